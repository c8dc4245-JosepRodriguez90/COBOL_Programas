      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devoluciones de cheques de otras entidades: lee el
      *          fichero de devoluciones de la camara de compensacion
      *          JCHQDEVOL (la remesa que salio en JCHQCOMPEN mas el
      *          motivo de impago) y, por cada cheque devuelto,
      *          retrocede el abono de la cuenta (DEVCHEQUE), anula la
      *          retencion de JRETENCION si todavia estaba activa,
      *          cobra la comision de devolucion de la tarifa
      *          JCHQTARIFA (COMISION, mismo patron que JCOMISION) y
      *          deja un aviso imprimible para el cliente en
      *          JAVISOCHQ. La remesa de JCHQREMESA pasa a "D", lo que
      *          impide tratar dos veces la misma devolucion. Si la
      *          fecha valor del cargo cae en un mes cerrado
      *          (PERIODOSERV), se anota con fecha valor de hoy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOCHQDEVOL.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL DEVOLUCIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCHQDEVOL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DEVOLUCIONES.

       SELECT REMESAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCHQREMESA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS REM-NUMERO
       FILE STATUS IS WS-FS-REMESAS.

       SELECT RETENCIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRETENCION.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS RET-ID
       FILE STATUS IS WS-FS-RETENCION.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL TARIFA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCHQTARIFA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TARIFA.

       SELECT SALIDA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JIMPCUENTA.txt".

       SELECT OPTIONAL MOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT OPTIONAL AVISOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOCHQ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AVISOS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> DEVOLUCION RECIBIDA DE LA CAMARA: LOS MISMOS CAMPOS QUE LA
      *> LINEA DE JCHQCOMPEN MAS EL CODIGO DE MOTIVO DEL IMPAGO.
       FD DEVOLUCIONES
       RECORD CONTAINS 50 CHARACTERS.
       01 REG-DEVOLUCION.
           05 DEV-REMESA PIC 9(6).
           05 DEV-ENTIDAD PIC X(4).
           05 DEV-CHEQUE PIC X(10).
           05 DEV-IMPORTE PIC 9(7)V99.
           05 DEV-FECHA PIC 9(8).
           05 DEV-CUENTA PIC X(10).
           05 DEV-MOTIVO PIC X(2).
           05 FILLER PIC X(1).

       FD REMESAS.
           01 DATOS-REMESA.
               05 REM-NUMERO PIC 9(6).
               05 REM-CUENTA PIC X(10).
               05 REM-ENTIDAD PIC X(4).
               05 REM-CHEQUE PIC X(10).
               05 REM-IMPORTE PIC 9(7)V99.
               05 REM-FECHA-INGRESO PIC 9(8).
               05 REM-RETENCION PIC 9(4).
               05 REM-ESTADO PIC X(1).
               05 REM-FECHA-ESTADO PIC 9(8).
               05 REM-MOTIVO PIC X(2).
               05 FILLER PIC X(18).

       FD RETENCIONES.
           01 DATOS-RETENCION.
               05 RET-ID PIC 9(4).
               05 RET-CUENTA PIC X(10).
               05 RET-IMPORTE PIC 9(7)V99.
               05 RET-FECHA-DEPOSITO PIC 9(8).
               05 RET-FECHA-LIBERACION PIC 9(8).
               05 RET-ESTADO PIC X(1).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

      *> TARIFA DE LA COMISION POR CHEQUE DEVUELTO, EDITABLE POR
      *> OPERACIONES SIN RECOMPILAR.
       FD TARIFA
       RECORD CONTAINS 6 CHARACTERS.
       01 REG-TARIFA.
           05 TAR-COMISION-DEVOLUCION PIC 9(4)V99.

       FD SALIDA
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> AVISO AL CLIENTE: UNAS LINEAS POR CHEQUE DEVUELTO PARA
      *> IMPRIMIR Y ENVIAR.
       FD AVISOS
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-AVISO PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-DEVOLUCIONES PIC 99.
       77 WS-FS-REMESAS PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-TARIFA PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-AVISOS PIC 99.
       77 WS-FIN-DEVOLUCIONES PIC X(3) VALUE "NO".
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-FECHA PIC X(21).
       77 WS-DEVOLUCION-OK PIC X(1).
       77 WS-COMISION-DEVOLUCION PIC 9(4)V99 VALUE 15.00.
       77 WS-FECHA-VALOR-CARGO PIC 9(8).
       77 WS-DIAS-VALOR-CHEQUE PIC 9(2) VALUE 2.
       77 WS-DIAS-CONTADOS PIC 9(2).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).
       77 WS-RETENCION-ANULADA PIC X(1).
       77 WS-CONTADOR-DEVUELTOS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-RECHAZADOS PIC 9(5) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOCHQDEVOL".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
           05 WS-MOVS-CUENTA PIC X(10).
           05 WS-MOVS-FECHA PIC 9(8).
           05 WS-MOVS-TIPO PIC X(10).
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-IMPORTE PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-SALDO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-RECIBO PIC 9(6) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-OPERADOR PIC X(4) VALUE "LOTE".

       01 WS-AVISO-CABECERA.
           05 FILLER PIC X(30) VALUE
           "AVISO DE CHEQUE DEVUELTO     ".
           05 FILLER PIC X(7) VALUE "Fecha: ".
           05 AVI-FECHA PIC 9(8).
           05 FILLER PIC X(9) VALUE " Cuenta: ".
           05 AVI-CUENTA PIC X(10).

       01 WS-AVISO-CHEQUE.
           05 FILLER PIC X(11) VALUE "Cheque n.: ".
           05 AVI-CHEQUE PIC X(10).
           05 FILLER PIC X(11) VALUE " Entidad: ".
           05 AVI-ENTIDAD PIC X(4).
           05 FILLER PIC X(16) VALUE " Ingresado el: ".
           05 AVI-FECHA-INGRESO PIC 9(8).
           05 FILLER PIC X(9) VALUE " Remesa: ".
           05 AVI-REMESA PIC 9(6).

       01 WS-AVISO-IMPORTES.
           05 FILLER PIC X(19) VALUE "Importe retrocedido".
           05 AVI-IMPORTE PIC ZZZZZZ9.99.
           05 FILLER PIC X(22) VALUE "  Comision devolucion ".
           05 AVI-COMISION PIC ZZZ9.99.

       01 WS-AVISO-PIE.
           05 FILLER PIC X(16) VALUE "Motivo impago: ".
           05 AVI-MOTIVO PIC X(2).
           05 FILLER PIC X(17) VALUE "  Saldo actual: ".
           05 AVI-SALDO PIC -(7)9.99.

       01 WS-AVISO-SEPARADOR PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 05-CARGAR-TARIFA.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 20-PROCESAR-DEVOLUCION
               UNTIL WS-FIN-DEVOLUCIONES EQUAL "SI".
           PERFORM 80-ESCRIBIR-RESUMEN.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


      *> CARGA LA COMISION DESDE LA TARIFA; SI NO EXISTE TODAVIA SE
      *> CREA CON EL VALOR POR DEFECTO PARA QUE EL OPERADOR LA EDITE.
       05-CARGAR-TARIFA.
           OPEN INPUT TARIFA.
           IF WS-FS-TARIFA EQUAL "00"
               READ TARIFA INTO REG-TARIFA
               MOVE TAR-COMISION-DEVOLUCION TO WS-COMISION-DEVOLUCION
               CLOSE TARIFA
           ELSE
               CLOSE TARIFA
               MOVE WS-COMISION-DEVOLUCION TO TAR-COMISION-DEVOLUCION
               OPEN OUTPUT TARIFA
               WRITE REG-TARIFA
               CLOSE TARIFA
           END-IF.
       05-CARGAR-TARIFA-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT DEVOLUCIONES.
           IF WS-FS-DEVOLUCIONES NOT EQUAL "00"
               DISPLAY "No hay fichero de devoluciones JCHQDEVOL."
               MOVE "SI" TO WS-FIN-DEVOLUCIONES
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN I-O REMESAS
               OPEN I-O RETENCIONES
               OPEN I-O CUENTA
               OPEN EXTEND SALIDA
               OPEN EXTEND MOVS
               OPEN EXTEND AVISOS
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               IF WS-FS-REMESAS NOT EQUAL "00"
                   OR WS-FILE-STATUS NOT EQUAL "00"
                   DISPLAY "Error abriendo JCHQREMESA/JDATOSCUENTA: "
                   WS-FS-REMESAS " " WS-FILE-STATUS
                   MOVE "SI" TO WS-FIN-DEVOLUCIONES
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


       20-PROCESAR-DEVOLUCION.
           READ DEVOLUCIONES
           AT END
               MOVE "SI" TO WS-FIN-DEVOLUCIONES
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               PERFORM 30-VALIDAR-DEVOLUCION
               IF WS-DEVOLUCION-OK EQUAL "S"
                   PERFORM 40-RETROCEDER-ABONO
                   PERFORM 50-ANULAR-RETENCION
                   PERFORM 60-COBRAR-COMISION
                   PERFORM 70-EMITIR-AVISO
                   MOVE "D" TO REM-ESTADO
                   MOVE WS-HOY-NUM TO REM-FECHA-ESTADO
                   MOVE DEV-MOTIVO TO REM-MOTIVO
                   REWRITE DATOS-REMESA
                   ADD 1 TO WS-CONTADOR-DEVUELTOS
               ELSE
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               END-IF
           END-READ.
       20-PROCESAR-DEVOLUCION-END.
       EXIT.


      *> LA DEVOLUCION TIENE QUE CORRESPONDER A UNA REMESA NUESTRA
      *> TODAVIA EN COMPENSACION, POR EL MISMO IMPORTE, Y LA CUENTA
      *> TIENE QUE SEGUIR ABIERTA; LO DEMAS SE RESUELVE A MANO.
       30-VALIDAR-DEVOLUCION.
           MOVE "S" TO WS-DEVOLUCION-OK.
           MOVE DEV-REMESA TO REM-NUMERO.
           READ REMESAS RECORD
           INVALID KEY
               DISPLAY "Devolucion de la remesa " DEV-REMESA
               ": remesa desconocida."
               MOVE "N" TO WS-DEVOLUCION-OK
           NOT INVALID KEY
               IF REM-ESTADO NOT EQUAL "E"
                   DISPLAY "Devolucion de la remesa " DEV-REMESA
                   ": ya tratada."
                   MOVE "N" TO WS-DEVOLUCION-OK
               ELSE
               IF REM-IMPORTE NOT EQUAL DEV-IMPORTE
                   DISPLAY "Devolucion de la remesa " DEV-REMESA
                   ": el importe no coincide."
                   MOVE "N" TO WS-DEVOLUCION-OK
               END-IF
               END-IF
           END-READ.

           IF WS-DEVOLUCION-OK EQUAL "S"
               MOVE REM-CUENTA TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   DISPLAY "Devolucion de la remesa " DEV-REMESA
                   ": la cuenta " REM-CUENTA " ya no existe."
                   MOVE "N" TO WS-DEVOLUCION-OK
               END-READ
           END-IF.
       30-VALIDAR-DEVOLUCION-END.
       EXIT.


      *> EL RETROCESO SE CARGA AUNQUE DEJE LA CUENTA EN DESCUBIERTO:
      *> EL DINERO NUNCA LLEGO. SI SE AGOTA EL LIMITE LA CUENTA QUEDA
      *> BLOQUEADA POR SALDO COMO TRAS CUALQUIER CARGO.
       40-RETROCEDER-ABONO.
           MOVE DATOS-CUENTA TO WS-JRN-ANTES.
           SUBTRACT REM-IMPORTE FROM SALDO.
           IF SALDO + LIMITE-DESCUBIERTO <= 0
               MOVE "B" TO ESTADO
           END-IF.
           REWRITE DATOS-CUENTA.
           MOVE DATOS-CUENTA TO WS-JRN-DESPUES.
           CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
               WS-JRN-DESPUES.

           MOVE "DEVCHEQUE" TO WS-LEDGER-TIPO.
           MOVE "DEVCHEQUE" TO WS-MOVS-TIPO.
           MOVE REM-IMPORTE TO WS-LEDGER-IMPORTE.
           MOVE REM-IMPORTE TO WS-MOVS-IMPORTE.
      *>El retroceso lleva la misma fecha valor que tuvo el abono
      *>(segundo dia habil desde el ingreso, como en BANCOCHEQUES):
      *>el cheque no genera ni intereses ni descubierto en medio.
           MOVE REM-FECHA-INGRESO TO WS-FECHA-VALOR-CARGO.
           MOVE ZERO TO WS-DIAS-CONTADOS.
           PERFORM 42-SIGUIENTE-HABIL
               UNTIL WS-DIAS-CONTADOS NOT LESS WS-DIAS-VALOR-CHEQUE.
           PERFORM 65-ANOTAR-CARGO.
       40-RETROCEDER-ABONO-END.
       EXIT.


       42-SIGUIENTE-HABIL.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE 1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP,
               WS-FECHA-VALOR-CARGO, WS-FECHASERV-FECHA2,
               WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FECHA-VALOR-CARGO.
           MOVE "L" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP,
               WS-FECHA-VALOR-CARGO, WS-FECHASERV-FECHA2,
               WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO.
           IF WS-FECHASERV-DIAS EQUAL 1
               ADD 1 TO WS-DIAS-CONTADOS
           END-IF.
       42-SIGUIENTE-HABIL-END.
       EXIT.


      *> SI LA RETENCION SIGUE ACTIVA SE ANULA ("C"); SI YA SE HABIA
      *> LIBERADO NO HAY NADA QUE HACER, EL RETROCESO YA QUITA EL
      *> IMPORTE DEL SALDO.
       50-ANULAR-RETENCION.
           MOVE "N" TO WS-RETENCION-ANULADA.
           IF WS-FS-RETENCION EQUAL "00"
               MOVE REM-RETENCION TO RET-ID
               READ RETENCIONES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RET-ESTADO EQUAL "A"
                       MOVE "C" TO RET-ESTADO
                       REWRITE DATOS-RETENCION
                       MOVE "S" TO WS-RETENCION-ANULADA
                   END-IF
               END-READ
           END-IF.
       50-ANULAR-RETENCION-END.
       EXIT.


       60-COBRAR-COMISION.
           IF WS-COMISION-DEVOLUCION > 0
               MOVE DATOS-CUENTA TO WS-JRN-ANTES
               SUBTRACT WS-COMISION-DEVOLUCION FROM SALDO
               IF SALDO + LIMITE-DESCUBIERTO <= 0
                   MOVE "B" TO ESTADO
               END-IF
               REWRITE DATOS-CUENTA
               MOVE DATOS-CUENTA TO WS-JRN-DESPUES
               CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
                   WS-JRN-DESPUES

               MOVE "COMISION" TO WS-LEDGER-TIPO
               MOVE "COMISION" TO WS-MOVS-TIPO
               MOVE WS-COMISION-DEVOLUCION TO WS-LEDGER-IMPORTE
               MOVE WS-COMISION-DEVOLUCION TO WS-MOVS-IMPORTE
               MOVE WS-HOY-NUM TO WS-FECHA-VALOR-CARGO
               PERFORM 65-ANOTAR-CARGO
           END-IF.
       60-COBRAR-COMISION-END.
       EXIT.


      *> LA REMESA VIAJA EN EL CAMPO DE RECIBO, IGUAL QUE EN EL
      *> INGRESO DEL CHEQUE: DEL EXTRACTO SE LLEGA A LA REMESA.
       65-ANOTAR-CARGO.
           MOVE NUMCUENTA TO WS-LEDGER-CUENTA.
           MOVE SALDO TO WS-LEDGER-SALDO.
           MOVE WS-FECHA TO WS-LEDGER-FECHA.
           MOVE REM-NUMERO TO WS-LEDGER-RECIBO.
           WRITE REGISTRO FROM WS-LEDGER-LINEA AFTER ADVANCING PAGE.

           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           IF WS-FECHA-VALOR-CARGO < WS-HOY-NUM
               PERFORM 66-COMPROBAR-PERIODO
           END-IF.
           MOVE WS-FECHA-VALOR-CARGO TO WS-MOVS-FECHA-VALOR.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE REM-NUMERO TO WS-MOVS-RECIBO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       65-ANOTAR-CARGO-END.
       EXIT.


      *> UNA FECHA VALOR PASADA NO PUEDE CAER EN UN MES YA CERRADO: EL
      *> APUNTE QUEDA COMO AJUSTE DEL PERIODO EN CURSO, CON FECHA VALOR
      *> DE HOY.
       66-COMPROBAR-PERIODO.
           MOVE "F" TO WS-PERSERV-OP.
           MOVE WS-FECHA-VALOR-CARGO TO WS-PERSERV-FECHA.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
           IF WS-PERSERV-ESTADO EQUAL "C"
               DISPLAY "El mes " WS-PERSERV-PERIODO " esta cerrado: "
               "el apunte queda como ajuste con fecha valor de hoy."
               MOVE WS-HOY-NUM TO WS-FECHA-VALOR-CARGO
           END-IF.
       66-COMPROBAR-PERIODO-END.
       EXIT.


       70-EMITIR-AVISO.
           MOVE WS-HOY-NUM TO AVI-FECHA.
           MOVE REM-CUENTA TO AVI-CUENTA.
           WRITE REG-AVISO FROM WS-AVISO-CABECERA.
           MOVE REM-CHEQUE TO AVI-CHEQUE.
           MOVE REM-ENTIDAD TO AVI-ENTIDAD.
           MOVE REM-FECHA-INGRESO TO AVI-FECHA-INGRESO.
           MOVE REM-NUMERO TO AVI-REMESA.
           WRITE REG-AVISO FROM WS-AVISO-CHEQUE.
           MOVE REM-IMPORTE TO AVI-IMPORTE.
           MOVE WS-COMISION-DEVOLUCION TO AVI-COMISION.
           WRITE REG-AVISO FROM WS-AVISO-IMPORTES.
           MOVE DEV-MOTIVO TO AVI-MOTIVO.
           MOVE SALDO TO AVI-SALDO.
           WRITE REG-AVISO FROM WS-AVISO-PIE.
           WRITE REG-AVISO FROM WS-AVISO-SEPARADOR.
           DISPLAY "Cheque de la remesa " REM-NUMERO " devuelto en la"
           " cuenta " REM-CUENTA.
           IF WS-RETENCION-ANULADA EQUAL "S"
               DISPLAY "  Retencion " REM-RETENCION " anulada."
           END-IF.
       70-EMITIR-AVISO-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           DISPLAY "Cheques devueltos tratados: " WS-CONTADOR-DEVUELTOS.
           DISPLAY "Devoluciones no tratadas: " WS-CONTADOR-RECHAZADOS.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CONTADOR-DEVUELTOS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE DEVOLUCIONES REMESAS RETENCIONES CUENTA SALIDA
                   MOVS AVISOS
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOCHQDEVOL.
