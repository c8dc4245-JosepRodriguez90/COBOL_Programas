      *          BANCO, y la orden de no pago. Cada cheque pagado deja
      *          su linea en JMOVS con el numero de cheque viajando en
      *          el campo de recibo, igual que los recibos de caja.
      *          Tambien recoge los cheques de otras entidades que
      *          ingresan los clientes: abono en la cuenta (INGCHEQUE),
      *          retencion en JRETENCION hasta la compensacion, registro
      *          de la remesa en JCHQREMESA (serie JREMSEQ) y linea en
      *          el fichero de salida a compensacion JCHQCOMPEN. Las
      *          devoluciones las trata el lote BANCOCHQDEVOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CHQSEQ.

       SELECT REMESAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCHQREMESA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS REM-NUMERO
       FILE STATUS IS WS-FS-REMESAS.

       SELECT OPTIONAL REMESAS-SEQ ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JREMSEQ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REMSEQ.

       SELECT RETENCIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRETENCION.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS RET-ID
       FILE STATUS IS WS-FS-RETENCION.

       SELECT OPTIONAL COMPENSACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCHQCOMPEN.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-COMPENSACION.

       SELECT SALIDA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JIMPCUENTA.txt".

       01 REG-CHEQUE-SEQ.
           05 SEQ-ULTIMO-CHEQUE PIC 9(6).

      *> CHEQUE DE OTRA ENTIDAD INGRESADO EN UNA CUENTA NUESTRA
      *> ("E" ENVIADO A COMPENSACION, "D" DEVUELTO). GUARDA LA
      *> RETENCION QUE SE PUSO PARA PODER ANULARLA SI VUELVE IMPAGADO.
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

       FD REMESAS-SEQ
       RECORD CONTAINS 6 CHARACTERS.
       01 REG-REMESA-SEQ.
           05 SEQ-ULTIMA-REMESA PIC 9(6).

       FD RETENCIONES.
           01 DATOS-RETENCION.
               05 RET-ID PIC 9(4).
               05 RET-CUENTA PIC X(10).
               05 RET-IMPORTE PIC 9(7)V99.
               05 RET-FECHA-DEPOSITO PIC 9(8).
               05 RET-FECHA-LIBERACION PIC 9(8).
               05 RET-ESTADO PIC X(1).

      *> SALIDA A LA CAMARA DE COMPENSACION: UNA LINEA DE ANCHO FIJO
      *> POR CHEQUE INGRESADO. LA REMESA ES LA REFERENCIA QUE VUELVE
      *> EN EL FICHERO DE DEVOLUCIONES.
       FD COMPENSACION
       RECORD CONTAINS 50 CHARACTERS.
       01 REG-COMPENSACION.
           05 CMP-REMESA PIC 9(6).
           05 CMP-ENTIDAD PIC X(4).
           05 CMP-CHEQUE PIC X(10).
           05 CMP-IMPORTE PIC 9(7)V99.
           05 CMP-FECHA PIC 9(8).
           05 CMP-CUENTA PIC X(10).
           05 FILLER PIC X(3).

       FD SALIDA
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-CHEQUES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-CHQSEQ PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-REMESAS PIC 99.
       77 WS-FS-REMSEQ PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FS-COMPENSACION PIC 99.
       77 WS-FIN-RETENCIONES PIC X(3) VALUE "NO".
       77 WS-ULTIMA-RETENCION PIC 9(4).
      *>DIAS HABILES QUE TARDA LA CAMARA EN DAR POR BUENO UN CHEQUE:
      *>HASTA ENTONCES EL IMPORTE INGRESADO QUEDA RETENIDO.
       77 WS-DIAS-COMPENSACION PIC 9(2) VALUE 3.
       77 WS-DIAS-VALOR-CHEQUE PIC 9(2) VALUE 2.
       77 WS-DIAS-CONTADOS PIC 9(2).
       77 WS-FECHA-CALCULO PIC 9(8).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-CHEQUES PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-MOVS-OPERADOR.
           MOVE WS-SES-OPERADOR TO WS-LEDGER-OPERADOR.
           PERFORM 05-ABRIR-REGISTRO.
           PERFORM 10-MENU UNTIL WS-OPCION = 7.
           CLOSE CHEQUES.
           STOP RUN.
       00-INICIO-END.
           DISPLAY "Orden de no pago (3)"
           DISPLAY "Compensar cheques presentados (4)"
           DISPLAY "Listar cheques de una cuenta (5)"
           DISPLAY "Ingreso de cheque de otra entidad (6)"
           DISPLAY "salir (7)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 5
               PERFORM 70-LISTAR-CUENTA
           WHEN 6
               PERFORM 80-INGRESAR-CHEQUE
           WHEN 7
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "CHEQUE" TO WS-MOVS-TIPO.
           MOVE CHQ-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE CHQ-NUMERO TO WS-MOVS-RECIBO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       65-ANOTAR-PAGO-END.
       EXIT.
       75-LISTAR-UNO-END.
       EXIT.

      *> INGRESO DE UN CHEQUE DE OTRA ENTIDAD: SE ABONA EN EL MOMENTO
      *> COMO CUALQUIER INGRESO, PERO EL IMPORTE QUEDA RETENIDO HASTA
      *> QUE LA CAMARA LO DA POR BUENO, Y EL CHEQUE SALE A COMPENSACION.
       80-INGRESAR-CHEQUE.
           OPEN I-O CUENTA.
           DISPLAY "Cuenta del ingreso: "
           ACCEPT REM-CUENTA.
           MOVE REM-CUENTA TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               DISPLAY "La cuenta no existe. Ingreso cancelado."
           NOT INVALID KEY
               IF ESTADO EQUAL "L"
                   DISPLAY "Cuenta bloqueada por seguridad."
                   " Ingreso cancelado."
               ELSE
                   DISPLAY "Entidad librada (4 digitos): "
                   ACCEPT REM-ENTIDAD
                   DISPLAY "Numero del cheque: "
                   ACCEPT REM-CHEQUE
                   DISPLAY "Importe del cheque: "
                   ACCEPT REM-IMPORTE
                   IF REM-IMPORTE <= 0 OR REM-ENTIDAD EQUAL SPACES
                   OR REM-CHEQUE EQUAL SPACES
                       DISPLAY "Datos no validos. Ingreso cancelado."
                   ELSE
                       PERFORM 82-ABONAR-CHEQUE
                   END-IF
               END-IF
           END-READ.
           CLOSE CUENTA.
       80-INGRESAR-CHEQUE-END.
       EXIT.


       82-ABONAR-CHEQUE.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.

           MOVE ZERO TO SEQ-ULTIMA-REMESA.
           OPEN INPUT REMESAS-SEQ.
           IF WS-FS-REMSEQ EQUAL "00"
               READ REMESAS-SEQ
               AT END
                   MOVE ZERO TO SEQ-ULTIMA-REMESA
               END-READ
           END-IF.
           CLOSE REMESAS-SEQ.
           ADD 1 TO SEQ-ULTIMA-REMESA.
           OPEN OUTPUT REMESAS-SEQ.
           WRITE REG-REMESA-SEQ.
           CLOSE REMESAS-SEQ.
           MOVE SEQ-ULTIMA-REMESA TO REM-NUMERO.

           MOVE DATOS-CUENTA TO WS-JRN-ANTES.
           ADD REM-IMPORTE TO SALDO.
           IF SALDO > 0 AND ESTADO EQUAL "B"
               MOVE "A" TO ESTADO
           END-IF.
           REWRITE DATOS-CUENTA.
           MOVE DATOS-CUENTA TO WS-JRN-DESPUES.
           CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
               WS-JRN-DESPUES.

           OPEN EXTEND SALIDA.
           OPEN EXTEND MOVS.
           MOVE NUMCUENTA TO WS-LEDGER-CUENTA.
           MOVE "INGCHEQUE" TO WS-LEDGER-TIPO.
           MOVE REM-IMPORTE TO WS-LEDGER-IMPORTE.
           MOVE SALDO TO WS-LEDGER-SALDO.
           MOVE WS-FECHA TO WS-LEDGER-FECHA.
           MOVE REM-NUMERO TO WS-LEDGER-RECIBO.
           WRITE REGISTRO FROM WS-LEDGER-LINEA AFTER ADVANCING PAGE.

           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
      *>El cheque ingresado vale desde el segundo dia habil (fecha
      *>valor propia del ingreso, distinta de la retencion de
      *>WS-DIAS-COMPENSACION que decide cuando se puede disponer).
           MOVE WS-HOY-NUM TO WS-FECHA-CALCULO.
           MOVE ZERO TO WS-DIAS-CONTADOS.
           PERFORM 86-SIGUIENTE-HABIL
               UNTIL WS-DIAS-CONTADOS NOT LESS WS-DIAS-VALOR-CHEQUE.
           MOVE WS-FECHA-CALCULO TO WS-MOVS-FECHA-VALOR.
           MOVE "INGCHEQUE" TO WS-MOVS-TIPO.
           MOVE REM-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE REM-NUMERO TO WS-MOVS-RECIBO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
           CLOSE SALIDA MOVS.

           PERFORM 84-RETENER-CHEQUE.

           MOVE WS-HOY-NUM TO REM-FECHA-INGRESO.
           MOVE RET-ID TO REM-RETENCION.
           MOVE "E" TO REM-ESTADO.
           MOVE WS-HOY-NUM TO REM-FECHA-ESTADO.
           MOVE SPACES TO REM-MOTIVO.
           OPEN I-O REMESAS.
           IF WS-FS-REMESAS = "35"
               OPEN OUTPUT REMESAS
               CLOSE REMESAS
               OPEN I-O REMESAS
           END-IF.
           WRITE DATOS-REMESA
           INVALID KEY
               DISPLAY "Error al registrar la remesa " REM-NUMERO
           END-WRITE.
           CLOSE REMESAS.

           OPEN EXTEND COMPENSACION.
           MOVE SPACES TO REG-COMPENSACION.
           MOVE REM-NUMERO TO CMP-REMESA.
           MOVE REM-ENTIDAD TO CMP-ENTIDAD.
           MOVE REM-CHEQUE TO CMP-CHEQUE.
           MOVE REM-IMPORTE TO CMP-IMPORTE.
           MOVE WS-HOY-NUM TO CMP-FECHA.
           MOVE REM-CUENTA TO CMP-CUENTA.
           WRITE REG-COMPENSACION.
           CLOSE COMPENSACION.

           DISPLAY "Cheque ingresado, remesa " REM-NUMERO
           ". Retenido hasta el " RET-FECHA-LIBERACION.
       82-ABONAR-CHEQUE-END.
       EXIT.


      *> LA RETENCION TOMA EL SIGUIENTE NUMERO LIBRE DE JRETENCION Y
      *> SE LIBERA SOLA EN LA PASADA DIARIA DE BANCORETENCIONES SI EL
      *> CHEQUE NO VUELVE DEVUELTO ANTES.
       84-RETENER-CHEQUE.
           OPEN I-O RETENCIONES.
           IF WS-FS-RETENCION = "35"
               OPEN OUTPUT RETENCIONES
               CLOSE RETENCIONES
               OPEN I-O RETENCIONES
           END-IF.
           MOVE ZERO TO WS-ULTIMA-RETENCION.
           MOVE "NO" TO WS-FIN-RETENCIONES.
           MOVE ZEROES TO RET-ID.
           START RETENCIONES KEY IS NOT LESS THAN RET-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-RETENCIONES
           END-START.
           PERFORM 85-BUSCAR-ULTIMA UNTIL WS-FIN-RETENCIONES EQUAL "SI".

           ADD 1 TO WS-ULTIMA-RETENCION GIVING RET-ID.
           MOVE REM-CUENTA TO RET-CUENTA.
           MOVE REM-IMPORTE TO RET-IMPORTE.
           MOVE WS-HOY-NUM TO RET-FECHA-DEPOSITO.
           MOVE WS-HOY-NUM TO WS-FECHA-CALCULO.
           MOVE ZERO TO WS-DIAS-CONTADOS.
           PERFORM 86-SIGUIENTE-HABIL
               UNTIL WS-DIAS-CONTADOS NOT LESS WS-DIAS-COMPENSACION.
           MOVE WS-FECHA-CALCULO TO RET-FECHA-LIBERACION.
           MOVE "A" TO RET-ESTADO.
           WRITE DATOS-RETENCION
           INVALID KEY
               DISPLAY "Error al registrar la retencion " RET-ID
           END-WRITE.
           CLOSE RETENCIONES.
       84-RETENER-CHEQUE-END.
       EXIT.


       85-BUSCAR-ULTIMA.
           READ RETENCIONES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-RETENCIONES
           NOT AT END
               MOVE RET-ID TO WS-ULTIMA-RETENCION
           END-READ.
       85-BUSCAR-ULTIMA-END.
       EXIT.


      *> MISMO CALCULO QUE BANCORETENCIONES: AVANZA DIA A DIA
      *> CONTANDO SOLO LOS HABILES DEL CALENDARIO DE FECHASERV.
       86-SIGUIENTE-HABIL.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE 1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-CALCULO,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FECHA-CALCULO.
           MOVE "L" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-CALCULO,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           IF WS-FECHASERV-DIAS EQUAL 1
               ADD 1 TO WS-DIAS-CONTADOS
           END-IF.
       86-SIGUIENTE-HABIL-END.
       EXIT.

       END PROGRAM BANCOCHEQUES.
