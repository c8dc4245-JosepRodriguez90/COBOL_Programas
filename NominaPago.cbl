      *          neto de cada empleado en su cuenta de JDATOSCUENTA
      *          con su linea de libro y de movimientos, e informa de
      *          los pagos cuya cuenta no existe o esta bloqueada.
      *          Los abonos quedan en JMOVS como INGRESO con operador
      *          "NOMI" (nomina). Al terminar deja en JNOMPAGOEXP,
      *          con el formato EXP- de BANCOCONTAB, el asiento que
      *          salda el neto pendiente de pago contra el banco por
      *          lo abonado, con las cuentas PAGONOMINA de la tabla
      *          JNOMCONTAMAP de NOMINACONTAB. Con todos los pagos
      *          abonados anota en JPERIODOS (PERIODOSERV) la nomina
      *          del periodo como pagada para el cierre de mes.
      *          Deja los totales ABONADOS y RECHAZADOS en JCTRLTOT
      *          (CTRLTOT) para el cuadre con CALCULARSALARIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SEMAFORO.

       SELECT OPTIONAL MAPA-CONTABLE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMCONTAMAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MAPA.

       SELECT EXPORTACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMPAGOEXP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-EXPORTACION.

       SELECT OPTIONAL NOMCTRL ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMCTRL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-NOMCTRL.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD PAGOS
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> SEMAFORO DE LA VALIDACION PREVIA (NOMINAVALIDA): CON "KO"
      *> EL ABONO NO ARRANCA HASTA QUE RRHH RESUELVA LAS
           05 SEM-FECHA PIC 9(8).
           05 SEM-ESTADO PIC X(2).

      *> TABLA DE CUENTAS DE NOMINA (NOMINACONTAB); AQUI SOLO SE
      *> BUSCA LA LINEA PAGONOMINA.
       FD MAPA-CONTABLE
       RECORD CONTAINS 28 CHARACTERS.
       01 REG-MAPA.
           05 MAP-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 MAP-CTA-DEBE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 MAP-CTA-HABER PIC X(8).

       FD EXPORTACION
       RECORD CONTAINS 47 CHARACTERS.
       01 REG-EXPORTACION.
           05 EXP-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-DH PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 EXP-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-CENTRO PIC X(4).

      *> ULTIMO PERIODO CONFIRMADO EN DEFINITIVA POR CALCULARSALARIOS:
      *> ES EL PERIODO DE LOS PAGOS DE JPAGOS.
       FD NOMCTRL
       RECORD CONTAINS 6 CHARACTERS.
       01 REG-NOMCTRL.
           05 CTRL-PERIODO PIC 9(6).

       WORKING-STORAGE SECTION.

       77 WS-FS-PAGOS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FIN-PAGOS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
       77 WS-CONTADOR-ABONADOS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-RECHAZADOS PIC 9(5) VALUE 0.
       77 WS-TOT-PROGRAMA PIC X(20) VALUE "NOMINAPAGO".
       77 WS-TOT-NOMBRE PIC X(12).
       77 WS-TOT-CANTIDAD PIC 9(7).
       77 WS-TOT-IMPORTE PIC 9(11)V99.
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-ERR-PARRAFO PIC X(30).
       77 WS-ERR-FS PIC X(2).
       77 WS-ERR-CLAVE PIC X(20).
       77 WS-FS-MAPA PIC 99.
       77 WS-FS-EXPORTACION PIC 99.
       77 WS-FS-NOMCTRL PIC 99.
       77 WS-FIN-MAPA PIC X(3) VALUE "NO".
       77 WS-TOTAL-ABONADO PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-RECHAZADO PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-DEBE PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-HABER PIC 9(11)V99 VALUE 0.
      *> CUENTAS POR DEFECTO SI LA TABLA NO TIENE LINEA PAGONOMINA:
      *> REMUNERACIONES PENDIENTES DE PAGO CONTRA BANCOS.
       77 WS-CTA-PENDIENTE PIC X(8) VALUE "46500000".
       77 WS-CTA-BANCO PIC X(8) VALUE "57200000".
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-RECIBO PIC 9(6) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-OPERADOR PIC X(4) VALUE "NOMI".

      *> LOS ABONOS DE NOMINA LLEVAN SU PROPIO OPERADOR "NOMI" PARA
      *> QUE EL ESTUDIO DE SOLICITUDES DE PRESTAMO LOS DISTINGA DE
      *> LOS DEMAS INGRESOS.
       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
           05 WS-MOVS-CUENTA PIC X(10).
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "NOMI".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       PROCEDURE DIVISION.*>*******************************************

           END-IF.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 20-PROCESAR-PAGO UNTIL WS-FIN-PAGOS EQUAL "SI".
           IF WS-TOTAL-ABONADO NOT EQUAL ZERO
               PERFORM 80-ASIENTO-PAGO
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.
               CALL "ERRORLOG" USING WS-ERR-PROGRAMA,
                   WS-ERR-PARRAFO, WS-ERR-FS, WS-ERR-CLAVE
               ADD 1 TO WS-CONTADOR-RECHAZADOS
               ADD PAGO-NETO TO WS-TOTAL-RECHAZADO
           NOT INVALID KEY
               IF ESTADO EQUAL "B"
                   DISPLAY "Pago de " PAGO-ID " rechazado: la"
                   " cuenta " PAGO-CUENTA " esta congelada."
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
                   ADD PAGO-NETO TO WS-TOTAL-RECHAZADO
               ELSE
                   MOVE DATOS-CUENTA TO WS-JRN-ANTES
                   ADD PAGO-NETO TO SALDO
                       WS-JRN-DESPUES
                   PERFORM 40-ANOTAR-MOVIMIENTO
                   ADD 1 TO WS-CONTADOR-ABONADOS
                   ADD PAGO-NETO TO WS-TOTAL-ABONADO
               END-IF
           END-READ.
       30-ABONAR-NOMINA-END.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "INGRESO" TO WS-MOVS-TIPO.
           MOVE PAGO-NETO TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       40-ANOTAR-MOVIMIENTO-END.
       EXIT.


      *> SOLO LO ABONADO SALE DEL PENDIENTE DE PAGO: LOS PAGOS
      *> RECHAZADOS SIGUEN DEBIENDOSE HASTA QUE NOMINAS LOS RESUELVA.
       80-ASIENTO-PAGO.
           OPEN INPUT MAPA-CONTABLE.
           IF WS-FS-MAPA EQUAL "00"
               PERFORM 85-LEER-MAPA UNTIL WS-FIN-MAPA EQUAL "SI"
           END-IF.
           CLOSE MAPA-CONTABLE.

           OPEN OUTPUT EXPORTACION.
           MOVE SPACES TO REG-EXPORTACION.
           MOVE WS-HOY-NUM TO EXP-FECHA.
           MOVE WS-CTA-PENDIENTE TO EXP-CUENTA.
           MOVE "D" TO EXP-DH.
           MOVE WS-TOTAL-ABONADO TO EXP-IMPORTE.
           MOVE "PAGONOMINA" TO EXP-TIPO.
           WRITE REG-EXPORTACION.
           ADD EXP-IMPORTE TO WS-TOTAL-DEBE.

           MOVE SPACES TO REG-EXPORTACION.
           MOVE WS-HOY-NUM TO EXP-FECHA.
           MOVE WS-CTA-BANCO TO EXP-CUENTA.
           MOVE "H" TO EXP-DH.
           MOVE WS-TOTAL-ABONADO TO EXP-IMPORTE.
           MOVE "PAGONOMINA" TO EXP-TIPO.
           WRITE REG-EXPORTACION.
           ADD EXP-IMPORTE TO WS-TOTAL-HABER.
           CLOSE EXPORTACION.

           IF WS-TOTAL-DEBE EQUAL WS-TOTAL-HABER
               DISPLAY "Asiento de pago en JNOMPAGOEXP: "
               WS-TOTAL-ABONADO
           ELSE
               DISPLAY "DESCUADRE en el asiento de pago: debe "
               WS-TOTAL-DEBE " haber " WS-TOTAL-HABER
               MOVE 1 TO RETURN-CODE
           END-IF.
       80-ASIENTO-PAGO-END.
       EXIT.


       85-LEER-MAPA.
           READ MAPA-CONTABLE
           AT END
               MOVE "SI" TO WS-FIN-MAPA
           NOT AT END
               IF MAP-TIPO EQUAL "PAGONOMINA"
                   MOVE MAP-CTA-DEBE TO WS-CTA-PENDIENTE
                   MOVE MAP-CTA-HABER TO WS-CTA-BANCO
               END-IF
           END-READ.
       85-LEER-MAPA-END.
       EXIT.


       90-CERRAR.
      *>El FILE STATUS de PAGOS acaba en "10" tras la pasada: el
      *>cierre se decide por si los archivos llegaron a abrirse.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE PAGOS CUENTA SALIDA MOVS
               PERFORM 92-ANOTAR-TOTALES
           END-IF.
           DISPLAY "Nominas abonadas: " WS-CONTADOR-ABONADOS.
           DISPLAY "Pagos rechazados: " WS-CONTADOR-RECHAZADOS.
           IF WS-CONTADOR-ABONADOS > 0
           AND WS-CONTADOR-RECHAZADOS EQUAL 0
               PERFORM 95-ANOTAR-NOMINA-PAGADA
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.


      *> TOTALES DE CONTROL DEL PAGO PARA EL CUADRE CON LOS PAGOS
      *> QUE DEJO CALCULARSALARIOS (CUADRELOTE).
       92-ANOTAR-TOTALES.
           MOVE "ABONADOS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-ABONADOS TO WS-TOT-CANTIDAD.
           MOVE WS-TOTAL-ABONADO TO WS-TOT-IMPORTE.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-TOT-IMPORTE.
           MOVE "RECHAZADOS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-TOT-CANTIDAD.
           MOVE WS-TOTAL-RECHAZADO TO WS-TOT-IMPORTE.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-TOT-IMPORTE.
       92-ANOTAR-TOTALES-END.
       EXIT.


      *> NOMINA ABONADA ENTERA: CONTROL DEL CIERRE DE MES DEL PERIODO
      *> CONFIRMADO (EL MES EN CURSO SI NO HAY CONTROL DE NOMINA).
       95-ANOTAR-NOMINA-PAGADA.
           MOVE WS-HOY-NUM (1:6) TO WS-PERSERV-PERIODO.
           OPEN INPUT NOMCTRL.
           IF WS-FS-NOMCTRL EQUAL "00"
               READ NOMCTRL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTRL-PERIODO TO WS-PERSERV-PERIODO
               END-READ
           END-IF.
           CLOSE NOMCTRL.
           MOVE "M" TO WS-PERSERV-OP.
           MOVE WS-HOY-NUM TO WS-PERSERV-FECHA.
           MOVE 4 TO WS-PERSERV-CONTROL.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
       95-ANOTAR-NOMINA-PAGADA-END.
       EXIT.

       END PROGRAM NOMINAPAGO.
