      *          el dia del mes indicado. Incluye el mantenimiento de
      *          las ordenes y la ejecucion de las vencidas, con los
      *          mismos controles de saldo y ESTADO que aplica BANCO.
      *          Al terminar la pasada deja los totales VENCIDAS,
      *          EJECUTADAS y FALLIDAS en JCTRLTOT (CTRLTOT) y pide el
      *          cuadre de la pasada a CUADRELOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *> MOVIMIENTO REAL (CODIGO "MV"), PARA QUE LOS PROGRAMAS DE
      *> INFORME NO TENGAN QUE INTERPRETAR EL LIBRO IMPRESO.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-ORDENES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-SALDO-ORIGEN PIC S9(7)V99.
       77 WS-CONTADOR-EJECUTADAS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-RECHAZADAS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-VENCIDAS PIC 9(5) VALUE 0.
       77 WS-IMPORTE-VENCIDAS PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE-EJECUTADAS PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE-RECHAZADAS PIC 9(11)V99 VALUE 0.
       77 WS-TOT-PROGRAMA PIC X(20) VALUE "BANCOORDENES".
       77 WS-TOT-NOMBRE PIC X(12).
       77 WS-TOT-CANTIDAD PIC 9(7).
       77 WS-CUADRE-RESULTADO PIC X(1).
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-AVI-SUCESO PIC X(10) VALUE "ORDENFALLO".
       77 WS-AVI-IMPORTE PIC S9(7)V99.
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-ORIGEN PIC X(24).
       77 WS-IBAN-DESTINO PIC X(24).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-CUENTAS-OK PIC X(1).

       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE PIC 9(8).
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
           PERFORM 05-ABRIR-ORDENES.
           PERFORM 10-MENU UNTIL WS-OPCION = 5.
           CLOSE ORDENES.
           ACCEPT ORDEN-ID
           READ ORDENES RECORD
           INVALID KEY
               DISPLAY "IBAN cuenta origen: "
               ACCEPT WS-IBAN-ORIGEN
               DISPLAY "IBAN cuenta destino: "
               ACCEPT WS-IBAN-DESTINO
               PERFORM 25-VALIDAR-CUENTAS
               IF WS-CUENTAS-OK EQUAL "S"
                   DISPLAY "Importe: "
                   ACCEPT ORDEN-IMPORTE
                   DISPLAY "Dia del mes (1-28): "
                   ACCEPT ORDEN-DIA
                   IF ORDEN-DIA < 1 OR ORDEN-DIA > 28
                       DISPLAY "Dia no valido, se usara el dia 1."
                       MOVE 1 TO ORDEN-DIA
                   END-IF
                   MOVE "S" TO ORDEN-ACTIVA
                   MOVE ZEROES TO ORDEN-ULTIMA-EJECUCION
                   WRITE DATOS-ORDEN
                   DISPLAY "Orden dada de alta."
               ELSE
                   DISPLAY "Orden no dada de alta."
               END-IF
           NOT INVALID KEY
               DISPLAY "Ya existe una orden con ese numero."
           END-READ.
       EXIT.


      *> LAS DOS CUENTAS DE LA ORDEN SE DAN POR SU IBAN Y SE COMPRUEBAN
      *> LOS DIGITOS DE CONTROL ANTES DE GRABARLA. LA ORDEN SOLO MUEVE
      *> DINERO ENTRE CUENTAS DE LA ENTIDAD, ASI QUE AMBOS IBAN TIENEN
      *> QUE SER NUESTROS; EN LA ORDEN SE GUARDA EL NUMCUENTA.
       25-VALIDAR-CUENTAS.
           MOVE "S" TO WS-CUENTAS-OK.
           MOVE "V" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION,
               ORDEN-CUENTA-ORIGEN, WS-IBAN-ORIGEN, WS-IBAN-RESULTADO.
           IF WS-IBAN-RESULTADO NOT EQUAL "S"
               DISPLAY "IBAN de origen no valido o de otra entidad."
               MOVE "N" TO WS-CUENTAS-OK
           END-IF.
           MOVE "V" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION,
               ORDEN-CUENTA-DESTINO, WS-IBAN-DESTINO, WS-IBAN-RESULTADO.
           IF WS-IBAN-RESULTADO NOT EQUAL "S"
               DISPLAY "IBAN de destino no valido o de otra entidad."
               MOVE "N" TO WS-CUENTAS-OK
           END-IF.
       25-VALIDAR-CUENTAS-END.
       EXIT.


       30-BAJA-ORDEN.
           DISPLAY "Numero de la orden: "
           ACCEPT ORDEN-ID
           OPEN EXTEND MOVS.
           MOVE ZERO TO WS-CONTADOR-EJECUTADAS.
           MOVE ZERO TO WS-CONTADOR-RECHAZADAS.
           MOVE ZERO TO WS-CONTADOR-VENCIDAS.
           MOVE ZERO TO WS-IMPORTE-VENCIDAS.
           MOVE ZERO TO WS-IMPORTE-EJECUTADAS.
           MOVE ZERO TO WS-IMPORTE-RECHAZADAS.

           MOVE "NO" TO WS-FIN-ORDENES.
           MOVE ZEROES TO ORDEN-ID.
           CLOSE CUENTA SALIDA MOVS.
           DISPLAY "Ordenes ejecutadas: " WS-CONTADOR-EJECUTADAS.
           DISPLAY "Ordenes rechazadas: " WS-CONTADOR-RECHAZADAS.
           PERFORM 57-CUADRAR-PASADA.
       50-EJECUTAR-VENCIDAS-END.
       EXIT.

               IF ORDEN-ACTIVA EQUAL "S"
               AND WS-HOY-DIA NOT LESS ORDEN-DIA
               AND WS-ULTIMA-YYYYMM LESS WS-HOY-YYYYMM
                   ADD 1 TO WS-CONTADOR-VENCIDAS
                   ADD ORDEN-IMPORTE TO WS-IMPORTE-VENCIDAS
                   PERFORM 60-PROCESAR-ORDEN
               END-IF
           END-READ.
       EXIT.


      *> TOTALES DE CONTROL DE LA PASADA: LAS ORDENES VENCIDAS DEBEN
      *> CUADRAR CON LAS EJECUTADAS MAS LAS FALLIDAS. COMO ESTA PASADA
      *> SE LANZA DESDE EL MENU Y NO DESDE BATCHCONTROL, EL CUADRE SE
      *> PIDE AQUI MISMO Y QUEDA EN JCUADRES PARA OPRESUMEN.
       57-CUADRAR-PASADA.
           MOVE "VENCIDAS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-VENCIDAS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-VENCIDAS.
           MOVE "EJECUTADAS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-EJECUTADAS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-EJECUTADAS.
           MOVE "FALLIDAS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-RECHAZADAS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-RECHAZADAS.
           CALL "CUADRELOTE" USING WS-TOT-PROGRAMA, WS-HOY-YYYYMMDD,
               WS-CUADRE-RESULTADO.
           IF WS-CUADRE-RESULTADO EQUAL "N"
               DISPLAY "AVISO: la pasada de ordenes no cuadra con sus"
               " totales de control. Revise JCUADRES."
           END-IF.
       57-CUADRAR-PASADA-END.
       EXIT.


      *> APLICA UNA ORDEN CON LOS MISMOS CONTROLES QUE BANCO: LA
      *> CUENTA ORIGEN NO PUEDE ESTAR BLOQUEADA NI QUEDARSE SIN
      *> SALDO, Y AMBAS CUENTAS DEBEN SER DE LA MISMA DIVISA.
               MOVE WS-HOY-YYYYMMDD TO ORDEN-ULTIMA-EJECUCION
               REWRITE DATOS-ORDEN
               ADD 1 TO WS-CONTADOR-EJECUTADAS
               ADD ORDEN-IMPORTE TO WS-IMPORTE-EJECUTADAS
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADAS
               ADD ORDEN-IMPORTE TO WS-IMPORTE-RECHAZADAS
               PERFORM 62-AVISAR-FALLO
           END-IF.
       60-PROCESAR-ORDEN-END.
       EXIT.


      *> EL AVISO DE ORDEN NO EJECUTADA VA AL TITULAR DE LA CUENTA
      *> ORIGEN (SI EXISTE), CON EL IMPORTE DE LA ORDEN.
       62-AVISAR-FALLO.
           MOVE ORDEN-CUENTA-ORIGEN TO NUMCUENTA.
           READ CUENTA RECORD
           NOT INVALID KEY
               MOVE ORDEN-IMPORTE TO WS-AVI-IMPORTE
               CALL "AVISOCLI" USING WS-AVI-SUCESO, DATOS-CUENTA,
                   DATOS-CUENTA, WS-AVI-IMPORTE
           END-READ.
       62-AVISAR-FALLO-END.
       EXIT.


       63-ANOTAR-JOURNAL.
           MOVE DATOS-CUENTA TO WS-JRN-DESPUES.
           CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-YYYYMMDD TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE WS-LEDGER-TIPO TO WS-MOVS-TIPO.
           MOVE ORDEN-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       65-ESCRIBIR-LEDGER-END.
       EXIT.
