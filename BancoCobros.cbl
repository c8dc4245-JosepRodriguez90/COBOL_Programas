      *          y devolviendo en JCOBRODEV los recibos que no se
      *          pudieron cobrar con su codigo de motivo (01 cuenta
      *          inexistente, 02 cuenta bloqueada, 03 sin saldo).
      *          Deja los totales RECIBIDOS, COBRADOS y DEVUELTOS en
      *          JCTRLTOT (CTRLTOT) para el cuadre de la remesa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> ARCHIVO DE DEVOLUCIONES PARA LA COMPAÑIA: EL RECIBO TAL
      *> CUAL LLEGO MAS EL CODIGO DE MOTIVO DE LA DEVOLUCION.
       77 WS-FS-COBROS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-AVI-SUCESO PIC X(10) VALUE "RECIBODEV".
       77 WS-AVI-IMPORTE PIC S9(7)V99.
       77 WS-FS-DEVOLUCIONES PIC 99.
       77 WS-FIN-COBROS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
       77 WS-CONTADOR-DEVUELTOS PIC 9(5) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20).
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-IMPORTE-RECIBIDOS PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE-COBRADOS PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE-DEVUELTOS PIC 9(11)V99 VALUE 0.
       77 WS-TOT-NOMBRE PIC X(12).
       77 WS-TOT-CANTIDAD PIC 9(7).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
               MOVE "SI" TO WS-FIN-COBROS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               ADD COB-IMPORTE TO WS-IMPORTE-RECIBIDOS
               PERFORM 30-CARGAR-RECIBO
           END-READ.
       20-PROCESAR-COBRO-END.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "RECIBODOM" TO WS-MOVS-TIPO.
           MOVE COB-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.

           ADD 1 TO WS-CONTADOR-COBRADOS.
           ADD COB-IMPORTE TO WS-IMPORTE-COBRADOS.
       40-APLICAR-CARGO-END.
       EXIT.

           MOVE WS-MOTIVO TO DEV-MOTIVO.
           WRITE REG-DEVOLUCION.
           ADD 1 TO WS-CONTADOR-DEVUELTOS.
           ADD COB-IMPORTE TO WS-IMPORTE-DEVUELTOS.
           DISPLAY "Recibo " COB-REFERENCIA " devuelto, motivo "
           WS-MOTIVO.
      *>CON LA CUENTA LEIDA (MOTIVOS 02 Y 03) SE AVISA AL TITULAR.
           IF WS-MOTIVO NOT EQUAL "01"
               MOVE COB-IMPORTE TO WS-AVI-IMPORTE
               CALL "AVISOCLI" USING WS-AVI-SUCESO, DATOS-CUENTA,
                   DATOS-CUENTA, WS-AVI-IMPORTE
           END-IF.
       50-DEVOLVER-RECIBO-END.
       EXIT.

           MOVE "BANCOCOBROS" TO WS-CTRL-PROGRAMA.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CONTADOR-COBRADOS.
      *> TOTALES DE CONTROL DE LA REMESA PARA EL CUADRE (CUADRELOTE).
           MOVE "RECIBIDOS" TO WS-TOT-NOMBRE.
           MOVE WS-CTRL-LEIDOS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-CTRL-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-RECIBIDOS.
           MOVE "COBRADOS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-COBRADOS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-CTRL-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-COBRADOS.
           MOVE "DEVUELTOS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-DEVUELTOS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-CTRL-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-DEVUELTOS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.

