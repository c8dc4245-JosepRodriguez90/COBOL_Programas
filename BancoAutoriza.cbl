      *          JPENDAUTH: las transferencias por encima del umbral
      *          de doble firma que BANCO aparca en estado "P" las
      *          aprueba o rechaza aqui un supervisor firmado contra
      *          JOPERADORES (rol de banco "S"). La aprobacion
      *          ejecuta la transferencia con los mismos controles de
      *          ESTADO, descubierto y cambio de divisa que BANCO,
      *          emite el recibo numerado de la serie JRECSEQ, y deja
      *          en JMOVS la linea del movimiento mas un registro "AU"
      *          con las dos firmas (cajero que capturo y supervisor
      *          que aprobo) enlazadas por el numero de recibo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL CAMBIOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAMBIOS.txt"
       ORGANIZATION INDEXED
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD CAMBIOS.
           01 DATOS-CAMBIO.
               05 CAMBIO-PAR PIC X(6).
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD RECIBOS
       RECORD CONTAINS 89 CHARACTERS.
       01 REG-RECIBO PIC X(89).

       FD RECIBOS-SEQ
       RECORD CONTAINS 6 CHARACTERS.
           05 SEQ-ULTIMO-RECIBO PIC 9(6).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-PENDIENTES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-CAMBIOS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-RECIBOS PIC 99.
       77 WS-FS-RECSEQ PIC 99.
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-PENDIENTES PIC X(3) VALUE "NO".
       77 WS-SUPERVISOR PIC X(4).
       77 WS-SUPERVISOR-OK PIC X(1) VALUE "N".
       77 WS-DECISION PIC X(1).
       77 WS-OPERACION-OK PIC X(1).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> REGISTRO "AU" DE DOBLE FIRMA EN JMOVS: LOS INFORMES SOLO
      *> LEEN LOS "MV", ASI QUE ESTA LINEA NO ENSUCIA NINGUN CUADRE
           05 WS-AUT-SUPERVISOR-LINEA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-AUT-RECIBO-LINEA PIC 9(6).
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
           05 REC-SALDO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 REC-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REC-IBAN PIC X(24).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-FIRMA-SUPERVISOR.
           IF WS-SUPERVISOR-OK EQUAL "S"
               OPEN I-O PENDIENTES
       EXIT.


      *> LA RESOLUCION DE PENDIENTES ES COSA DE SUPERVISORES: SOLO
      *> ENTRA EL OPERADOR FIRMADO CON ROL DE BANCO "S" EN EL MAESTRO
      *> UNICO, Y ES EL QUE QUEDA COMO SUPERVISOR DE CADA RESOLUCION.
       05-FIRMA-SUPERVISOR.
           IF WS-SES-ROL EQUAL "S"
               MOVE WS-SES-OPERADOR TO WS-SUPERVISOR
               MOVE "S" TO WS-SUPERVISOR-OK
           ELSE
               DISPLAY "El operador " WS-SES-OPERADOR
               " no tiene rol de supervisor."
           END-IF.
       05-FIRMA-SUPERVISOR-END.
       EXIT.

           MOVE AUT-IMPORTE TO REC-IMPORTE.
           MOVE SALDO TO REC-SALDO.
           MOVE WS-SUPERVISOR TO REC-OPERADOR.
           MOVE "G" TO WS-IBAN-OPERACION.
           MOVE AUT-CUENTA-ORIGEN TO WS-IBAN-CUENTA.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               REC-IBAN, WS-IBAN-RESULTADO.
           OPEN EXTEND RECIBOS.
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA.
           CLOSE RECIBOS.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE WS-LEDGER-TIPO TO WS-MOVS-TIPO.
           EVALUATE WS-LEDGER-TIPO
           WHEN "INGRESO"
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE WS-NUMERO-RECIBO TO WS-MOVS-RECIBO.
           MOVE AUT-CAJERO TO WS-MOVS-OPERADOR.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       60-ESCRIBIR-LINEAS-END.
       EXIT.
