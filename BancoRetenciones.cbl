       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> REGISTRO DE RETENCION: IMPORTE NO DISPONIBLE DE UNA CUENTA
      *> HASTA SU FECHA DE LIBERACION ("A" ACTIVA, "L" LIBERADA, "C"
      *> ANULADA POR DEVOLUCION DEL CHEQUE EN BANCOCHQDEVOL).
       FD RETENCIONES.
           01 DATOS-RETENCION.
               05 RET-ID PIC 9(4).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-RETENCION PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-RETENCIONES PIC X(3) VALUE "NO".
       77 WS-DIAS-HABILES PIC 9(2).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-MOVS-OPERADOR.
           PERFORM 05-ABRIR-RETENCIONES.
           PERFORM 10-MENU UNTIL WS-OPCION = 4.
           CLOSE RETENCIONES.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE RET-CUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "LIBERACION" TO WS-MOVS-TIPO.
           MOVE RET-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
           DISPLAY "Retencion " RET-ID " liberada en la cuenta "
           RET-CUENTA.
