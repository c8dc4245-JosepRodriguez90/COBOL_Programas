       01 REG-NOMINA PIC X(80).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WSV-HIST-STATUS PIC 99.
       77 WSV-SEGUIR PIC X(1) VALUE "S".
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           OPEN INPUT HISTORICO-SUELDOS.
           IF WSV-HIST-STATUS NOT EQUAL "00"
               DISPLAY "No se encuentra el historico de sueldos."
