               04 NOTA PIC 9(2)V99.

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-RECUPERA PIC 99.
       77 WS-FILE-STATUS PIC 99.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-RECUPERA.
           PERFORM 10-MENU UNTIL WS-OPCION = 3.
           CLOSE RECUPERA.
