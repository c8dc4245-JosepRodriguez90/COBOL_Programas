       01 REG-CERTIFICADO PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCERTRET".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOCERTRET".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-RETINT PIC 99.
       77 WS-FILE-STATUS PIC 99.
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Año a certificar (AAAA): "
           ACCEPT WS-ANIO.
           PERFORM 10-ACUMULAR-ANIO.
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CLI-OCUPADOS.
           CLOSE CLIENTES CERTIFICADOS.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Certificados emitidos: " WS-CLI-OCUPADOS.
       40-EMITIR-CERTIFICADOS-END.
       EXIT.
