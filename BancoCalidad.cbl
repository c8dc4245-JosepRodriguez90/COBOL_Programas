       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCALIDAD".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOCALIDAD".

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-CLIENTES PIC 99.
           PERFORM 40-REVISAR-CLIENTES.

           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           PERFORM 80-RESUMEN.
       STOP RUN.
       00-INICIO-END.
