           05 FILLER PIC X(7).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JFILEMONEXC".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "FILEMON".

       77 WS-FS-ACTUAL PIC 99.
       77 WS-FS-TENDENCIA PIC 99.

           PERFORM 90-RESUMEN.
           CLOSE EXCEPCIONES.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       GOBACK.
       00-INICIO-END.
       EXIT.
