           05 EXC-MOTIVO PIC X(54).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "AlumExpErr".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "ALUMEXPORT".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-EXPORTACION PIC 99.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Trimestre a exportar (1-3): "
           ACCEPT WS-TRIMESTRE-EXPORT.
           PERFORM 10-ABRIR-ARCHIVOS.

       90-CERRAR.
           CLOSE ALUMNOS EXPORTACION EXCEPCIONES.
      *> SIN ALUMNOS NO SE ABRIO LA LISTA DE EXCEPCIONES: NO SE ARCHIVA.
           IF WS-FS-EXCEPCIONES EQUAL "00"
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
           END-IF.
           DISPLAY "Registros exportados: " WS-CONTADOR-REGISTROS.
           DISPLAY "Alumnos en excepciones: "
           WS-CONTADOR-EXCEPCIONES.
