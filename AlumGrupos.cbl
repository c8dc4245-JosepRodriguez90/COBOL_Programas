               04 NOTA PIC 9(2)V99.

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-GRUPOS PIC 99.
       77 WS-FS-GRUPOALUM PIC 99.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-ARCHIVOS.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE GRUPOS GRUPO-ALUMNO.
           AT END
               MOVE "SI" TO WS-FIN-ALUMNOS
           NOT AT END
      *>LAS FICHAS DE ALTA DE ALUMADMISION (TRIMESTRE 0) NO TIENEN
      *>NOTAS: NO CUENTAN EN LISTADOS NI ESTADISTICAS.
               IF TRIMESTRE NOT EQUAL 0
               AND (WS-TRIM-FILTRO EQUAL 0
               OR TRIMESTRE EQUAL WS-TRIM-FILTRO)
                   MOVE NUMALUMNO TO GA-NUMALUMNO
                   READ GRUPO-ALUMNO RECORD
                   INVALID KEY
