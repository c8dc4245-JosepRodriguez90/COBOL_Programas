      *          cada mes, NOMINAREIMP reimprime los meses viejos con
      *          las tarifas que regian entonces. Se acabo recompilar
      *          en semana de nominas por una subida de convenio.
      *          Cada tarifa guarda tambien su fecha de alta: si la
      *          fecha de efecto es anterior al alta (convenio
      *          firmado con efecto retroactivo), NOMINAATRASOS
      *          calcula los atrasos de los meses ya pagados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   10 ESC-CATEGORIA PIC X(6).
                   10 ESC-FECHA-EFECTO PIC 9(8).
               05 ESC-SUELDO PIC 9(6).
               05 ESC-FECHA-ALTA PIC 9(8).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-ESCALAS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-ESCALAS PIC X(3) VALUE "NO".

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "El maestro de escalas salariales exige rol de"
               " supervisor."
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-ESCALAS.
           PERFORM 10-MENU UNTIL WS-OPCION = 4.
           CLOSE ESCALAS.
           INVALID KEY
               DISPLAY "Sueldo mensual de la categoria: "
               ACCEPT ESC-SUELDO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO ESC-FECHA-ALTA
               WRITE REG-ESCALA
               DISPLAY "Tarifa dada de alta."
               IF ESC-FECHA-EFECTO (1:6) < WS-HOY-NUM (1:6)
                   DISPLAY "AVISO: tarifa con efecto retroactivo;"
                   " ejecutar NOMINAATRASOS antes de la proxima"
                   " nomina para liquidar los atrasos."
               END-IF
           NOT INVALID KEY
               DISPLAY "Ya existe tarifa con esa fecha: "
               ESC-SUELDO
           NOT AT END
               DISPLAY "  " ESC-CATEGORIA " desde "
               ESC-FECHA-EFECTO ": $" ESC-SUELDO
               " (alta " ESC-FECHA-ALTA ")"
           END-READ.
       45-LISTAR-UNA-END.
       EXIT.
