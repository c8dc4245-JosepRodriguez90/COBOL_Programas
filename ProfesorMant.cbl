      *          clave personal, mismo patron que JCAJEROS/CAJEROMANT)
      *          y asignacion de cada asignatura del catalogo oficial
      *          (Asignaturas.txt, ASIGMANT) a su profesor del curso
      *          en JASIGPROF. ALUMNOS solo deja tocar las
      *          asignaturas del profesor firmado, asi el despiste de
      *          un sustituto en una asignatura ajena deja de ser
      *          posible. La firma se hace contra el maestro unico de
      *          operadores (OPERADORMANT): el codigo de profesor es
      *          su codigo de operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 ASIG-NOMBRE PIC X(10).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-PROFESORES PIC 99.
       77 WS-FS-ASIGPROF PIC 99.
       77 WS-FS-CATALOGO PIC 99.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S" AND WS-SES-ROL NOT EQUAL "D"
               DISPLAY "El maestro de profesores exige rol de"
               " supervisor o direccion."
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-MAESTROS.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE PROFESORES ASIG-PROFESOR.
