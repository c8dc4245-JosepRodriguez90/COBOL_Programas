      *          (codigo y nombre oficial). ALUMNOS valida contra este
      *          archivo lo que teclean los profesores, para que la
      *          misma asignatura no exista tres veces con tres
      *          nombres distintos. Las horas semanales que pide
      *          cada asignatura van aparte en JASIGHORAS (mismo
      *          patron que JCUENTAEXT), para no tocar el registro
      *          que leen ALUMNOS y PROFESORMANT; HORARIOMANT avisa
      *          cuando el horario de un grupo no las cumple.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT ASIG-HORAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JASIGHORAS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASH-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HORAS.

       DATA DIVISION.
       FILE SECTION.
       FD ASIGNATURAS-CAT.
               05 ASIG-CODIGO PIC X(4).
               05 ASIG-NOMBRE PIC X(10).

      *> HORAS LECTIVAS SEMANALES QUE EXIGE CADA ASIGNATURA DEL
      *> CATALOGO; LA CLAVE ES LA MISMA QUE LA DEL CATALOGO.
       FD ASIG-HORAS.
           01 REG-ASIG-HORAS.
               05 ASH-CODIGO PIC X(4).
               05 ASH-HORAS PIC 9(2).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-CATALOGO PIC 99.
       77 WS-FS-HORAS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-CATALOGO PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-CATALOGO.
           PERFORM 10-MENU UNTIL WS-OPCION = 5.
           CLOSE ASIGNATURAS-CAT ASIG-HORAS.
       STOP RUN.
       00-INICIO-END.
       EXIT.
               CLOSE ASIGNATURAS-CAT
               OPEN I-O ASIGNATURAS-CAT
           END-IF.
           OPEN I-O ASIG-HORAS.
           IF WS-FS-HORAS = "35"
               OPEN OUTPUT ASIG-HORAS
               CLOSE ASIG-HORAS
               OPEN I-O ASIG-HORAS
           END-IF.
       05-ABRIR-CATALOGO-END.
       EXIT.

           DISPLAY "Alta de asignatura (1)"
           DISPLAY "Baja de asignatura (2)"
           DISPLAY "Listar catalogo (3)"
           DISPLAY "Horas semanales de una asignatura (4)"
           DISPLAY "salir (5)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 3
               PERFORM 40-LISTAR-CATALOGO
           WHEN 4
               PERFORM 50-HORAS-SEMANALES
           WHEN 5
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
                   DISPLAY "Ya existe otra asignatura con ese nombre."
               NOT INVALID KEY
                   DISPLAY "Asignatura dada de alta."
                   PERFORM 55-PEDIR-HORAS
               END-WRITE
           NOT INVALID KEY
               DISPLAY "Ya existe una asignatura con ese codigo: "
               DELETE ASIGNATURAS-CAT RECORD
               INVALID KEY
                   DISPLAY "Error eliminando la asignatura."
               NOT INVALID KEY
                   MOVE ASIG-CODIGO TO ASH-CODIGO
                   DELETE ASIG-HORAS RECORD
                   INVALID KEY
                       CONTINUE
                   END-DELETE
               END-DELETE
           END-READ.
       30-BAJA-ASIGNATURA-END.
           AT END
               MOVE "SI" TO WS-FIN-CATALOGO
           NOT AT END
               MOVE ASIG-CODIGO TO ASH-CODIGO
               READ ASIG-HORAS RECORD
               INVALID KEY
                   DISPLAY ASIG-CODIGO " " ASIG-NOMBRE
                   " (sin horas semanales)"
               NOT INVALID KEY
                   DISPLAY ASIG-CODIGO " " ASIG-NOMBRE " "
                   ASH-HORAS " h/semana"
               END-READ
           END-READ.
       45-LISTAR-UNA-END.
       EXIT.


       50-HORAS-SEMANALES.
           DISPLAY "Codigo de la asignatura: "
           ACCEPT ASIG-CODIGO
           READ ASIGNATURAS-CAT RECORD
           INVALID KEY
               DISPLAY "No existe ninguna asignatura con ese codigo."
           NOT INVALID KEY
               PERFORM 55-PEDIR-HORAS
           END-READ.
       50-HORAS-SEMANALES-END.
       EXIT.


      *> UN CAMBIO DE HORAS SOBRE UNA ASIGNATURA QUE YA LAS TENIA
      *> SUSTITUYE AL VALOR ANTERIOR.
       55-PEDIR-HORAS.
           MOVE ASIG-CODIGO TO ASH-CODIGO.
           DISPLAY "Horas semanales de " ASIG-NOMBRE " (0-40): "
           ACCEPT ASH-HORAS.
           IF ASH-HORAS > 40
               DISPLAY "Horas no validas, no se anotan."
           ELSE
               WRITE REG-ASIG-HORAS
               INVALID KEY
                   REWRITE REG-ASIG-HORAS
                   INVALID KEY
                       DISPLAY "Error al anotar las horas."
                   END-REWRITE
               END-WRITE
           END-IF.
       55-PEDIR-HORAS-END.
       EXIT.

       END PROGRAM ASIGMANT.
