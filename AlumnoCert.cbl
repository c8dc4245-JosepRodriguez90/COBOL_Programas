      *          boletin formateado (cabecera, una linea por
      *          asignatura con su calificacion cualitativa, la nota
      *          media y la fecha de expedicion) listo para imprimir
      *          y sellar. Si se pide, debajo de cada asignatura
      *          sale el desglose de sus componentes ponderados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RECUPERA.

       SELECT OPTIONAL ASIGNATURAS-CAT
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Asignaturas.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASIG-CODIGO
       ALTERNATE RECORD KEY IS ASIG-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT OPTIONAL PONDERACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPONDERA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PON-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PONDERA.

       SELECT OPTIONAL NOTACOMP ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOTACOMP.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NCO-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-NOTACOMP.

       SELECT BOLETIN ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Boletin.txt".

               05 REC-FECHA PIC 9(8).
               05 REC-NOTA PIC 9(2)V99.

      *> DESGLOSE POR COMPONENTES (ALUMCOMPONE), SOLO SI SE PIDE: LA
      *> ASIGNATURA DEL MAESTRO SE TRADUCE A SU CODIGO CON EL
      *> CATALOGO Y SE IMPRIME CADA COMPONENTE CON SU PESO Y SU NOTA.
       FD ASIGNATURAS-CAT.
           01 REG-ASIGNATURA.
               05 ASIG-CODIGO PIC X(4).
               05 ASIG-NOMBRE PIC X(10).

       FD PONDERACION.
           01 REG-PONDERACION.
               05 PON-CLAVE.
                   10 PON-ASIGNATURA PIC X(4).
                   10 PON-TRIMESTRE PIC 9.
                   10 PON-COMPONENTE PIC X(2).
               05 PON-DESCRIPCION PIC X(15).
               05 PON-PESO PIC 9(3).

       FD NOTACOMP.
           01 REG-NOTACOMP.
               05 NCO-CLAVE.
                   10 NCO-ALUMNO-ASIG.
                       15 NCO-NUMALUMNO PIC 9(5).
                       15 NCO-TRIMESTRE PIC 9.
                       15 NCO-ASIGNATURA PIC X(4).
                   10 NCO-COMPONENTE PIC X(2).
               05 NCO-NOTA PIC 9(2)V99.
               05 NCO-PROFESOR PIC X(4).
               05 NCO-FECHA PIC 9(8).

       FD BOLETIN
       RECORD CONTAINS 70 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REG-BOLETIN PIC X(70).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "Boletin".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "ALUMNOCERT".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FILE-STATUS PIC 99.
       77 WS-NUMALUMNO-BUSCAR PIC 9(5).
       77 WS-I PIC 9.
       77 WS-FECHA PIC X(21).
       77 WS-FS-RECUPERA PIC 99.
       77 WS-FS-CATALOGO PIC 99.
       77 WS-FS-PONDERA PIC 99.
       77 WS-FS-NOTACOMP PIC 99.
       77 WS-DESGLOSE PIC X(1) VALUE "N".
       77 WS-FIN-NOTACOMP PIC X(3) VALUE "NO".
       77 WS-ALUMNO-ASIG PIC X(10).

       01 QUALIFICACIONES.
           02 NOTAQ PIC 9(2)V99.
           05 REC-FECHA-IMP PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".

       01 WS-LINEA-COMPONENTE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 COM-DESCRIPCION PIC X(15).
           05 FILLER PIC X(7) VALUE " peso: ".
           05 COM-PESO PIC ZZ9.
           05 FILLER PIC X(9) VALUE "%  nota: ".
           05 COM-NOTA PIC Z9.99.

       01 WS-LINEA-MEDIA.
           05 FILLER PIC X(18) VALUE "Nota media final: ".
           05 MED-NOTA PIC Z9.99.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-BUSCAR-ALUMNO.
       STOP RUN.
       00-INICIO-END.
               ACCEPT WS-NUMALUMNO-BUSCAR
               DISPLAY "Trimestre (1-3): "
               ACCEPT WS-TRIMESTRE-BUSCAR
               DISPLAY "¿Imprimir el desglose por componentes? (S/N)"
               ACCEPT WS-DESGLOSE
               MOVE WS-NUMALUMNO-BUSCAR TO NUMALUMNO
               MOVE WS-TRIMESTRE-BUSCAR TO TRIMESTRE
               READ ALUMNOS RECORD
       20-EMITIR-CERTIFICADO.
           OPEN OUTPUT BOLETIN.
           OPEN INPUT RECUPERA.
           IF WS-DESGLOSE EQUAL "S" OR WS-DESGLOSE EQUAL "s"
               MOVE "S" TO WS-DESGLOSE
               OPEN INPUT ASIGNATURAS-CAT PONDERACION NOTACOMP
           END-IF.
           CALL "FECHA-ACTUAL" USING WS-FECHA.

           WRITE REG-BOLETIN FROM WS-TITULO.
           WRITE REG-BOLETIN FROM WS-LINEA-FECHA.

           CLOSE BOLETIN RECUPERA.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           IF WS-DESGLOSE EQUAL "S"
               CLOSE ASIGNATURAS-CAT PONDERACION NOTACOMP
           END-IF.
           DISPLAY "Certificado emitido en Boletin.txt para "
           NOMBRE " " APELLIDO.
       20-EMITIR-CERTIFICADO-END.
               MOVE SPACES TO DET-CALIFICACION
           END-EVALUATE.
           WRITE REG-BOLETIN FROM WS-LINEA-ASIGNATURA.
           IF WS-DESGLOSE EQUAL "S"
               PERFORM 37-DESGLOSE-COMPONENTES
           END-IF.
           PERFORM 35-LINEA-RECUPERACION.
       30-LINEA-ASIGNATURA-END.
       EXIT.
       35-LINEA-RECUPERACION-END.
       EXIT.

      *> UNA LINEA POR COMPONENTE CON NOTA EN JNOTACOMP PARA ESTE
      *> ALUMNO, TRIMESTRE Y ASIGNATURA; LA DESCRIPCION Y EL PESO
      *> SALEN DE JPONDERA.
       37-DESGLOSE-COMPONENTES.
           IF WS-FS-CATALOGO EQUAL "00"
               AND WS-FS-NOTACOMP EQUAL "00"
               MOVE NOMBRE-ASIGNATURA (WS-I) TO ASIG-NOMBRE
               READ ASIGNATURAS-CAT KEY IS ASIG-NOMBRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NUMALUMNO TO NCO-NUMALUMNO
                   MOVE TRIMESTRE TO NCO-TRIMESTRE
                   MOVE ASIG-CODIGO TO NCO-ASIGNATURA
                   MOVE SPACES TO NCO-COMPONENTE
                   MOVE NCO-ALUMNO-ASIG TO WS-ALUMNO-ASIG
                   MOVE "NO" TO WS-FIN-NOTACOMP
                   START NOTACOMP KEY IS NOT LESS THAN NCO-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-FIN-NOTACOMP
                   END-START
                   PERFORM 38-LINEA-COMPONENTE
                       UNTIL WS-FIN-NOTACOMP EQUAL "SI"
               END-READ
           END-IF.
       37-DESGLOSE-COMPONENTES-END.
       EXIT.


       38-LINEA-COMPONENTE.
           READ NOTACOMP NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-NOTACOMP
           NOT AT END
               IF NCO-ALUMNO-ASIG NOT EQUAL WS-ALUMNO-ASIG
                   MOVE "SI" TO WS-FIN-NOTACOMP
               ELSE
                   MOVE NCO-COMPONENTE TO COM-DESCRIPCION
                   MOVE 0 TO COM-PESO
                   MOVE NCO-ASIGNATURA TO PON-ASIGNATURA
                   MOVE NCO-TRIMESTRE TO PON-TRIMESTRE
                   MOVE NCO-COMPONENTE TO PON-COMPONENTE
                   READ PONDERACION RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PON-DESCRIPCION TO COM-DESCRIPCION
                       MOVE PON-PESO TO COM-PESO
                   END-READ
                   MOVE NCO-NOTA TO COM-NOTA
                   WRITE REG-BOLETIN FROM WS-LINEA-COMPONENTE
               END-IF
           END-READ.
       38-LINEA-COMPONENTE-END.
       EXIT.

       END PROGRAM ALUMNOCERT.
