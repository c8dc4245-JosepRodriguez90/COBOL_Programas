      *          centro como PERDIDA DE EVALUACION CONTINUA en las
      *          asignaturas de su registro del trimestre, y deja la
      *          lista formateada en JEVALBOARD para la reunion.
      *          A peticion, cada linea lleva tambien el numero de
      *          incidencias de convivencia del alumno en el periodo
      *          (JINCIDENC de ALUMINCIDEN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL INCIDENCIAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINCIDENC.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENCIAS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEVALBOARD.txt".

                   06 NOTA-ASIGNATURA PIC 9(2)V99.
               04 NOTA PIC 9(2)V99.

       FD INCIDENCIAS.
           01 REG-INCIDENCIA.
               05 INC-CLAVE.
                   10 INC-NUMALUMNO PIC 9(5).
                   10 INC-FECHA PIC 9(8).
                   10 INC-HORA PIC 9(1).
                   10 INC-SEQ PIC 9(1).
               05 INC-PROFESOR PIC X(4).
               05 INC-CATEGORIA PIC X(2).
               05 INC-GRAVEDAD PIC 9(1).
               05 INC-DESCRIPCION PIC X(40).
               05 INC-SANCION PIC X(30).
               05 INC-SANCION-PROF PIC X(4).
               05 INC-SANCION-FECHA PIC 9(8).
               05 INC-AVISO PIC X(1).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JEVALBOARD".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "ALUMEVALUA".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-ASISTENCIA PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-PCT-FALTAS PIC 9(3)V99.
       77 WS-CONTADOR-PERDIDAS PIC 9(3) VALUE 0.
       77 WS-TABLA-LLENA PIC X(1) VALUE "N".
       77 WS-FS-INCIDENCIAS PIC 99.
       77 WS-FIN-INCIDENCIAS PIC X(3) VALUE "NO".
       77 WS-VER-INCIDENCIAS PIC X(1) VALUE "N".
       77 WS-NUM-INCIDENCIAS PIC 9(2).

      *> ACUMULADO DE ASISTENCIA POR ALUMNO EN EL RANGO DEL
      *> TRIMESTRE: PRESENTES, AUSENTES Y JUSTIFICADAS.
           05 FILLER PIC X(9) VALUE " Faltas: ".
           05 DET-PCT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".
           05 DET-BLOQUE-INCIDENCIAS.
               10 FILLER PIC X(5) VALUE " Inc:".
               10 DET-INCIDENCIAS PIC Z9.
               10 FILLER PIC X VALUE SPACE.
           05 DET-SIN-INCIDENCIAS REDEFINES DET-BLOQUE-INCIDENCIAS
               PIC X(8).
           05 DET-MARCA PIC X(29).

       01 WS-LINEA-ASIGNATURA.
           05 FILLER PIC X(4) VALUE SPACES.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Trimestre del informe (1-3): "
           ACCEPT WS-TRIMESTRE-INFORME.
           DISPLAY "Fecha desde (AAAAMMDD): "
           IF WS-UMBRAL-ENTRADA IS NUMERIC
               MOVE WS-UMBRAL-ENTRADA TO WS-UMBRAL-FALTAS
           END-IF.
           DISPLAY "Mostrar incidencias de convivencia (S/N): "
           ACCEPT WS-VER-INCIDENCIAS.

           PERFORM 10-ACUMULAR-ASISTENCIA.
           PERFORM 30-ESCRIBIR-INFORME.
           MOVE WS-TRIMESTRE-INFORME TO CAB-TRIMESTRE.
           MOVE WS-UMBRAL-FALTAS TO CAB-UMBRAL.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           IF WS-VER-INCIDENCIAS EQUAL "S"
               OPEN INPUT INCIDENCIAS
               IF WS-FS-INCIDENCIAS NOT EQUAL "00"
                   DISPLAY "No hay registro de incidencias."
                   MOVE "N" TO WS-VER-INCIDENCIAS
               END-IF
           END-IF.

           PERFORM 35-EVALUAR-ALUMNO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ALU-OCUPADOS.

           CLOSE ALUMNOS INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           IF WS-VER-INCIDENCIAS EQUAL "S"
               CLOSE INCIDENCIAS
           END-IF.
           DISPLAY "Alumnos con perdida de evaluacion continua: "
           WS-CONTADOR-PERDIDAS.
       30-ESCRIBIR-INFORME-END.
           MOVE NOMBRE TO DET-NOMBRE.
           MOVE APELLIDO TO DET-APELLIDO.
           MOVE WS-PCT-FALTAS TO DET-PCT.
           IF WS-VER-INCIDENCIAS EQUAL "S"
               PERFORM 45-CONTAR-INCIDENCIAS
               MOVE WS-NUM-INCIDENCIAS TO DET-INCIDENCIAS
           ELSE
               MOVE SPACES TO DET-SIN-INCIDENCIAS
           END-IF.
           IF WS-PCT-FALTAS > WS-UMBRAL-FALTAS
               MOVE "** PIERDE EVALUACION CONTINUA" TO DET-MARCA
           ELSE
       40-LISTAR-ASIGNATURAS-END.
       EXIT.


      *> INCIDENCIAS DEL ALUMNO DENTRO DEL RANGO DEL TRIMESTRE: LA
      *> CLAVE EMPIEZA POR EXPEDIENTE Y FECHA.
       45-CONTAR-INCIDENCIAS.
           MOVE 0 TO WS-NUM-INCIDENCIAS.
           MOVE "NO" TO WS-FIN-INCIDENCIAS.
           MOVE WS-ALU-NUMALUMNO (WS-I) TO INC-NUMALUMNO.
           MOVE WS-DESDE TO INC-FECHA.
           MOVE 0 TO INC-HORA INC-SEQ.
           START INCIDENCIAS KEY IS NOT LESS THAN INC-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-INCIDENCIAS
           END-START.
           PERFORM 47-LEER-INCIDENCIA
               UNTIL WS-FIN-INCIDENCIAS EQUAL "SI".
       45-CONTAR-INCIDENCIAS-END.
       EXIT.


       47-LEER-INCIDENCIA.
           READ INCIDENCIAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-INCIDENCIAS
           NOT AT END
               IF INC-NUMALUMNO NOT EQUAL WS-ALU-NUMALUMNO (WS-I)
                   OR INC-FECHA > WS-HASTA
                   MOVE "SI" TO WS-FIN-INCIDENCIAS
               ELSE
                   IF WS-NUM-INCIDENCIAS < 99
                       ADD 1 TO WS-NUM-INCIDENCIAS
                   END-IF
               END-IF
           END-READ.
       47-LEER-INCIDENCIA-END.
       EXIT.

       END PROGRAM ALUMEVALUA.
