      *          alumno de Alumnos.txt, calcula la nota final del
      *          curso, decide promociona o repite, archiva el curso
      *          cerrado en el historico AlumHist.txt y vacia el
      *          maestro para el curso siguiente. Las fichas de
      *          alta de ALUMADMISION (trimestre 0) de alumnos aun sin
      *          evaluar no se archivan y se quedan para el curso que
      *          empieza.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RECUPERA.

       SELECT NOTACOMP ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOTACOMP.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NCO-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-NOTACOMP.

       DATA DIVISION.
       FILE SECTION.
       FD ALUMNOS.
                   06 NOTA-ASIGNATURA PIC 9(2)V99.
               04 NOTA PIC 9(2)V99.

      *> NOTAS POR COMPONENTES DEL CURSO (ALUMCOMPONE): SU CLAVE NO
      *> LLEVA EL AÑO, ASI QUE SE VACIAN CON EL MAESTRO. LA TABLA DE
      *> PONDERACION SE CONSERVA PARA EL CURSO SIGUIENTE.
       FD NOTACOMP.
           01 REG-NOTACOMP.
               05 NCO-CLAVE.
                   10 NCO-NUMALUMNO PIC 9(5).
                   10 NCO-TRIMESTRE PIC 9.
                   10 NCO-ASIGNATURA PIC X(4).
                   10 NCO-COMPONENTE PIC X(2).
               05 NCO-NOTA PIC 9(2)V99.
               05 NCO-PROFESOR PIC X(4).
               05 NCO-FECHA PIC 9(8).

       FD RECUPERA.
           01 REG-RECUPERA.
               05 REC-CLAVE.
           05 HIST-VIA PIC X(5).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-HISTORICO PIC 99.
       77 WS-CONFIRMAR PIC X(1).
       77 WS-TABLA-LLENA PIC X(1) VALUE "N".
       77 WS-FS-RECUPERA PIC 99.
       77 WS-FS-NOTACOMP PIC 99.
       77 WS-FIN-RECUPERA PIC X(3).
       77 WS-HAY-RECUPERA PIC X(1) VALUE "N".
       77 WS-REC-SUMA PIC 9(3)V99.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Año del curso a cerrar (AAAA): "
           ACCEPT WS-CURSO.
           DISPLAY "El cierre archiva el curso en AlumHist.txt y"
           AT END
               MOVE "SI" TO WS-FIN-ALUMNOS
           NOT AT END
      *>LA FICHA DE ALTA (TRIMESTRE 0) NO ES UN TRIMESTRE EVALUADO.
               IF TRIMESTRE EQUAL 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "NO" TO WS-ENCONTRADO
               PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CUR-OCUPADOS
       EXIT.


      *> EL CURSO YA ESTA ARCHIVADO: SE BORRA DEL MAESTRO TODO LO
      *> ARCHIVADO DE CARA AL CURSO SIGUIENTE. SOLO QUEDAN LAS FICHAS
      *> DE ALTA DE LOS ADMITIDOS QUE AUN NO TIENEN NINGUN TRIMESTRE.
       50-VACIAR-MAESTRO.
           OPEN I-O ALUMNOS.
           MOVE "NO" TO WS-FIN-ALUMNOS.
           PERFORM 55-BORRAR-ARCHIVADO
               UNTIL WS-FIN-ALUMNOS EQUAL "SI".
           CLOSE ALUMNOS.
           OPEN OUTPUT NOTACOMP.
           CLOSE NOTACOMP.
       50-VACIAR-MAESTRO-END.
       EXIT.


       55-BORRAR-ARCHIVADO.
           READ ALUMNOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ALUMNOS
           NOT AT END
               MOVE "SI" TO WS-ENCONTRADO
               IF TRIMESTRE EQUAL 0
                   MOVE "NO" TO WS-ENCONTRADO
                   PERFORM 57-BUSCAR-ARCHIVADO
                       VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CUR-OCUPADOS
               END-IF
               IF WS-ENCONTRADO EQUAL "SI"
                   DELETE ALUMNOS RECORD
                   INVALID KEY
                       DISPLAY "Error borrando el expediente "
                       NUMALUMNO
                   END-DELETE
               END-IF
           END-READ.
       55-BORRAR-ARCHIVADO-END.
       EXIT.


       57-BUSCAR-ARCHIVADO.
           IF WS-CUR-NUMALUMNO (WS-I) EQUAL NUMALUMNO
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       57-BUSCAR-ARCHIVADO-END.
       EXIT.


       60-MOSTRAR-RESUMEN.
           IF WS-HAY-RECUPERA EQUAL "S"
               CLOSE RECUPERA
