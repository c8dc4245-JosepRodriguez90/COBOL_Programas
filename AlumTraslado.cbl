      ******************************************************************
      * Author:
      * Date:
      * Purpose: Traslados de alumnos entre centros. La salida deja
      *          en TrasladoSal.txt el expediente academico en formato
      *          fijo para el centro de destino (identificacion, notas
      *          de cada trimestre de Alumnos.txt, cursos cerrados de
      *          AlumHist.txt, recuperaciones de JRECUPERA, resumen de
      *          asistencia y tutores de JTUTORALUM, con registro de
      *          cola de recuento y suma de control como ALUMEXPORT),
      *          anota el traslado en JTRASLADO y quita al alumno de
      *          su grupo de JGRUPOALUM; su historia no se toca. La
      *          entrada carga el expediente que llega de otro centro
      *          (TrasladoEnt.txt) con un expediente nuevo de la serie
      *          JALUMSEQ, y las asignaturas que no estan en nuestro
      *          catalogo quedan en JTRASMAPA para asignarlas a mano
      *          desde la opcion de mapeo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMTRASLADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRASLADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTRASLADO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TRA-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TRASLADOS.

       SELECT TRASMAPA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTRASMAPA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MAP-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TRASMAPA.

       SELECT ALUMNOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Alumnos.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLAVE-ALUMNO
       ALTERNATE RECORD KEY IS APELLIDO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT GRUPO-ALUMNO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGRUPOALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GA-NUMALUMNO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOALUM.

       SELECT TUTORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTUTORALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TUT-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TUTORES.

       SELECT RECUPERA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRECUPERA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS REC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RECUPERA.

       SELECT OPTIONAL ASISTENCIA
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Asistencia.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASIST-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ASISTENCIA.

       SELECT OPTIONAL ASIGNATURAS-CAT
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Asignaturas.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASIG-CODIGO
       ALTERNATE RECORD KEY IS ASIG-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT OPTIONAL HISTORICO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumHist.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT OPTIONAL ALUMNOS-SEQ ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JALUMSEQ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ALUMSEQ.

       SELECT OPTIONAL CENTRO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCENTRO.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CENTRO.

       SELECT DOSSIER-SALIDA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\TrasladoSal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DOSSIER.

       SELECT DOSSIER-ENTRADA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\TrasladoEnt.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DOSSIER.

       DATA DIVISION.
       FILE SECTION.
      *> UN REGISTRO POR TRASLADO: TIPO "S" SALIDA (CENTRO DE DESTINO
      *> Y GRUPO QUE DEJA) O "E" ENTRADA (CENTRO Y EXPEDIENTE DE
      *> ORIGEN, CON EL RESUMEN DE ASISTENCIA QUE TRAE). UN "S" ES LA
      *> MARCA DE ALUMNO TRASLADADO.
       FD TRASLADOS.
           01 REG-TRASLADO.
               05 TRA-CLAVE.
                   10 TRA-NUMALUMNO PIC 9(5).
                   10 TRA-TIPO PIC X(1).
               05 TRA-FECHA PIC 9(8).
               05 TRA-CENTRO PIC X(25).
               05 TRA-GRUPO PIC X(3).
               05 TRA-EXP-ORIGEN PIC 9(5).
               05 TRA-ASI-DESDE PIC 9(8).
               05 TRA-ASI-HASTA PIC 9(8).
               05 TRA-ASI-PRESENTES PIC 9(4).
               05 TRA-ASI-AUSENCIAS PIC 9(4).
               05 TRA-ASI-JUSTIFICADAS PIC 9(4).

      *> ASIGNATURAS DE UN TRASLADO DE ENTRADA QUE NO CUADRAN CON EL
      *> CATALOGO: "P" PENDIENTE, "M" YA MAPEADA A MAP-ASIG-NUEVA.
       FD TRASMAPA.
           01 REG-TRASMAPA.
               05 MAP-CLAVE.
                   10 MAP-NUMALUMNO PIC 9(5).
                   10 MAP-ASIGNATURA PIC X(10).
               05 MAP-ESTADO PIC X(1).
               05 MAP-ASIG-NUEVA PIC X(10).

       FD ALUMNOS.
           01 ALUMNO.
               04 CLAVE-ALUMNO.
                   06 NUMALUMNO PIC 9(5).
                   06 TRIMESTRE PIC 9.
               04 NOMBRE PIC A(10).
               04 APELLIDO PIC A(10).
               04 NUM-ASIGNATURAS PIC 9.
               04 ASIGNATURAS OCCURS 5 TIMES.
                   06 NOMBRE-ASIGNATURA PIC X(10).
                   06 NOTA-ASIGNATURA PIC 9(2)V99.
               04 NOTA PIC 9(2)V99.

       FD GRUPO-ALUMNO.
           01 REG-GRUPO-ALUMNO.
               05 GA-NUMALUMNO PIC 9(5).
               05 GA-GRUPO PIC X(3).

       FD TUTORES.
           01 REG-TUTOR.
               05 TUT-CLAVE.
                   10 TUT-NUMALUMNO PIC 9(5).
                   10 TUT-SEQ PIC 9(1).
               05 TUT-NOMBRE PIC X(25).
               05 TUT-DIRECCION PIC X(35).
               05 TUT-PARENTESCO PIC X(10).

       FD RECUPERA.
           01 REG-RECUPERA.
               05 REC-CLAVE.
                   10 REC-NUMALUMNO PIC 9(5).
                   10 REC-ASIGNATURA PIC X(10).
               05 REC-FECHA PIC 9(8).
               05 REC-NOTA PIC 9(2)V99.

       FD ASISTENCIA.
           01 REG-ASISTENCIA.
               05 ASIST-CLAVE.
                   10 ASIST-NUMALUMNO PIC 9(5).
                   10 ASIST-FECHA PIC 9(8).
               05 ASIST-ESTADO PIC X(1).

       FD ASIGNATURAS-CAT.
           01 REG-ASIGNATURA.
               05 ASIG-CODIGO PIC X(4).
               05 ASIG-NOMBRE PIC X(10).

       FD HISTORICO
       RECORD CONTAINS 40 CHARACTERS.
       01 REG-HISTORICO.
           05 HIST-CURSO PIC 9(4).
           05 HIST-NUMALUMNO PIC 9(5).
           05 HIST-NOMBRE PIC X(10).
           05 HIST-APELLIDO PIC X(10).
           05 HIST-NOTA-FINAL PIC 9(2)V99.
           05 HIST-TRIMESTRES PIC 9.
           05 HIST-PROMOCIONA PIC X(1).
           05 HIST-VIA PIC X(5).

       FD ALUMNOS-SEQ.
       01 REG-ALUMNOS-SEQ.
           05 SEQ-ULTIMO-ALUMNO PIC 9(5).

      *> NOMBRE DEL CENTRO PARA LA CABECERA DEL EXPEDIENTE; SI NO
      *> EXISTE SE PIDE UNA VEZ Y SE GUARDA.
       FD CENTRO
       RECORD CONTAINS 25 CHARACTERS.
       01 REG-CENTRO.
           05 CEN-NOMBRE PIC X(25).

       FD DOSSIER-SALIDA
       RECORD CONTAINS 100 CHARACTERS.
       01 REG-DOSSIER-SALIDA PIC X(100).

       FD DOSSIER-ENTRADA
       RECORD CONTAINS 100 CHARACTERS.
       01 REG-DOSSIER-ENTRADA PIC X(100).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-TRASLADOS PIC 99.
       77 WS-FS-TRASMAPA PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-GRUPOALUM PIC 99.
       77 WS-FS-TUTORES PIC 99.
       77 WS-FS-RECUPERA PIC 99.
       77 WS-FS-ASISTENCIA PIC 99.
       77 WS-FS-CATALOGO PIC 99.
       77 WS-FS-HISTORICO PIC 99.
       77 WS-FS-ALUMSEQ PIC 99.
       77 WS-FS-CENTRO PIC 99.
       77 WS-FS-DOSSIER PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-CONFIRMAR PIC X(1).
       77 WS-NUMALUMNO-ENTRADA PIC 9(5).
       77 WS-ALUMNO-EXISTE PIC X(1).
       77 WS-CENTRO-DESTINO PIC X(25).
       77 WS-CENTRO-PROPIO PIC X(25).
       77 WS-GRUPO-ACTUAL PIC X(3).
       77 WS-FIN-ALUMNOS PIC X(3) VALUE "NO".
       77 WS-FIN-HISTORICO PIC X(3) VALUE "NO".
       77 WS-FIN-RECUPERA PIC X(3) VALUE "NO".
       77 WS-FIN-ASISTENCIA PIC X(3) VALUE "NO".
       77 WS-FIN-TUTORES PIC X(3) VALUE "NO".
       77 WS-FIN-DOSSIER PIC X(3) VALUE "NO".
       77 WS-FIN-TRASLADOS PIC X(3) VALUE "NO".
       77 WS-FIN-ASIGNACIONES PIC X(3) VALUE "NO".
       77 WS-FIN-MAPA PIC X(3) VALUE "NO".
       77 WS-I PIC 9.
       77 WS-T PIC 9.
       77 WS-INDICE PIC 9.
       77 WS-CONTADOR-REGISTROS PIC 9(6).
       77 WS-CHECKSUM PIC 9(9).
       77 WS-DOSSIER-OK PIC X(1).
       77 WS-MOTIVO PIC X(40).
       77 WS-YA-CARGADO PIC X(1).
       77 WS-NUEVO-EXPEDIENTE PIC 9(5).
       77 WS-EXPEDIENTE-LIBRE PIC X(1).
       77 WS-CATALOGO-OK PIC X(1).
       77 WS-ALUMNO-NUEVO PIC X(1).
       77 WS-SUMA-ASIGNATURAS PIC 9(3)V99.
       77 WS-ASIG-ORIGEN PIC X(10).
       77 WS-ASIG-NUEVA PIC X(10).
       77 WS-PENDIENTES PIC 9(3).
       77 WS-DESCARTADAS PIC 9(3).
       77 WS-CARGADOS PIC 9(5).
       77 WS-MAPEADAS PIC 9(3).
       77 WS-REC-FECHA PIC 9(8).
       77 WS-REC-NOTA PIC 9(2)V99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-ALUMNO-GUARDADO.
           05 WS-G-NOMBRE PIC A(10).
           05 WS-G-APELLIDO PIC A(10).

      *> EXPEDIENTE ACADEMICO DE TRASLADO: REGISTROS DE 100
      *> POSICIONES CON EL TIPO EN LA PRIMERA.
      *>   1 CABECERA (ALUMNO, FECHA, CENTROS Y GRUPO)
      *>   2 NOTA DE UNA ASIGNATURA EN UN TRIMESTRE
      *>   3 CURSO CERRADO DEL HISTORICO
      *>   4 EXAMEN DE RECUPERACION
      *>   5 RESUMEN DE ASISTENCIA (DIAS P, A Y J)
      *>   6 TUTOR
      *>   9 COLA: REGISTROS Y SUMA DE CONTROL DE LAS NOTAS (2 Y 4)
       01 WS-DOSSIER.
           05 DOS-TIPO PIC X(1).
           05 DOS-DATOS PIC X(99).

       01 WS-DOS-CABECERA REDEFINES WS-DOSSIER.
           05 FILLER PIC X(1).
           05 DCA-NUMALUMNO PIC 9(5).
           05 DCA-NOMBRE PIC A(10).
           05 DCA-APELLIDO PIC A(10).
           05 DCA-FECHA PIC 9(8).
           05 DCA-CENTRO-ORIGEN PIC X(25).
           05 DCA-CENTRO-DESTINO PIC X(25).
           05 DCA-GRUPO PIC X(3).
           05 FILLER PIC X(13).

       01 WS-DOS-NOTA REDEFINES WS-DOSSIER.
           05 FILLER PIC X(1).
           05 DNO-TRIMESTRE PIC 9.
           05 DNO-ASIGNATURA PIC X(10).
           05 DNO-NOTA PIC 9(2)V99.
           05 FILLER PIC X(84).

       01 WS-DOS-CURSO REDEFINES WS-DOSSIER.
           05 FILLER PIC X(1).
           05 DHI-CURSO PIC 9(4).
           05 DHI-NOTA-FINAL PIC 9(2)V99.
           05 DHI-TRIMESTRES PIC 9.
           05 DHI-PROMOCIONA PIC X(1).
           05 DHI-VIA PIC X(5).
           05 FILLER PIC X(84).

       01 WS-DOS-RECUPERA REDEFINES WS-DOSSIER.
           05 FILLER PIC X(1).
           05 DRE-ASIGNATURA PIC X(10).
           05 DRE-FECHA PIC 9(8).
           05 DRE-NOTA PIC 9(2)V99.
           05 FILLER PIC X(77).

       01 WS-DOS-ASISTENCIA REDEFINES WS-DOSSIER.
           05 FILLER PIC X(1).
           05 DAS-DESDE PIC 9(8).
           05 DAS-HASTA PIC 9(8).
           05 DAS-PRESENTES PIC 9(4).
           05 DAS-AUSENCIAS PIC 9(4).
           05 DAS-JUSTIFICADAS PIC 9(4).
           05 FILLER PIC X(71).

       01 WS-DOS-TUTOR REDEFINES WS-DOSSIER.
           05 FILLER PIC X(1).
           05 DTU-SEQ PIC 9(1).
           05 DTU-NOMBRE PIC X(25).
           05 DTU-DIRECCION PIC X(35).
           05 DTU-PARENTESCO PIC X(10).
           05 FILLER PIC X(28).

       01 WS-DOS-COLA REDEFINES WS-DOSSIER.
           05 FILLER PIC X(1).
           05 DCO-REGISTROS PIC 9(6).
           05 DCO-CHECKSUM PIC 9(9).
           05 FILLER PIC X(84).

       01 WS-CABECERA-GUARDADA PIC X(100).

      *> RESUMEN DE ASISTENCIA QUE SE VA ACUMULANDO (SALIDA) O QUE
      *> LLEGA EN EL REGISTRO 5 (ENTRADA).
       01 WS-RESUMEN-ASISTENCIA.
           05 WS-ASI-DESDE PIC 9(8).
           05 WS-ASI-HASTA PIC 9(8).
           05 WS-ASI-PRESENTES PIC 9(4).
           05 WS-ASI-AUSENCIAS PIC 9(4).
           05 WS-ASI-JUSTIFICADAS PIC 9(4).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-ARCHIVOS.
           PERFORM 10-MENU UNTIL WS-OPCION = 4.
           CLOSE TRASLADOS TRASMAPA.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-ARCHIVOS.
           OPEN I-O TRASLADOS.
           IF WS-FS-TRASLADOS = "35"
               OPEN OUTPUT TRASLADOS
               CLOSE TRASLADOS
               OPEN I-O TRASLADOS
           END-IF.
           OPEN I-O TRASMAPA.
           IF WS-FS-TRASMAPA = "35"
               OPEN OUTPUT TRASMAPA
               CLOSE TRASMAPA
               OPEN I-O TRASMAPA
           END-IF.
       05-ABRIR-ARCHIVOS-END.
       EXIT.


       08-CARGAR-CENTRO.
           MOVE SPACES TO WS-CENTRO-PROPIO.
           OPEN INPUT CENTRO.
           IF WS-FS-CENTRO EQUAL "00"
               READ CENTRO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CEN-NOMBRE TO WS-CENTRO-PROPIO
               END-READ
           END-IF.
           CLOSE CENTRO.
           IF WS-CENTRO-PROPIO EQUAL SPACES
               DISPLAY "Nombre de este centro (para los expedientes): "
               ACCEPT WS-CENTRO-PROPIO
               MOVE WS-CENTRO-PROPIO TO CEN-NOMBRE
               OPEN OUTPUT CENTRO
               WRITE REG-CENTRO
               CLOSE CENTRO
           END-IF.
       08-CARGAR-CENTRO-END.
       EXIT.


       10-MENU.
           DISPLAY "***********************"
           DISPLAY "TRASLADOS DE ALUMNOS"
           DISPLAY "***********************"
           DISPLAY "Traslado a otro centro (1)"
           DISPLAY "Traslado desde otro centro (2)"
           DISPLAY "Mapear asignaturas pendientes (3)"
           DISPLAY "salir (4)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-TRASLADO-SALIDA
           WHEN 2
               PERFORM 40-TRASLADO-ENTRADA
           WHEN 3
               PERFORM 60-MAPEAR-ASIGNATURAS
           WHEN 4
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> TRASLADO A OTRO CENTRO: EXPEDIENTE EN TrasladoSal.txt, MARCA
      *> "S" EN JTRASLADO Y BAJA EN SU GRUPO. EL MAESTRO, EL
      *> HISTORICO, LAS RECUPERACIONES Y LOS TUTORES SE QUEDAN COMO
      *> ESTAN.
       20-TRASLADO-SALIDA.
           DISPLAY "Numero de expediente: "
           ACCEPT WS-NUMALUMNO-ENTRADA.
           OPEN INPUT ALUMNOS.
           PERFORM 22-BUSCAR-ALUMNO.
           CLOSE ALUMNOS.
           MOVE WS-NUMALUMNO-ENTRADA TO TRA-NUMALUMNO.
           MOVE "S" TO TRA-TIPO.
           IF WS-ALUMNO-EXISTE NOT EQUAL "S"
               DISPLAY "No existe ningun alumno con ese expediente."
           ELSE
               READ TRASLADOS RECORD
               INVALID KEY
                   DISPLAY WS-G-NOMBRE " " WS-G-APELLIDO
                   DISPLAY "Centro de destino: "
                   ACCEPT WS-CENTRO-DESTINO
                   DISPLAY "¿Confirma el traslado? (S/N)"
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR EQUAL "S"
                       AND WS-CENTRO-DESTINO NOT EQUAL SPACES
                       PERFORM 24-GENERAR-DOSSIER
                       PERFORM 36-CERRAR-SALIDA
                   ELSE
                       DISPLAY "Traslado cancelado."
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Ese alumno ya se traslado el " TRA-FECHA
                   " a " TRA-CENTRO
               END-READ
           END-IF.
       20-TRASLADO-SALIDA-END.
       EXIT.


      *> EL EXPEDIENTE SE BUSCA CON UN START PARCIAL (MISMO PATRON
      *> QUE ALUMGRUPOS): VALE CUALQUIER TRIMESTRE, TAMBIEN LA FICHA
      *> DE ALTA. SE GUARDAN NOMBRE Y APELLIDO.
       22-BUSCAR-ALUMNO.
           MOVE "N" TO WS-ALUMNO-EXISTE.
           IF WS-FILE-STATUS EQUAL "00"
               MOVE WS-NUMALUMNO-ENTRADA TO NUMALUMNO
               MOVE 0 TO TRIMESTRE
               START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUMNOS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NUMALUMNO EQUAL WS-NUMALUMNO-ENTRADA
                           MOVE "S" TO WS-ALUMNO-EXISTE
                           MOVE NOMBRE TO WS-G-NOMBRE
                           MOVE APELLIDO TO WS-G-APELLIDO
                       END-IF
                   END-READ
               END-START
           END-IF.
       22-BUSCAR-ALUMNO-END.
       EXIT.


       24-GENERAR-DOSSIER.
           PERFORM 08-CARGAR-CENTRO.
           MOVE 0 TO WS-CONTADOR-REGISTROS WS-CHECKSUM.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           OPEN OUTPUT DOSSIER-SALIDA.

           MOVE SPACES TO WS-GRUPO-ACTUAL.
           OPEN INPUT GRUPO-ALUMNO.
           IF WS-FS-GRUPOALUM EQUAL "00"
               MOVE WS-NUMALUMNO-ENTRADA TO GA-NUMALUMNO
               READ GRUPO-ALUMNO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GA-GRUPO TO WS-GRUPO-ACTUAL
               END-READ
           END-IF.
           CLOSE GRUPO-ALUMNO.

           MOVE SPACES TO WS-DOSSIER.
           MOVE "1" TO DOS-TIPO.
           MOVE WS-NUMALUMNO-ENTRADA TO DCA-NUMALUMNO.
           MOVE WS-G-NOMBRE TO DCA-NOMBRE.
           MOVE WS-G-APELLIDO TO DCA-APELLIDO.
           MOVE WS-HOY-NUM TO DCA-FECHA.
           MOVE WS-CENTRO-PROPIO TO DCA-CENTRO-ORIGEN.
           MOVE WS-CENTRO-DESTINO TO DCA-CENTRO-DESTINO.
           MOVE WS-GRUPO-ACTUAL TO DCA-GRUPO.
           PERFORM 34-ESCRIBIR-DOSSIER.

      *>NOTAS DE LOS TRIMESTRES EVALUADOS (LA FICHA DE ALTA, TRIMESTRE
      *>0, NO TIENE NOTAS).
           OPEN INPUT ALUMNOS.
           MOVE "NO" TO WS-FIN-ALUMNOS.
           MOVE WS-NUMALUMNO-ENTRADA TO NUMALUMNO.
           MOVE 1 TO TRIMESTRE.
           START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
           INVALID KEY
               MOVE "SI" TO WS-FIN-ALUMNOS
           END-START.
           PERFORM 25-DOSSIER-TRIMESTRE
               UNTIL WS-FIN-ALUMNOS EQUAL "SI".
           CLOSE ALUMNOS.

           OPEN INPUT HISTORICO.
           MOVE "NO" TO WS-FIN-HISTORICO.
           IF WS-FS-HISTORICO EQUAL "00"
               PERFORM 27-DOSSIER-CURSO
                   UNTIL WS-FIN-HISTORICO EQUAL "SI"
           END-IF.
           CLOSE HISTORICO.

           OPEN INPUT RECUPERA.
           IF WS-FS-RECUPERA EQUAL "00"
               MOVE "NO" TO WS-FIN-RECUPERA
               MOVE WS-NUMALUMNO-ENTRADA TO REC-NUMALUMNO
               MOVE SPACES TO REC-ASIGNATURA
               START RECUPERA KEY IS NOT LESS THAN REC-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-RECUPERA
               END-START
               PERFORM 28-DOSSIER-RECUPERA
                   UNTIL WS-FIN-RECUPERA EQUAL "SI"
               CLOSE RECUPERA
           END-IF.

           INITIALIZE WS-RESUMEN-ASISTENCIA.
           OPEN INPUT ASISTENCIA.
           IF WS-FS-ASISTENCIA EQUAL "00"
               MOVE "NO" TO WS-FIN-ASISTENCIA
               MOVE WS-NUMALUMNO-ENTRADA TO ASIST-NUMALUMNO
               MOVE ZEROES TO ASIST-FECHA
               START ASISTENCIA KEY IS NOT LESS THAN ASIST-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-ASISTENCIA
               END-START
               PERFORM 30-CONTAR-ASISTENCIA
                   UNTIL WS-FIN-ASISTENCIA EQUAL "SI"
           END-IF.
           CLOSE ASISTENCIA.
           MOVE SPACES TO WS-DOSSIER.
           MOVE "5" TO DOS-TIPO.
           MOVE WS-ASI-DESDE TO DAS-DESDE.
           MOVE WS-ASI-HASTA TO DAS-HASTA.
           MOVE WS-ASI-PRESENTES TO DAS-PRESENTES.
           MOVE WS-ASI-AUSENCIAS TO DAS-AUSENCIAS.
           MOVE WS-ASI-JUSTIFICADAS TO DAS-JUSTIFICADAS.
           PERFORM 34-ESCRIBIR-DOSSIER.

           OPEN INPUT TUTORES.
           IF WS-FS-TUTORES EQUAL "00"
               MOVE "NO" TO WS-FIN-TUTORES
               MOVE WS-NUMALUMNO-ENTRADA TO TUT-NUMALUMNO
               MOVE 0 TO TUT-SEQ
               START TUTORES KEY IS NOT LESS THAN TUT-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-TUTORES
               END-START
               PERFORM 32-DOSSIER-TUTOR
                   UNTIL WS-FIN-TUTORES EQUAL "SI"
               CLOSE TUTORES
           END-IF.

           MOVE SPACES TO WS-DOSSIER.
           MOVE "9" TO DOS-TIPO.
           MOVE WS-CONTADOR-REGISTROS TO DCO-REGISTROS.
           MOVE WS-CHECKSUM TO DCO-CHECKSUM.
           WRITE REG-DOSSIER-SALIDA FROM WS-DOSSIER.
           CLOSE DOSSIER-SALIDA.
           DISPLAY "Expediente de traslado en TrasladoSal.txt: "
           WS-CONTADOR-REGISTROS " registros, suma de control "
           WS-CHECKSUM.
       24-GENERAR-DOSSIER-END.
       EXIT.


       25-DOSSIER-TRIMESTRE.
           READ ALUMNOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ALUMNOS
           NOT AT END
               IF NUMALUMNO NOT EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE "SI" TO WS-FIN-ALUMNOS
               ELSE
                   PERFORM 26-DOSSIER-NOTA
                       VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > NUM-ASIGNATURAS
               END-IF
           END-READ.
       25-DOSSIER-TRIMESTRE-END.
       EXIT.


       26-DOSSIER-NOTA.
           MOVE SPACES TO WS-DOSSIER.
           MOVE "2" TO DOS-TIPO.
           MOVE TRIMESTRE TO DNO-TRIMESTRE.
           MOVE NOMBRE-ASIGNATURA (WS-I) TO DNO-ASIGNATURA.
           MOVE NOTA-ASIGNATURA (WS-I) TO DNO-NOTA.
           PERFORM 34-ESCRIBIR-DOSSIER.
           COMPUTE WS-CHECKSUM = FUNCTION MOD(
               WS-CHECKSUM + NOTA-ASIGNATURA (WS-I) * 100,
               1000000000).
       26-DOSSIER-NOTA-END.
       EXIT.


       27-DOSSIER-CURSO.
           READ HISTORICO
           AT END
               MOVE "SI" TO WS-FIN-HISTORICO
           NOT AT END
               IF HIST-NUMALUMNO EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE SPACES TO WS-DOSSIER
                   MOVE "3" TO DOS-TIPO
                   MOVE HIST-CURSO TO DHI-CURSO
                   MOVE HIST-NOTA-FINAL TO DHI-NOTA-FINAL
                   MOVE HIST-TRIMESTRES TO DHI-TRIMESTRES
                   MOVE HIST-PROMOCIONA TO DHI-PROMOCIONA
                   MOVE HIST-VIA TO DHI-VIA
                   PERFORM 34-ESCRIBIR-DOSSIER
               END-IF
           END-READ.
       27-DOSSIER-CURSO-END.
       EXIT.


       28-DOSSIER-RECUPERA.
           READ RECUPERA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-RECUPERA
           NOT AT END
               IF REC-NUMALUMNO NOT EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE "SI" TO WS-FIN-RECUPERA
               ELSE
                   MOVE SPACES TO WS-DOSSIER
                   MOVE "4" TO DOS-TIPO
                   MOVE REC-ASIGNATURA TO DRE-ASIGNATURA
                   MOVE REC-FECHA TO DRE-FECHA
                   MOVE REC-NOTA TO DRE-NOTA
                   PERFORM 34-ESCRIBIR-DOSSIER
                   COMPUTE WS-CHECKSUM = FUNCTION MOD(
                       WS-CHECKSUM + REC-NOTA * 100, 1000000000)
               END-IF
           END-READ.
       28-DOSSIER-RECUPERA-END.
       EXIT.


       30-CONTAR-ASISTENCIA.
           READ ASISTENCIA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ASISTENCIA
           NOT AT END
               IF ASIST-NUMALUMNO NOT EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE "SI" TO WS-FIN-ASISTENCIA
               ELSE
                   IF WS-ASI-DESDE EQUAL 0
                       MOVE ASIST-FECHA TO WS-ASI-DESDE
                   END-IF
                   MOVE ASIST-FECHA TO WS-ASI-HASTA
                   EVALUATE ASIST-ESTADO
                   WHEN "P"
                       ADD 1 TO WS-ASI-PRESENTES
                   WHEN "A"
                       ADD 1 TO WS-ASI-AUSENCIAS
                   WHEN "J"
                       ADD 1 TO WS-ASI-JUSTIFICADAS
                   END-EVALUATE
               END-IF
           END-READ.
       30-CONTAR-ASISTENCIA-END.
       EXIT.


       32-DOSSIER-TUTOR.
           READ TUTORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-TUTORES
           NOT AT END
               IF TUT-NUMALUMNO NOT EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE "SI" TO WS-FIN-TUTORES
               ELSE
                   MOVE SPACES TO WS-DOSSIER
                   MOVE "6" TO DOS-TIPO
                   MOVE TUT-SEQ TO DTU-SEQ
                   MOVE TUT-NOMBRE TO DTU-NOMBRE
                   MOVE TUT-DIRECCION TO DTU-DIRECCION
                   MOVE TUT-PARENTESCO TO DTU-PARENTESCO
                   PERFORM 34-ESCRIBIR-DOSSIER
               END-IF
           END-READ.
       32-DOSSIER-TUTOR-END.
       EXIT.


       34-ESCRIBIR-DOSSIER.
           WRITE REG-DOSSIER-SALIDA FROM WS-DOSSIER.
           ADD 1 TO WS-CONTADOR-REGISTROS.
       34-ESCRIBIR-DOSSIER-END.
       EXIT.


       36-CERRAR-SALIDA.
           INITIALIZE REG-TRASLADO.
           MOVE WS-NUMALUMNO-ENTRADA TO TRA-NUMALUMNO.
           MOVE "S" TO TRA-TIPO.
           MOVE WS-HOY-NUM TO TRA-FECHA.
           MOVE WS-CENTRO-DESTINO TO TRA-CENTRO.
           MOVE WS-GRUPO-ACTUAL TO TRA-GRUPO.
           MOVE WS-ASI-DESDE TO TRA-ASI-DESDE.
           MOVE WS-ASI-HASTA TO TRA-ASI-HASTA.
           MOVE WS-ASI-PRESENTES TO TRA-ASI-PRESENTES.
           MOVE WS-ASI-AUSENCIAS TO TRA-ASI-AUSENCIAS.
           MOVE WS-ASI-JUSTIFICADAS TO TRA-ASI-JUSTIFICADAS.
           WRITE REG-TRASLADO
           INVALID KEY
               DISPLAY "Error al anotar el traslado."
           END-WRITE.
           IF WS-GRUPO-ACTUAL NOT EQUAL SPACES
               OPEN I-O GRUPO-ALUMNO
               MOVE WS-NUMALUMNO-ENTRADA TO GA-NUMALUMNO
               DELETE GRUPO-ALUMNO RECORD
               INVALID KEY
                   DISPLAY "Error al quitar la matricula."
               NOT INVALID KEY
                   DISPLAY "Alumno quitado del grupo "
                   WS-GRUPO-ACTUAL "."
               END-DELETE
               CLOSE GRUPO-ALUMNO
           END-IF.
           DISPLAY "Traslado de " WS-G-NOMBRE " " WS-G-APELLIDO
           " a " WS-CENTRO-DESTINO " anotado.".
       36-CERRAR-SALIDA-END.
       EXIT.


      *> TRASLADO DESDE OTRO CENTRO: PRIMERA PASADA DE COMPROBACION
      *> (CABECERA, COLA, RECUENTO Y SUMA DE CONTROL); SOLO SI EL
      *> ARCHIVO LLEGO ENTERO SE CARGA, EN UNA SEGUNDA PASADA.
       40-TRASLADO-ENTRADA.
           OPEN INPUT DOSSIER-ENTRADA.
           IF WS-FS-DOSSIER NOT EQUAL "00"
               DISPLAY "No se encuentra el expediente TrasladoEnt.txt."
           ELSE
               PERFORM 42-COMPROBAR-DOSSIER
               CLOSE DOSSIER-ENTRADA
               IF WS-DOSSIER-OK NOT EQUAL "S"
                   DISPLAY "Expediente rechazado: " WS-MOTIVO
               ELSE
                   PERFORM 44-BUSCAR-CARGADO
                   MOVE WS-CABECERA-GUARDADA TO WS-DOSSIER
                   IF WS-YA-CARGADO EQUAL "S"
                       DISPLAY "Ese expediente ya se cargo con el"
                       " numero " TRA-NUMALUMNO "."
                   ELSE
                       DISPLAY DCA-NOMBRE " " DCA-APELLIDO
                       " expediente " DCA-NUMALUMNO " de "
                       DCA-CENTRO-ORIGEN
                       DISPLAY "¿Cargar el traslado? (S/N)"
                       ACCEPT WS-CONFIRMAR
                       IF WS-CONFIRMAR EQUAL "S"
                           PERFORM 46-CARGAR-DOSSIER
                       END-IF
                   END-IF
               END-IF
           END-IF.
       40-TRASLADO-ENTRADA-END.
       EXIT.


       42-COMPROBAR-DOSSIER.
           MOVE "S" TO WS-DOSSIER-OK.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0 TO WS-CONTADOR-REGISTROS WS-CHECKSUM.
           MOVE "NO" TO WS-FIN-DOSSIER.
           READ DOSSIER-ENTRADA INTO WS-DOSSIER
           AT END
               MOVE "SI" TO WS-FIN-DOSSIER
           END-READ.
           IF WS-FIN-DOSSIER EQUAL "SI" OR DOS-TIPO NOT EQUAL "1"
               MOVE "N" TO WS-DOSSIER-OK
               MOVE "falta la cabecera del alumno." TO WS-MOTIVO
           ELSE
               MOVE WS-DOSSIER TO WS-CABECERA-GUARDADA
               ADD 1 TO WS-CONTADOR-REGISTROS
               PERFORM 43-COMPROBAR-REGISTRO
                   UNTIL WS-FIN-DOSSIER EQUAL "SI"
               IF WS-DOSSIER-OK EQUAL "S"
                   AND WS-MOTIVO EQUAL SPACES
                   MOVE "N" TO WS-DOSSIER-OK
                   MOVE "falta el registro de cola." TO WS-MOTIVO
               END-IF
           END-IF.
       42-COMPROBAR-DOSSIER-END.
       EXIT.


      *> AL LLEGAR A LA COLA SE CUADRAN RECUENTO Y SUMA DE CONTROL;
      *> WS-MOTIVO "COLA" MARCA QUE LA COLA CUADRO.
       43-COMPROBAR-REGISTRO.
           READ DOSSIER-ENTRADA INTO WS-DOSSIER
           AT END
               MOVE "SI" TO WS-FIN-DOSSIER
           NOT AT END
               EVALUATE DOS-TIPO
               WHEN "9"
                   MOVE "SI" TO WS-FIN-DOSSIER
                   IF DCO-REGISTROS NOT EQUAL WS-CONTADOR-REGISTROS
                       MOVE "N" TO WS-DOSSIER-OK
                       MOVE "el recuento de la cola no cuadra."
                           TO WS-MOTIVO
                   ELSE
                   IF DCO-CHECKSUM NOT EQUAL WS-CHECKSUM
                       MOVE "N" TO WS-DOSSIER-OK
                       MOVE "la suma de control no cuadra."
                           TO WS-MOTIVO
                   ELSE
                       MOVE "COLA" TO WS-MOTIVO
                   END-IF
                   END-IF
               WHEN "2"
                   ADD 1 TO WS-CONTADOR-REGISTROS
                   IF DNO-NOTA IS NOT NUMERIC OR DNO-NOTA > 10
                       OR DNO-TRIMESTRE IS NOT NUMERIC
                       OR DNO-TRIMESTRE < 1 OR DNO-TRIMESTRE > 3
                       MOVE "N" TO WS-DOSSIER-OK
                       MOVE "nota o trimestre mal formados."
                           TO WS-MOTIVO
                   ELSE
                       COMPUTE WS-CHECKSUM = FUNCTION MOD(
                           WS-CHECKSUM + DNO-NOTA * 100, 1000000000)
                   END-IF
               WHEN "4"
                   ADD 1 TO WS-CONTADOR-REGISTROS
                   IF DRE-NOTA IS NOT NUMERIC OR DRE-NOTA > 10
                       MOVE "N" TO WS-DOSSIER-OK
                       MOVE "nota de recuperacion mal formada."
                           TO WS-MOTIVO
                   ELSE
                       COMPUTE WS-CHECKSUM = FUNCTION MOD(
                           WS-CHECKSUM + DRE-NOTA * 100, 1000000000)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-REGISTROS
               END-EVALUATE
           END-READ.
       43-COMPROBAR-REGISTRO-END.
       EXIT.


      *> EL MISMO EXPEDIENTE DEL MISMO CENTRO NO SE CARGA DOS VECES.
       44-BUSCAR-CARGADO.
           MOVE "N" TO WS-YA-CARGADO.
           MOVE WS-CABECERA-GUARDADA TO WS-DOSSIER.
           MOVE "NO" TO WS-FIN-TRASLADOS.
           MOVE ZEROES TO TRA-NUMALUMNO.
           MOVE SPACES TO TRA-TIPO.
           START TRASLADOS KEY IS NOT LESS THAN TRA-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-TRASLADOS
           END-START.
           PERFORM 45-COMPARAR-TRASLADO
               UNTIL WS-FIN-TRASLADOS EQUAL "SI".
       44-BUSCAR-CARGADO-END.
       EXIT.


       45-COMPARAR-TRASLADO.
           READ TRASLADOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-TRASLADOS
           NOT AT END
               IF TRA-TIPO EQUAL "E"
                   AND TRA-EXP-ORIGEN EQUAL DCA-NUMALUMNO
                   AND TRA-CENTRO EQUAL DCA-CENTRO-ORIGEN
                   MOVE "S" TO WS-YA-CARGADO
                   MOVE "SI" TO WS-FIN-TRASLADOS
               END-IF
           END-READ.
       45-COMPARAR-TRASLADO-END.
       EXIT.


      *> CARGA: EXPEDIENTE NUEVO DE LA SERIE, FICHA DE ALTA
      *> (TRIMESTRE 0) Y LUEGO CADA REGISTRO A SU ARCHIVO. LOS CURSOS
      *> CERRADOS VAN AL HISTORICO CON LA VIA "TRASL".
       46-CARGAR-DOSSIER.
           MOVE 0 TO WS-PENDIENTES WS-DESCARTADAS WS-CARGADOS.
           INITIALIZE WS-RESUMEN-ASISTENCIA.
           OPEN I-O ALUMNOS.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ALUMNOS
               CLOSE ALUMNOS
               OPEN I-O ALUMNOS
           END-IF.
           OPEN I-O GRUPO-ALUMNO.
           IF WS-FS-GRUPOALUM = "35"
               OPEN OUTPUT GRUPO-ALUMNO
               CLOSE GRUPO-ALUMNO
               OPEN I-O GRUPO-ALUMNO
           END-IF.
           PERFORM 70-NUEVO-EXPEDIENTE.
           CLOSE GRUPO-ALUMNO.

           INITIALIZE ALUMNO.
           MOVE WS-NUEVO-EXPEDIENTE TO NUMALUMNO.
           MOVE 0 TO TRIMESTRE.
           MOVE DCA-NOMBRE TO NOMBRE WS-G-NOMBRE.
           MOVE DCA-APELLIDO TO APELLIDO WS-G-APELLIDO.
           WRITE ALUMNO
           INVALID KEY
               DISPLAY "Error al dar de alta al alumno."
           END-WRITE.

           OPEN INPUT ASIGNATURAS-CAT.
           IF WS-FS-CATALOGO EQUAL "00"
               MOVE "S" TO WS-CATALOGO-OK
           ELSE
               MOVE "N" TO WS-CATALOGO-OK
               DISPLAY "AVISO: sin catalogo de asignaturas, no se"
               " validaran los nombres."
           END-IF.
           OPEN I-O RECUPERA.
           IF WS-FS-RECUPERA = "35"
               OPEN OUTPUT RECUPERA
               CLOSE RECUPERA
               OPEN I-O RECUPERA
           END-IF.
           OPEN I-O TUTORES.
           IF WS-FS-TUTORES = "35"
               OPEN OUTPUT TUTORES
               CLOSE TUTORES
               OPEN I-O TUTORES
           END-IF.
           OPEN EXTEND HISTORICO.

           OPEN INPUT DOSSIER-ENTRADA.
           MOVE "NO" TO WS-FIN-DOSSIER.
           PERFORM 47-CARGAR-REGISTRO
               UNTIL WS-FIN-DOSSIER EQUAL "SI".
           CLOSE DOSSIER-ENTRADA ALUMNOS ASIGNATURAS-CAT RECUPERA
               TUTORES HISTORICO.

           MOVE WS-CABECERA-GUARDADA TO WS-DOSSIER.
           INITIALIZE REG-TRASLADO.
           MOVE WS-NUEVO-EXPEDIENTE TO TRA-NUMALUMNO.
           MOVE "E" TO TRA-TIPO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM TO TRA-FECHA.
           MOVE DCA-CENTRO-ORIGEN TO TRA-CENTRO.
           MOVE DCA-NUMALUMNO TO TRA-EXP-ORIGEN.
           MOVE WS-ASI-DESDE TO TRA-ASI-DESDE.
           MOVE WS-ASI-HASTA TO TRA-ASI-HASTA.
           MOVE WS-ASI-PRESENTES TO TRA-ASI-PRESENTES.
           MOVE WS-ASI-AUSENCIAS TO TRA-ASI-AUSENCIAS.
           MOVE WS-ASI-JUSTIFICADAS TO TRA-ASI-JUSTIFICADAS.
           WRITE REG-TRASLADO
           INVALID KEY
               DISPLAY "Error al anotar el traslado."
           END-WRITE.

           DISPLAY "Alumno dado de alta con expediente "
           WS-NUEVO-EXPEDIENTE ": " WS-CARGADOS " notas cargadas.".
           IF WS-DESCARTADAS > 0
               DISPLAY "AVISO: " WS-DESCARTADAS " notas descartadas"
               " por pasar de 5 asignaturas en un trimestre."
           END-IF.
           IF WS-PENDIENTES > 0
               DISPLAY "Asignaturas fuera del catalogo pendientes de"
               " mapear (opcion 3): " WS-PENDIENTES
           END-IF.
           DISPLAY "Matricule al alumno en su grupo con ALUMGRUPOS.".
       46-CARGAR-DOSSIER-END.
       EXIT.


       47-CARGAR-REGISTRO.
           READ DOSSIER-ENTRADA INTO WS-DOSSIER
           AT END
               MOVE "SI" TO WS-FIN-DOSSIER
           NOT AT END
               EVALUATE DOS-TIPO
               WHEN "2"
                   PERFORM 50-CARGAR-NOTA
               WHEN "3"
                   PERFORM 54-CARGAR-CURSO
               WHEN "4"
                   PERFORM 55-CARGAR-RECUPERA
               WHEN "5"
                   MOVE DAS-DESDE TO WS-ASI-DESDE
                   MOVE DAS-HASTA TO WS-ASI-HASTA
                   MOVE DAS-PRESENTES TO WS-ASI-PRESENTES
                   MOVE DAS-AUSENCIAS TO WS-ASI-AUSENCIAS
                   MOVE DAS-JUSTIFICADAS TO WS-ASI-JUSTIFICADAS
               WHEN "6"
                   PERFORM 56-CARGAR-TUTOR
               WHEN "9"
                   MOVE "SI" TO WS-FIN-DOSSIER
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ.
       47-CARGAR-REGISTRO-END.
       EXIT.


      *> MISMA LOGICA QUE ALUMIMPORT: SE CREA EL REGISTRO DEL
      *> TRIMESTRE SI NO EXISTE, LA ASIGNATURA SE SUSTITUYE O SE
      *> AÑADE MIENTRAS QUEPA EN EL OCCURS 5, Y SE RECALCULA LA MEDIA.
       50-CARGAR-NOTA.
           MOVE DNO-ASIGNATURA TO WS-ASIG-ORIGEN.
           PERFORM 58-COMPROBAR-ASIGNATURA.
           MOVE "N" TO WS-ALUMNO-NUEVO.
           MOVE WS-NUEVO-EXPEDIENTE TO NUMALUMNO.
           MOVE DNO-TRIMESTRE TO TRIMESTRE.
           READ ALUMNOS RECORD
           INVALID KEY
               INITIALIZE ALUMNO
               MOVE WS-NUEVO-EXPEDIENTE TO NUMALUMNO
               MOVE DNO-TRIMESTRE TO TRIMESTRE
               MOVE WS-G-NOMBRE TO NOMBRE
               MOVE WS-G-APELLIDO TO APELLIDO
               MOVE "S" TO WS-ALUMNO-NUEVO
           END-READ.
           MOVE 0 TO WS-INDICE.
           PERFORM 52-BUSCAR-ASIGNATURA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NUM-ASIGNATURAS.
           IF WS-INDICE EQUAL 0 AND NUM-ASIGNATURAS < 5
               ADD 1 TO NUM-ASIGNATURAS
               MOVE NUM-ASIGNATURAS TO WS-INDICE
               MOVE DNO-ASIGNATURA TO NOMBRE-ASIGNATURA (WS-INDICE)
           END-IF.
           IF WS-INDICE EQUAL 0
               ADD 1 TO WS-DESCARTADAS
           ELSE
               MOVE DNO-NOTA TO NOTA-ASIGNATURA (WS-INDICE)
               MOVE 0 TO WS-SUMA-ASIGNATURAS
               PERFORM 53-SUMAR-ASIGNATURA
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-ASIGNATURAS
               COMPUTE NOTA ROUNDED =
                   WS-SUMA-ASIGNATURAS / NUM-ASIGNATURAS
               IF WS-ALUMNO-NUEVO EQUAL "S"
                   WRITE ALUMNO
                   INVALID KEY
                       DISPLAY "Error al crear el registro."
                   END-WRITE
               ELSE
                   REWRITE ALUMNO
                   INVALID KEY
                       DISPLAY "Error al actualizar el registro."
                   END-REWRITE
               END-IF
               ADD 1 TO WS-CARGADOS
           END-IF.
       50-CARGAR-NOTA-END.
       EXIT.


       52-BUSCAR-ASIGNATURA.
           IF NOMBRE-ASIGNATURA (WS-I) EQUAL DNO-ASIGNATURA
               MOVE WS-I TO WS-INDICE
           END-IF.
       52-BUSCAR-ASIGNATURA-END.
       EXIT.


       53-SUMAR-ASIGNATURA.
           ADD NOTA-ASIGNATURA (WS-I) TO WS-SUMA-ASIGNATURAS.
       53-SUMAR-ASIGNATURA-END.
       EXIT.


       54-CARGAR-CURSO.
           MOVE SPACES TO REG-HISTORICO.
           MOVE DHI-CURSO TO HIST-CURSO.
           MOVE WS-NUEVO-EXPEDIENTE TO HIST-NUMALUMNO.
           MOVE WS-G-NOMBRE TO HIST-NOMBRE.
           MOVE WS-G-APELLIDO TO HIST-APELLIDO.
           MOVE DHI-NOTA-FINAL TO HIST-NOTA-FINAL.
           MOVE DHI-TRIMESTRES TO HIST-TRIMESTRES.
           MOVE DHI-PROMOCIONA TO HIST-PROMOCIONA.
           MOVE "TRASL" TO HIST-VIA.
           WRITE REG-HISTORICO.
       54-CARGAR-CURSO-END.
       EXIT.


       55-CARGAR-RECUPERA.
           MOVE DRE-ASIGNATURA TO WS-ASIG-ORIGEN.
           PERFORM 58-COMPROBAR-ASIGNATURA.
           MOVE WS-NUEVO-EXPEDIENTE TO REC-NUMALUMNO.
           MOVE DRE-ASIGNATURA TO REC-ASIGNATURA.
           MOVE DRE-FECHA TO REC-FECHA.
           MOVE DRE-NOTA TO REC-NOTA.
           WRITE REG-RECUPERA
           INVALID KEY
               DISPLAY "Error al cargar la recuperacion de "
               DRE-ASIGNATURA
           END-WRITE.
       55-CARGAR-RECUPERA-END.
       EXIT.


       56-CARGAR-TUTOR.
           MOVE WS-NUEVO-EXPEDIENTE TO TUT-NUMALUMNO.
           MOVE DTU-SEQ TO TUT-SEQ.
           MOVE DTU-NOMBRE TO TUT-NOMBRE.
           MOVE DTU-DIRECCION TO TUT-DIRECCION.
           MOVE DTU-PARENTESCO TO TUT-PARENTESCO.
           WRITE REG-TUTOR
           INVALID KEY
               DISPLAY "Error al cargar el tutor " DTU-NOMBRE
           END-WRITE.
       56-CARGAR-TUTOR-END.
       EXIT.


      *> UNA ASIGNATURA QUE NO ESTA EN EL CATALOGO SE CARGA CON SU
      *> NOMBRE DE ORIGEN Y QUEDA PENDIENTE EN JTRASMAPA (UNA VEZ POR
      *> ALUMNO Y ASIGNATURA, AUNQUE SALGA EN VARIOS TRIMESTRES).
       58-COMPROBAR-ASIGNATURA.
           IF WS-CATALOGO-OK EQUAL "S"
               MOVE WS-ASIG-ORIGEN TO ASIG-NOMBRE
               READ ASIGNATURAS-CAT KEY IS ASIG-NOMBRE
               INVALID KEY
                   MOVE WS-NUEVO-EXPEDIENTE TO MAP-NUMALUMNO
                   MOVE WS-ASIG-ORIGEN TO MAP-ASIGNATURA
                   MOVE "P" TO MAP-ESTADO
                   MOVE SPACES TO MAP-ASIG-NUEVA
                   WRITE REG-TRASMAPA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PENDIENTES
                   END-WRITE
               END-READ
           END-IF.
       58-COMPROBAR-ASIGNATURA-END.
       EXIT.


      *> MAPEO MANUAL: PARA CADA ASIGNATURA PENDIENTE SE PIDE LA DEL
      *> CATALOGO QUE LE CORRESPONDE Y SE RENOMBRA EN LOS TRIMESTRES
      *> DEL ALUMNO Y EN SUS RECUPERACIONES. EN BLANCO SIGUE PENDIENTE.
       60-MAPEAR-ASIGNATURAS.
           OPEN INPUT ASIGNATURAS-CAT.
           IF WS-FS-CATALOGO NOT EQUAL "00"
               DISPLAY "Sin catalogo de asignaturas (ASIGMANT) no hay"
               " nada que mapear."
           ELSE
               MOVE 0 TO WS-MAPEADAS WS-PENDIENTES
               OPEN I-O ALUMNOS
               OPEN I-O RECUPERA
               IF WS-FS-RECUPERA = "35"
                   OPEN OUTPUT RECUPERA
                   CLOSE RECUPERA
                   OPEN I-O RECUPERA
               END-IF
               MOVE "NO" TO WS-FIN-MAPA
               MOVE ZEROES TO MAP-NUMALUMNO
               MOVE SPACES TO MAP-ASIGNATURA
               START TRASMAPA KEY IS NOT LESS THAN MAP-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-MAPA
               END-START
               PERFORM 62-MAPEAR-UNA UNTIL WS-FIN-MAPA EQUAL "SI"
               CLOSE ALUMNOS RECUPERA
               DISPLAY "Asignaturas mapeadas: " WS-MAPEADAS
               "  Siguen pendientes: " WS-PENDIENTES
           END-IF.
           CLOSE ASIGNATURAS-CAT.
       60-MAPEAR-ASIGNATURAS-END.
       EXIT.


       62-MAPEAR-UNA.
           READ TRASMAPA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MAPA
           NOT AT END
               IF MAP-ESTADO EQUAL "P"
                   DISPLAY "Expediente " MAP-NUMALUMNO
                   " asignatura de origen " MAP-ASIGNATURA
                   DISPLAY "Asignatura del catalogo (en blanco = dejar"
                   " pendiente): "
                   MOVE SPACES TO WS-ASIG-NUEVA
                   ACCEPT WS-ASIG-NUEVA
                   IF WS-ASIG-NUEVA EQUAL SPACES
                       ADD 1 TO WS-PENDIENTES
                   ELSE
                       MOVE WS-ASIG-NUEVA TO ASIG-NOMBRE
                       READ ASIGNATURAS-CAT KEY IS ASIG-NOMBRE
                       INVALID KEY
                           DISPLAY "Asignatura no catalogada, sigue"
                           " pendiente."
                           ADD 1 TO WS-PENDIENTES
                       NOT INVALID KEY
                           PERFORM 64-RENOMBRAR-TRIMESTRE
                               VARYING WS-T FROM 1 BY 1
                               UNTIL WS-T > 3
                           PERFORM 66-RENOMBRAR-RECUPERA
                           MOVE "M" TO MAP-ESTADO
                           MOVE WS-ASIG-NUEVA TO MAP-ASIG-NUEVA
                           REWRITE REG-TRASMAPA
                           INVALID KEY
                               DISPLAY "Error al cerrar el mapeo."
                           END-REWRITE
                           ADD 1 TO WS-MAPEADAS
                       END-READ
                   END-IF
               END-IF
           END-READ.
       62-MAPEAR-UNA-END.
       EXIT.


       64-RENOMBRAR-TRIMESTRE.
           MOVE MAP-NUMALUMNO TO NUMALUMNO.
           MOVE WS-T TO TRIMESTRE.
           READ ALUMNOS RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 65-RENOMBRAR-ASIGNATURA
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-ASIGNATURAS
               REWRITE ALUMNO
               INVALID KEY
                   DISPLAY "Error al actualizar el registro."
               END-REWRITE
           END-READ.
       64-RENOMBRAR-TRIMESTRE-END.
       EXIT.


       65-RENOMBRAR-ASIGNATURA.
           IF NOMBRE-ASIGNATURA (WS-I) EQUAL MAP-ASIGNATURA
               MOVE WS-ASIG-NUEVA TO NOMBRE-ASIGNATURA (WS-I)
           END-IF.
       65-RENOMBRAR-ASIGNATURA-END.
       EXIT.


      *> LA ASIGNATURA ES PARTE DE LA CLAVE DE JRECUPERA: SE BORRA
      *> EL REGISTRO Y SE GRABA CON EL NOMBRE NUEVO.
       66-RENOMBRAR-RECUPERA.
           MOVE MAP-NUMALUMNO TO REC-NUMALUMNO.
           MOVE MAP-ASIGNATURA TO REC-ASIGNATURA.
           READ RECUPERA RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE REC-FECHA TO WS-REC-FECHA
               MOVE REC-NOTA TO WS-REC-NOTA
               DELETE RECUPERA RECORD
               INVALID KEY
                   DISPLAY "Error al renombrar la recuperacion."
               NOT INVALID KEY
                   MOVE WS-ASIG-NUEVA TO REC-ASIGNATURA
                   MOVE WS-REC-FECHA TO REC-FECHA
                   MOVE WS-REC-NOTA TO REC-NOTA
                   WRITE REG-RECUPERA
                   INVALID KEY
                       DISPLAY "Ya hay una recuperacion de "
                       WS-ASIG-NUEVA " para ese alumno."
                   END-WRITE
               END-DELETE
           END-READ.
       66-RENOMBRAR-RECUPERA-END.
       EXIT.


      *> SIGUIENTE EXPEDIENTE DE LA SERIE JALUMSEQ, IGUAL QUE EN
      *> ALUMADMISION: SI LA SERIE NO EXISTE ARRANCA DEL EXPEDIENTE
      *> MAS ALTO DEL MAESTRO, DE JGRUPOALUM Y DEL HISTORICO.
       70-NUEVO-EXPEDIENTE.
           MOVE ZERO TO SEQ-ULTIMO-ALUMNO.
           OPEN INPUT ALUMNOS-SEQ.
           IF WS-FS-ALUMSEQ EQUAL "00"
               READ ALUMNOS-SEQ
               AT END
                   MOVE ZERO TO SEQ-ULTIMO-ALUMNO
               END-READ
           END-IF.
           CLOSE ALUMNOS-SEQ.
           MOVE SEQ-ULTIMO-ALUMNO TO WS-NUEVO-EXPEDIENTE.
           IF WS-NUEVO-EXPEDIENTE EQUAL ZERO
               PERFORM 72-ARRANCAR-SERIE
           END-IF.
           MOVE "N" TO WS-EXPEDIENTE-LIBRE.
           PERFORM 76-PROBAR-EXPEDIENTE
               UNTIL WS-EXPEDIENTE-LIBRE EQUAL "S".
           MOVE WS-NUEVO-EXPEDIENTE TO SEQ-ULTIMO-ALUMNO.
           OPEN OUTPUT ALUMNOS-SEQ.
           WRITE REG-ALUMNOS-SEQ.
           CLOSE ALUMNOS-SEQ.
       70-NUEVO-EXPEDIENTE-END.
       EXIT.


       72-ARRANCAR-SERIE.
           MOVE "NO" TO WS-FIN-ALUMNOS.
           MOVE ZEROES TO CLAVE-ALUMNO.
           START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
           INVALID KEY
               MOVE "SI" TO WS-FIN-ALUMNOS
           END-START.
           PERFORM 73-MAYOR-DEL-MAESTRO
               UNTIL WS-FIN-ALUMNOS EQUAL "SI".

           MOVE "NO" TO WS-FIN-ASIGNACIONES.
           MOVE ZEROES TO GA-NUMALUMNO.
           START GRUPO-ALUMNO KEY IS NOT LESS THAN GA-NUMALUMNO
           INVALID KEY
               MOVE "SI" TO WS-FIN-ASIGNACIONES
           END-START.
           PERFORM 74-MAYOR-DE-GRUPOS
               UNTIL WS-FIN-ASIGNACIONES EQUAL "SI".

           OPEN INPUT HISTORICO.
           MOVE "NO" TO WS-FIN-HISTORICO.
           IF WS-FS-HISTORICO EQUAL "00"
               PERFORM 75-MAYOR-DEL-HISTORICO
                   UNTIL WS-FIN-HISTORICO EQUAL "SI"
           END-IF.
           CLOSE HISTORICO.
       72-ARRANCAR-SERIE-END.
       EXIT.


       73-MAYOR-DEL-MAESTRO.
           READ ALUMNOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ALUMNOS
           NOT AT END
               IF NUMALUMNO > WS-NUEVO-EXPEDIENTE
                   MOVE NUMALUMNO TO WS-NUEVO-EXPEDIENTE
               END-IF
           END-READ.
       73-MAYOR-DEL-MAESTRO-END.
       EXIT.


       74-MAYOR-DE-GRUPOS.
           READ GRUPO-ALUMNO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ASIGNACIONES
           NOT AT END
               IF GA-NUMALUMNO > WS-NUEVO-EXPEDIENTE
                   MOVE GA-NUMALUMNO TO WS-NUEVO-EXPEDIENTE
               END-IF
           END-READ.
       74-MAYOR-DE-GRUPOS-END.
       EXIT.


       75-MAYOR-DEL-HISTORICO.
           READ HISTORICO
           AT END
               MOVE "SI" TO WS-FIN-HISTORICO
           NOT AT END
               IF HIST-NUMALUMNO > WS-NUEVO-EXPEDIENTE
                   MOVE HIST-NUMALUMNO TO WS-NUEVO-EXPEDIENTE
               END-IF
           END-READ.
       75-MAYOR-DEL-HISTORICO-END.
       EXIT.


       76-PROBAR-EXPEDIENTE.
           ADD 1 TO WS-NUEVO-EXPEDIENTE.
           MOVE "S" TO WS-EXPEDIENTE-LIBRE.
           MOVE WS-NUEVO-EXPEDIENTE TO NUMALUMNO.
           MOVE 0 TO TRIMESTRE.
           START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ ALUMNOS NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NUMALUMNO EQUAL WS-NUEVO-EXPEDIENTE
                       MOVE "N" TO WS-EXPEDIENTE-LIBRE
                   END-IF
               END-READ
           END-START.
           IF WS-EXPEDIENTE-LIBRE EQUAL "S"
               MOVE WS-NUEVO-EXPEDIENTE TO GA-NUMALUMNO
               READ GRUPO-ALUMNO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EXPEDIENTE-LIBRE
               END-READ
           END-IF.
       76-PROBAR-EXPEDIENTE-END.
       EXIT.

       END PROGRAM ALUMTRASLADO.
