      *          validando que el expediente existe en Alumnos.txt, y
      *          informe mensual por alumno con su porcentaje de
      *          faltas para poder notificar el absentismo cronico.
      *          Tambien pasa lista por clase: con el horario de
      *          JHORARIO (HORARIOMANT) y los alumnos del grupo de
      *          JGRUPOALUM anota cada franja en JASISFRANJA y
      *          consolida el dia en Asistencia.txt, que es lo que
      *          siguen leyendo el informe, ALUMEVALUA y ALUMTUTORES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT ASIST-FRANJA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JASISFRANJA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS AFR-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FRANJA.

       SELECT OPTIONAL HORARIO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHORARIO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HOR-CLAVE
       ALTERNATE RECORD KEY IS HOR-CLAVE-PROFESOR
       ALTERNATE RECORD KEY IS HOR-CLAVE-AULA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HORARIO.

       SELECT OPTIONAL GRUPO-ALUMNO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGRUPOALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GA-NUMALUMNO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOALUM.

       DATA DIVISION.
       FILE SECTION.
       FD ASISTENCIA.
                   06 NOTA-ASIGNATURA PIC 9(2)V99.
               04 NOTA PIC 9(2)V99.

      *> ASISTENCIA DE UN ALUMNO A UNA CLASE: FECHA Y HORA DEL
      *> HORARIO, CON EL GRUPO Y LA ASIGNATURA DE ESA FRANJA.
       FD ASIST-FRANJA.
           01 REG-ASIST-FRANJA.
               05 AFR-CLAVE.
                   10 AFR-NUMALUMNO PIC 9(5).
                   10 AFR-FECHA PIC 9(8).
                   10 AFR-HORA PIC 9(1).
               05 AFR-GRUPO PIC X(3).
               05 AFR-ASIGNATURA PIC X(4).
               05 AFR-ESTADO PIC X(1).

       FD HORARIO.
           01 REG-HORARIO.
               05 HOR-CLAVE.
                   10 HOR-GRUPO PIC X(3).
                   10 HOR-DIA PIC 9(1).
                   10 HOR-HORA PIC 9(1).
               05 HOR-ASIGNATURA PIC X(4).
               05 HOR-CLAVE-PROFESOR.
                   10 HOR-PROFESOR PIC X(4).
                   10 HOR-PROF-DIA PIC 9(1).
                   10 HOR-PROF-HORA PIC 9(1).
               05 HOR-CLAVE-AULA.
                   10 HOR-AULA PIC X(4).
                   10 HOR-AULA-DIA PIC 9(1).
                   10 HOR-AULA-HORA PIC 9(1).

       FD GRUPO-ALUMNO.
           01 REG-GRUPO-ALUMNO.
               05 GA-NUMALUMNO PIC 9(5).
               05 GA-GRUPO PIC X(3).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-ASISTENCIA PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-FRANJA PIC 99.
       77 WS-FS-HORARIO PIC 99.
       77 WS-FS-GRUPOALUM PIC 99.
       77 WS-FIN-GRUPO PIC X(3) VALUE "NO".
       77 WS-GRUPO-BUSCAR PIC X(3).
       77 WS-HORA-ENTRADA PIC 9(1).
       77 WS-DIA-SEMANA PIC 9(1).
       77 WS-ANOTADOS PIC 9(3).
       77 WS-OPCION PIC 9(1).
       77 WS-SEGUIR PIC X(2).
       77 WS-NUMALUMNO-ENTRADA PIC 9(5).
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-ASISTENCIA.
           PERFORM 10-MENU UNTIL WS-OPCION = 4.
           CLOSE ASISTENCIA ASIST-FRANJA.
       STOP RUN.
       00-INICIO-END.
       EXIT.
               CLOSE ASISTENCIA
               OPEN I-O ASISTENCIA
           END-IF.
           OPEN I-O ASIST-FRANJA.
           IF WS-FS-FRANJA = "35"
               OPEN OUTPUT ASIST-FRANJA
               CLOSE ASIST-FRANJA
               OPEN I-O ASIST-FRANJA
           END-IF.
       05-ABRIR-ASISTENCIA-END.
       EXIT.

           DISPLAY "Registro de asistencia."
           DISPLAY "Pasar lista de hoy (1)"
           DISPLAY "Informe mensual (2)"
           DISPLAY "Pasar lista de una clase del horario (3)"
           DISPLAY "salir (4)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 2
               PERFORM 40-INFORME-MENSUAL
           WHEN 3
               PERFORM 60-PASAR-LISTA-CLASE
           WHEN 4
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
       50-MOSTRAR-ALUMNO-END.
       EXIT.

      *> LISTA POR CLASE: LA FRANJA DE HOY (DIA DE LA SEMANA DE LA
      *> FECHA, MISMO CALCULO QUE FECHASERV) Y LA HORA QUE SE PIDE
      *> DEBEN ESTAR EN EL HORARIO DEL GRUPO; SE RECORREN LOS
      *> ALUMNOS MATRICULADOS EN EL GRUPO UNO A UNO.
       60-PASAR-LISTA-CLASE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-HOY-NUM), 7).
           IF WS-DIA-SEMANA EQUAL 0 OR WS-DIA-SEMANA EQUAL 6
               DISPLAY "Hoy no hay clases en el horario."
           ELSE
               OPEN INPUT HORARIO GRUPO-ALUMNO ALUMNOS
               DISPLAY "Codigo del grupo: "
               ACCEPT WS-GRUPO-BUSCAR
               DISPLAY "Hora de la clase (1-8): "
               ACCEPT WS-HORA-ENTRADA
               MOVE WS-GRUPO-BUSCAR TO HOR-GRUPO
               MOVE WS-DIA-SEMANA TO HOR-DIA
               MOVE WS-HORA-ENTRADA TO HOR-HORA
               READ HORARIO RECORD
               INVALID KEY
                   DISPLAY "El grupo no tiene clase hoy a esa hora."
               NOT INVALID KEY
                   DISPLAY "Clase de " HOR-ASIGNATURA " en el aula "
                   HOR-AULA " (profesor " HOR-PROFESOR ")"
                   PERFORM 62-RECORRER-GRUPO
               END-READ
               CLOSE HORARIO GRUPO-ALUMNO ALUMNOS
           END-IF.
       60-PASAR-LISTA-CLASE-END.
       EXIT.


       62-RECORRER-GRUPO.
           MOVE 0 TO WS-ANOTADOS.
           MOVE "NO" TO WS-FIN-GRUPO.
           MOVE ZEROES TO GA-NUMALUMNO.
           START GRUPO-ALUMNO KEY IS NOT LESS THAN GA-NUMALUMNO
           INVALID KEY
               MOVE "SI" TO WS-FIN-GRUPO
           END-START.
           PERFORM 64-ANOTAR-EN-CLASE UNTIL WS-FIN-GRUPO EQUAL "SI".
           DISPLAY "Alumnos anotados en la clase: " WS-ANOTADOS.
       62-RECORRER-GRUPO-END.
       EXIT.


       64-ANOTAR-EN-CLASE.
           READ GRUPO-ALUMNO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-GRUPO
           NOT AT END
               IF GA-GRUPO EQUAL WS-GRUPO-BUSCAR
                   MOVE GA-NUMALUMNO TO WS-NUMALUMNO-ENTRADA
                   PERFORM 30-VALIDAR-ALUMNO
                   IF WS-ALUMNO-EXISTE EQUAL "S"
                       DISPLAY GA-NUMALUMNO " " NOMBRE " " APELLIDO
                   ELSE
                       DISPLAY GA-NUMALUMNO " (sin registro)"
                   END-IF
                   DISPLAY "Presente (P), Ausente (A), Justificada"
                   " (J): "
                   ACCEPT WS-ESTADO-ENTRADA
                   IF WS-ESTADO-ENTRADA EQUAL "P"
                   OR WS-ESTADO-ENTRADA EQUAL "A"
                   OR WS-ESTADO-ENTRADA EQUAL "J"
                       PERFORM 66-GRABAR-FRANJA
                       PERFORM 68-CONSOLIDAR-DIA
                       ADD 1 TO WS-ANOTADOS
                   ELSE
                       DISPLAY "Estado no valido, el alumno queda sin"
                       " anotar."
                   END-IF
               END-IF
           END-READ.
       64-ANOTAR-EN-CLASE-END.
       EXIT.


       66-GRABAR-FRANJA.
           MOVE WS-NUMALUMNO-ENTRADA TO AFR-NUMALUMNO.
           MOVE WS-HOY-NUM TO AFR-FECHA.
           MOVE WS-HORA-ENTRADA TO AFR-HORA.
           MOVE WS-GRUPO-BUSCAR TO AFR-GRUPO.
           MOVE HOR-ASIGNATURA TO AFR-ASIGNATURA.
           MOVE WS-ESTADO-ENTRADA TO AFR-ESTADO.
           WRITE REG-ASIST-FRANJA
           INVALID KEY
      *>La clase ya tenia lista: manda la ultima correccion.
               REWRITE REG-ASIST-FRANJA
               INVALID KEY
                   DISPLAY "Error al anotar la asistencia a clase."
               END-REWRITE
           END-WRITE.
       66-GRABAR-FRANJA-END.
       EXIT.


      *> EL DIA EN Asistencia.txt SE QUEDA CON LA PEOR ANOTACION DE
      *> SUS CLASES: UNA AUSENCIA SIN JUSTIFICAR MANDA SOBRE UNA
      *> JUSTIFICADA, Y ESTA SOBRE UNA PRESENCIA.
       68-CONSOLIDAR-DIA.
           MOVE WS-NUMALUMNO-ENTRADA TO ASIST-NUMALUMNO.
           MOVE WS-HOY-NUM TO ASIST-FECHA.
           READ ASISTENCIA RECORD
           INVALID KEY
               MOVE WS-ESTADO-ENTRADA TO ASIST-ESTADO
               WRITE REG-ASISTENCIA
               INVALID KEY
                   DISPLAY "Error al anotar la asistencia."
               END-WRITE
           NOT INVALID KEY
               IF WS-ESTADO-ENTRADA EQUAL "A"
               OR (WS-ESTADO-ENTRADA EQUAL "J"
               AND ASIST-ESTADO EQUAL "P")
                   MOVE WS-ESTADO-ENTRADA TO ASIST-ESTADO
                   REWRITE REG-ASISTENCIA
                   INVALID KEY
                       DISPLAY "Error al anotar la asistencia."
                   END-REWRITE
               END-IF
           END-READ.
       68-CONSOLIDAR-DIA-END.
       EXIT.

       END PROGRAM ALUMASIST.
