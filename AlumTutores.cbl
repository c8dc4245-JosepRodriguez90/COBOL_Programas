      *          sobre con el mismo MOVE CORRESPONDING del programa de
      *          etiquetas de empleados (PROGMOVC). Se acabo rebuscar
      *          en las carpetas de matricula para cada notificacion.
      *          Con el mismo formato salen las cartas de admision al
      *          tutor de cada solicitud de ALUMADMISION (JSOLICITUD)
      *          con plaza ofrecida o en lista de espera, y las
      *          cartas de libros de la biblioteca vencidos
      *          (JPRESTAMO de ALUMBIBLIO) y las de las incidencias de
      *          convivencia de ALUMINCIDEN pendientes de aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ASISTENCIA.

       SELECT OPTIONAL SOLICITUDES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSOLICITUD.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SOL-NUMERO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SOLICITUDES.

       SELECT OPTIONAL PRESTAMOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTAMO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-EJEMPLAR
       ALTERNATE RECORD KEY IS PRE-NUMALUMNO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL LIBROS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JLIBROS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LIB-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LIBROS.

       SELECT OPTIONAL INCIDENCIAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINCIDENC.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENCIAS.

       SELECT CARTAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumCartas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
                   10 ASIST-FECHA PIC 9(8).
               05 ASIST-ESTADO PIC X(1).

       FD SOLICITUDES.
           01 REG-SOLICITUD.
               05 SOL-NUMERO PIC 9(5).
               05 SOL-ANIO PIC 9(4).
               05 SOL-FECHA PIC 9(8).
               05 SOL-CURSO PIC X(10).
               05 SOL-NOMBRE PIC A(10).
               05 SOL-APELLIDO PIC A(10).
               05 SOL-TUTOR-NOMBRE PIC X(25).
               05 SOL-TUTOR-DIRECCION PIC X(35).
               05 SOL-TUTOR-PARENTESCO PIC X(10).
               05 SOL-HERMANOS PIC X(1).
               05 SOL-DOMICILIO PIC X(1).
               05 SOL-OTROS-PUNTOS PIC 9(2).
               05 SOL-PUNTOS PIC 9(3).
               05 SOL-ESTADO PIC X(1).
               05 SOL-GRUPO PIC X(3).
               05 SOL-ESPERA PIC 9(3).
               05 SOL-NUMALUMNO PIC 9(5).
               05 SOL-CARTA PIC X(1).

       FD PRESTAMOS.
           01 REG-PRESTAMO.
               05 PRE-EJEMPLAR.
                   10 PRE-LIBRO PIC X(6).
                   10 PRE-COPIA PIC 9(2).
               05 PRE-NUMALUMNO PIC 9(5).
               05 PRE-FECHA-PRESTAMO PIC 9(8).
               05 PRE-FECHA-VENCE PIC 9(8).
               05 PRE-FECHA-DEVOLUCION PIC 9(8).
               05 PRE-ESTADO PIC X(1).

       FD LIBROS.
           01 REG-LIBRO.
               05 LIB-CODIGO PIC X(6).
               05 LIB-TITULO PIC X(30).
               05 LIB-AUTOR PIC X(20).
               05 LIB-EJEMPLARES PIC 9(2).
               05 LIB-PRECIO PIC 9(3)V99.

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

       FD CARTAS
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-CARTA PIC X(80).
       01 REG-ETIQUETA PIC X(60).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-TUTORES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-ASISTENCIA PIC 99.
       77 WS-FS-CARTAS PIC 99.
       77 WS-FS-ETIQUETAS PIC 99.
       77 WS-FS-SOLICITUDES PIC 99.
       77 WS-FIN-SOLICITUDES PIC X(3) VALUE "NO".
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FS-LIBROS PIC 99.
       77 WS-FIN-PRESTAMOS PIC X(3) VALUE "NO".
       77 WS-FS-INCIDENCIAS PIC 99.
       77 WS-FIN-INCIDENCIAS PIC X(3) VALUE "NO".
       77 WS-ALUMNO-ACTUAL PIC 9(5).
       77 WS-NUM-VENCIDOS PIC 9(2).
       77 WS-V PIC 9(2).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-TUTORES PIC X(3) VALUE "NO".
       77 WS-FIN-ALUMNOS PIC X(3) VALUE "NO".
           05 CAR-AUSENCIAS PIC ZZ9.
           05 FILLER PIC X(26) VALUE " en el periodo del informe".

       01 WS-CARTA-SOLICITUD.
           05 FILLER PIC X(26) VALUE "En relacion a la solicitud".
           05 FILLER PIC X(4) VALUE " de ".
           05 CAR-SOL-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CAR-SOL-APELLIDO PIC X(10).
           05 FILLER PIC X(9) VALUE "  numero ".
           05 CAR-SOL-NUMERO PIC 9(5).

       01 WS-CARTA-OFERTA.
           05 FILLER PIC X(37) VALUE
           "le ofrecemos plaza para el curso de ".
           05 CAR-OFE-ANIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAR-OFE-CURSO PIC X(10).
           05 FILLER PIC X(7) VALUE " grupo ".
           05 CAR-OFE-GRUPO PIC X(3).

       01 WS-CARTA-ESPERA.
           05 FILLER PIC X(37) VALUE
           "queda en lista de espera del curso ".
           05 CAR-ESP-CURSO PIC X(10).
           05 FILLER PIC X(12) VALUE " con el num.".
           05 CAR-ESP-NUMERO PIC ZZ9.

       01 WS-CARTA-PIE.
           05 FILLER PIC X(32) VALUE
           "Rogamos contacte con el centro. ".
           05 CAR-FECHA PIC X(21).

       01 WS-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> LIBROS VENCIDOS DEL ALUMNO QUE SE ESTA TRATANDO.
       01 WS-TABLA-VENCIDOS.
           05 WS-VENCIDO OCCURS 10 TIMES.
               10 VEN-TITULO PIC X(30).
               10 VEN-FECHA PIC 9(8).

       01 WS-CARTA-BIBLIOTECA.
           05 FILLER PIC X(46) VALUE
           "tiene en prestamo libros de la biblioteca cuyo".
           05 FILLER PIC X(31) VALUE
           " plazo de devolucion ha vencido".

       01 WS-CARTA-LIBRO.
           05 FILLER PIC X(4) VALUE "  - ".
           05 CAR-LIB-TITULO PIC X(30).
           05 FILLER PIC X(11) VALUE " vencio el ".
           05 CAR-LIB-FECHA PIC 9(8).

       01 WS-CARTA-INCIDENCIA.
           05 FILLER PIC X(44) VALUE
           "le comunicamos una incidencia de convivencia".
           05 FILLER PIC X(7) VALUE " el dia".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAR-INC-FECHA PIC 9(8).
           05 FILLER PIC X(8) VALUE ", hora ".
           05 CAR-INC-HORA PIC 9(1).

       01 WS-CARTA-INC-DETALLE.
           05 FILLER PIC X(4) VALUE "  - ".
           05 CAR-INC-DESCRIPCION PIC X(40).
           05 FILLER PIC X(11) VALUE " (gravedad ".
           05 CAR-INC-GRAVEDAD PIC 9(1).
           05 FILLER PIC X(1) VALUE ")".

       01 WS-CARTA-INC-SANCION.
           05 FILLER PIC X(13) VALUE "  Sancion:   ".
           05 CAR-INC-SANCION PIC X(30).

       01 WS-RAYAS.
           05 FILLER PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-TUTORES.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
           CLOSE TUTORES.
       STOP RUN.
       00-INICIO-END.
           DISPLAY "Baja de tutor (2)"
           DISPLAY "Tutores de un alumno (3)"
           DISPLAY "Generar cartas del trimestre (4)"
           DISPLAY "Generar cartas de admision (5)"
           DISPLAY "Generar cartas de libros vencidos (6)"
           DISPLAY "Generar cartas de incidencias (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 4
               PERFORM 50-GENERAR-CARTAS
           WHEN 5
               PERFORM 80-CARTAS-ADMISION
           WHEN 6
               PERFORM 90-CARTAS-BIBLIOTECA
           WHEN 7
               PERFORM 97-CARTAS-INCIDENCIAS
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
       78-ESCRIBIR-ETIQUETA-END.
       EXIT.

      *> CARTAS DE ADMISION: UNA POR SOLICITUD CON OFERTA O EN
      *> ESPERA CUYA SITUACION HA CAMBIADO DESDE LA ULTIMA CARTA
      *> (SOL-CARTA "N"). EL TUTOR DE LA SOLICITUD SE PASA AL
      *> REGISTRO DE TUTOR PARA USAR EL MISMO SALUDO Y ETIQUETA.
       80-CARTAS-ADMISION.
           OPEN I-O SOLICITUDES.
           IF WS-FS-SOLICITUDES NOT EQUAL "00"
               DISPLAY "No hay solicitudes de admision."
           ELSE
               OPEN OUTPUT CARTAS
               OPEN OUTPUT ETIQUETAS
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE ZERO TO WS-CONTADOR-CARTAS
               MOVE "NO" TO WS-FIN-SOLICITUDES
               MOVE ZEROES TO SOL-NUMERO
               START SOLICITUDES KEY IS NOT LESS THAN SOL-NUMERO
               INVALID KEY
                   MOVE "SI" TO WS-FIN-SOLICITUDES
               END-START
               PERFORM 82-REVISAR-SOLICITUD
                   UNTIL WS-FIN-SOLICITUDES EQUAL "SI"
               CLOSE CARTAS ETIQUETAS
               DISPLAY "Cartas de admision generadas: "
               WS-CONTADOR-CARTAS
           END-IF.
           CLOSE SOLICITUDES.
       80-CARTAS-ADMISION-END.
       EXIT.


       82-REVISAR-SOLICITUD.
           READ SOLICITUDES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-SOLICITUDES
           NOT AT END
               IF SOL-CARTA EQUAL "N"
               AND (SOL-ESTADO EQUAL "O" OR SOL-ESTADO EQUAL "E")
                   MOVE SOL-TUTOR-NOMBRE TO TUT-NOMBRE OF REG-TUTOR
                   MOVE SOL-TUTOR-DIRECCION
                       TO TUT-DIRECCION OF REG-TUTOR
                   MOVE SOL-TUTOR-PARENTESCO TO TUT-PARENTESCO
                   PERFORM 85-ESCRIBIR-CARTA-ADMISION
                   PERFORM 78-ESCRIBIR-ETIQUETA
                   ADD 1 TO WS-CONTADOR-CARTAS
                   MOVE "S" TO SOL-CARTA
                   REWRITE REG-SOLICITUD
                   INVALID KEY
                       DISPLAY "Error al marcar la carta de la"
                       " solicitud " SOL-NUMERO
                   END-REWRITE
               END-IF
           END-READ.
       82-REVISAR-SOLICITUD-END.
       EXIT.


       85-ESCRIBIR-CARTA-ADMISION.
           WRITE REG-CARTA FROM WS-RAYAS.
           MOVE TUT-NOMBRE OF REG-TUTOR TO CAR-TUTOR.
           MOVE TUT-PARENTESCO TO CAR-PARENTESCO.
           WRITE REG-CARTA FROM WS-CARTA-SALUDO.
           MOVE SOL-NOMBRE TO CAR-SOL-NOMBRE.
           MOVE SOL-APELLIDO TO CAR-SOL-APELLIDO.
           MOVE SOL-NUMERO TO CAR-SOL-NUMERO.
           WRITE REG-CARTA FROM WS-CARTA-SOLICITUD.
           IF SOL-ESTADO EQUAL "O"
               MOVE SOL-ANIO TO CAR-OFE-ANIO
               MOVE SOL-CURSO TO CAR-OFE-CURSO
               MOVE SOL-GRUPO TO CAR-OFE-GRUPO
               WRITE REG-CARTA FROM WS-CARTA-OFERTA
           ELSE
               MOVE SOL-CURSO TO CAR-ESP-CURSO
               MOVE SOL-ESPERA TO CAR-ESP-NUMERO
               WRITE REG-CARTA FROM WS-CARTA-ESPERA
           END-IF.
           MOVE WS-FECHA TO CAR-FECHA.
           WRITE REG-CARTA FROM WS-CARTA-PIE.
       85-ESCRIBIR-CARTA-ADMISION-END.
       EXIT.

      *> CARTAS DE LA BIBLIOTECA: LOS PRESTAMOS SE RECORREN POR
      *> ALUMNO (CLAVE ALTERNATIVA) Y AL CAMBIAR DE ALUMNO SE ESCRIBE
      *> UNA CARTA A CADA TUTOR CON TODOS SUS LIBROS VENCIDOS.
       90-CARTAS-BIBLIOTECA.
           OPEN INPUT PRESTAMOS.
           IF WS-FS-PRESTAMOS NOT EQUAL "00"
               DISPLAY "No hay prestamos de biblioteca."
           ELSE
               OPEN INPUT LIBROS
               OPEN INPUT ALUMNOS
               OPEN OUTPUT CARTAS
               OPEN OUTPUT ETIQUETAS
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE FUNCTION CURRENT-DATE TO WS-HOY
               MOVE ZERO TO WS-CONTADOR-CARTAS
               MOVE ZERO TO WS-ALUMNO-ACTUAL WS-NUM-VENCIDOS
               MOVE "NO" TO WS-FIN-PRESTAMOS
               MOVE ZERO TO PRE-NUMALUMNO
               START PRESTAMOS KEY IS NOT LESS THAN PRE-NUMALUMNO
               INVALID KEY
                   MOVE "SI" TO WS-FIN-PRESTAMOS
               END-START
               PERFORM 91-LEER-PRESTAMO
                   UNTIL WS-FIN-PRESTAMOS EQUAL "SI"
               PERFORM 93-CARTAS-VENCIDOS
               CLOSE LIBROS ALUMNOS CARTAS ETIQUETAS
               DISPLAY "Cartas de biblioteca generadas: "
               WS-CONTADOR-CARTAS
           END-IF.
           CLOSE PRESTAMOS.
       90-CARTAS-BIBLIOTECA-END.
       EXIT.


       91-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PRE-NUMALUMNO NOT EQUAL WS-ALUMNO-ACTUAL
                   PERFORM 93-CARTAS-VENCIDOS
                   MOVE PRE-NUMALUMNO TO WS-ALUMNO-ACTUAL
               END-IF
               IF PRE-ESTADO EQUAL "P"
                   AND PRE-FECHA-VENCE < WS-HOY-NUM
                   AND WS-NUM-VENCIDOS < 10
                   ADD 1 TO WS-NUM-VENCIDOS
                   MOVE PRE-FECHA-VENCE TO VEN-FECHA (WS-NUM-VENCIDOS)
                   MOVE PRE-LIBRO TO LIB-CODIGO
                   READ LIBROS RECORD
                   INVALID KEY
                       MOVE PRE-LIBRO TO VEN-TITULO (WS-NUM-VENCIDOS)
                   NOT INVALID KEY
                       MOVE LIB-TITULO TO VEN-TITULO (WS-NUM-VENCIDOS)
                   END-READ
               END-IF
           END-READ.
       91-LEER-PRESTAMO-END.
       EXIT.


       93-CARTAS-VENCIDOS.
           IF WS-NUM-VENCIDOS > 0
               MOVE SPACES TO NOMBRE APELLIDO
               MOVE WS-ALUMNO-ACTUAL TO NUMALUMNO
               MOVE 0 TO TRIMESTRE
               START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUMNOS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NUMALUMNO NOT EQUAL WS-ALUMNO-ACTUAL
                           MOVE SPACES TO NOMBRE APELLIDO
                       END-IF
                   END-READ
               END-START
               MOVE "NO" TO WS-FIN-TUTORES
               MOVE WS-ALUMNO-ACTUAL TO TUT-NUMALUMNO
               MOVE 0 TO TUT-SEQ
               START TUTORES KEY IS NOT LESS THAN TUT-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-TUTORES
               END-START
               PERFORM 94-CARTA-BIBLIO-A-TUTOR
                   UNTIL WS-FIN-TUTORES EQUAL "SI"
           END-IF.
           MOVE ZERO TO WS-NUM-VENCIDOS.
       93-CARTAS-VENCIDOS-END.
       EXIT.


       94-CARTA-BIBLIO-A-TUTOR.
           READ TUTORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-TUTORES
           NOT AT END
               IF TUT-NUMALUMNO NOT EQUAL WS-ALUMNO-ACTUAL
                   MOVE "SI" TO WS-FIN-TUTORES
               ELSE
                   PERFORM 95-ESCRIBIR-CARTA-BIBLIO
                   PERFORM 78-ESCRIBIR-ETIQUETA
                   ADD 1 TO WS-CONTADOR-CARTAS
               END-IF
           END-READ.
       94-CARTA-BIBLIO-A-TUTOR-END.
       EXIT.


       95-ESCRIBIR-CARTA-BIBLIO.
           WRITE REG-CARTA FROM WS-RAYAS.
           MOVE TUT-NOMBRE OF REG-TUTOR TO CAR-TUTOR.
           MOVE TUT-PARENTESCO TO CAR-PARENTESCO.
           WRITE REG-CARTA FROM WS-CARTA-SALUDO.
           MOVE NOMBRE TO CAR-NOMBRE.
           MOVE APELLIDO TO CAR-APELLIDO.
           MOVE WS-ALUMNO-ACTUAL TO CAR-NUMALUMNO.
           WRITE REG-CARTA FROM WS-CARTA-ALUMNO.
           WRITE REG-CARTA FROM WS-CARTA-BIBLIOTECA.
           PERFORM 96-LINEA-LIBRO
               VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NUM-VENCIDOS.
           MOVE WS-FECHA TO CAR-FECHA.
           WRITE REG-CARTA FROM WS-CARTA-PIE.
       95-ESCRIBIR-CARTA-BIBLIO-END.
       EXIT.


       96-LINEA-LIBRO.
           MOVE VEN-TITULO (WS-V) TO CAR-LIB-TITULO.
           MOVE VEN-FECHA (WS-V) TO CAR-LIB-FECHA.
           WRITE REG-CARTA FROM WS-CARTA-LIBRO.
       96-LINEA-LIBRO-END.
       EXIT.

      *> CARTAS DE INCIDENCIAS: UNA POR TUTOR DE CADA INCIDENCIA QUE
      *> ALUMINCIDEN DEJO PENDIENTE DE AVISO (INC-AVISO "N"), QUE SE
      *> MARCA COMO AVISADA AL ESCRIBIRLA.
       97-CARTAS-INCIDENCIAS.
           OPEN I-O INCIDENCIAS.
           IF WS-FS-INCIDENCIAS NOT EQUAL "00"
               DISPLAY "No hay incidencias de convivencia."
           ELSE
               OPEN INPUT ALUMNOS
               OPEN OUTPUT CARTAS
               OPEN OUTPUT ETIQUETAS
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE ZERO TO WS-CONTADOR-CARTAS
               MOVE "NO" TO WS-FIN-INCIDENCIAS
               MOVE LOW-VALUES TO INC-CLAVE
               START INCIDENCIAS KEY IS NOT LESS THAN INC-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-INCIDENCIAS
               END-START
               PERFORM 98-REVISAR-INCIDENCIA
                   UNTIL WS-FIN-INCIDENCIAS EQUAL "SI"
               CLOSE ALUMNOS CARTAS ETIQUETAS
               DISPLAY "Cartas de incidencias generadas: "
               WS-CONTADOR-CARTAS
           END-IF.
           CLOSE INCIDENCIAS.
       97-CARTAS-INCIDENCIAS-END.
       EXIT.


       98-REVISAR-INCIDENCIA.
           READ INCIDENCIAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-INCIDENCIAS
           NOT AT END
               IF INC-AVISO EQUAL "N"
                   MOVE INC-NUMALUMNO TO WS-ALUMNO-ACTUAL
                   MOVE SPACES TO NOMBRE APELLIDO
                   MOVE WS-ALUMNO-ACTUAL TO NUMALUMNO
                   MOVE 0 TO TRIMESTRE
                   START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ALUMNOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NUMALUMNO NOT EQUAL WS-ALUMNO-ACTUAL
                               MOVE SPACES TO NOMBRE APELLIDO
                           END-IF
                       END-READ
                   END-START
                   MOVE "NO" TO WS-FIN-TUTORES
                   MOVE WS-ALUMNO-ACTUAL TO TUT-NUMALUMNO
                   MOVE 0 TO TUT-SEQ
                   START TUTORES KEY IS NOT LESS THAN TUT-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-FIN-TUTORES
                   END-START
                   PERFORM 99-CARTA-INCID-A-TUTOR
                       UNTIL WS-FIN-TUTORES EQUAL "SI"
                   MOVE "S" TO INC-AVISO
                   REWRITE REG-INCIDENCIA
                   INVALID KEY
                       DISPLAY "Error al marcar el aviso de la"
                       " incidencia del alumno " INC-NUMALUMNO
                   END-REWRITE
               END-IF
           END-READ.
       98-REVISAR-INCIDENCIA-END.
       EXIT.


       99-CARTA-INCID-A-TUTOR.
           READ TUTORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-TUTORES
           NOT AT END
               IF TUT-NUMALUMNO NOT EQUAL WS-ALUMNO-ACTUAL
                   MOVE "SI" TO WS-FIN-TUTORES
               ELSE
                   WRITE REG-CARTA FROM WS-RAYAS
                   MOVE TUT-NOMBRE OF REG-TUTOR TO CAR-TUTOR
                   MOVE TUT-PARENTESCO TO CAR-PARENTESCO
                   WRITE REG-CARTA FROM WS-CARTA-SALUDO
                   MOVE NOMBRE TO CAR-NOMBRE
                   MOVE APELLIDO TO CAR-APELLIDO
                   MOVE WS-ALUMNO-ACTUAL TO CAR-NUMALUMNO
                   WRITE REG-CARTA FROM WS-CARTA-ALUMNO
                   MOVE INC-FECHA TO CAR-INC-FECHA
                   MOVE INC-HORA TO CAR-INC-HORA
                   WRITE REG-CARTA FROM WS-CARTA-INCIDENCIA
                   MOVE INC-DESCRIPCION TO CAR-INC-DESCRIPCION
                   MOVE INC-GRAVEDAD TO CAR-INC-GRAVEDAD
                   WRITE REG-CARTA FROM WS-CARTA-INC-DETALLE
                   IF INC-SANCION NOT EQUAL SPACES
                       MOVE INC-SANCION TO CAR-INC-SANCION
                       WRITE REG-CARTA FROM WS-CARTA-INC-SANCION
                   END-IF
                   MOVE WS-FECHA TO CAR-FECHA
                   WRITE REG-CARTA FROM WS-CARTA-PIE
                   PERFORM 78-ESCRIBIR-ETIQUETA
                   ADD 1 TO WS-CONTADOR-CARTAS
               END-IF
           END-READ.
       99-CARTA-INCID-A-TUTOR-END.
       EXIT.

       END PROGRAM ALUMTUTORES.
