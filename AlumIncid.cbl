      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de incidencias de convivencia (JINCIDENC),
      *          que sustituye al libro de jefatura de estudios: cada
      *          incidencia lleva alumno, fecha, hora del horario,
      *          profesor que la comunica (el operador firmado en el
      *          maestro unico, como en ALUMNOS), categoria,
      *          gravedad, descripcion y sancion. Los profesores las
      *          registran y corrigen; la sancion y la anulacion
      *          quedan para el jefe de estudios designado en
      *          JJEFEEST. Las de gravedad igual o mayor que el
      *          umbral de JINCPARAM quedan marcadas
      *          para la carta a los tutores del lote de ALUMTUTORES.
      *          Informe trimestral por grupo y categoria con los
      *          alumnos que pasan el umbral de puntos acumulados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMINCIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCIDENCIAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINCIDENC.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENCIAS.

       SELECT PROFESORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROFESORES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PROF-ID
       FILE STATUS IS WS-FS-PROFESORES.

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

       SELECT OPTIONAL JEFATURA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JJEFEEST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JEFATURA.

       SELECT OPTIONAL PARAMETROS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINCPARAM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PARAMETROS.

       SELECT INCIDENCIAS-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\IncSort.txt".

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumIncInf.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *> INC-HORA ES LA HORA DEL HORARIO (1-8, COMO EN HORARIOMANT).
      *> INC-AVISO: "N" CARTA A TUTORES PENDIENTE, "S" YA ESCRITA,
      *> ESPACIO SI LA GRAVEDAD NO LLEGA AL UMBRAL.
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

       FD PROFESORES.
           01 DATOS-PROFESOR.
               05 PROF-ID PIC X(4).
               05 PROF-NOMBRE PIC X(15).
               05 PROF-CLAVE PIC X(4).

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

       FD JEFATURA
       RECORD CONTAINS 4 CHARACTERS.
       01 REG-JEFATURA.
           05 JEF-PROFESOR PIC X(4).

      *> GRAVEDAD A PARTIR DE LA CUAL SE AVISA A LOS TUTORES Y
      *> PUNTOS DE GRAVEDAD ACUMULADOS EN EL TRIMESTRE QUE SACAN AL
      *> ALUMNO EN LA LISTA DEL INFORME.
       FD PARAMETROS
       RECORD CONTAINS 4 CHARACTERS.
       01 REG-PARAMETROS.
           05 IPA-UMBRAL-AVISO PIC 9(1).
           05 FILLER PIC X VALUE SPACE.
           05 IPA-UMBRAL-PUNTOS PIC 9(2).

       SD INCIDENCIAS-SORT
       RECORD CONTAINS 76 CHARACTERS.
       01 SORT-INCIDENCIA.
           05 SORT-GRUPO PIC X(3).
           05 SORT-CATEGORIA PIC X(2).
           05 SORT-NUMALUMNO PIC 9(5).
           05 SORT-FECHA PIC 9(8).
           05 SORT-HORA PIC 9(1).
           05 SORT-GRAVEDAD PIC 9(1).
           05 SORT-PROFESOR PIC X(4).
           05 SORT-DESCRIPCION PIC X(30).
           05 SORT-SANCION PIC X(22).

       FD INFORME
       RECORD CONTAINS 90 CHARACTERS.
       01 REG-INFORME PIC X(90).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "AlumIncInf".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "ALUMINCIDEN".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-INCIDENCIAS PIC 99.
       77 WS-FS-PROFESORES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-GRUPOALUM PIC 99.
       77 WS-FS-JEFATURA PIC 99.
       77 WS-FS-PARAMETROS PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-CONFIRMAR PIC X(1).
       77 WS-PROFESOR PIC X(4).
       77 WS-FIRMA-OK PIC X(1).
       77 WS-JEFE-ESTUDIOS PIC X(4).
       77 WS-ES-JEFE PIC X(1).
       77 WS-NUMALUMNO-ENTRADA PIC 9(5).
       77 WS-ALUMNO-EXISTE PIC X(1).
       77 WS-DATOS-OK PIC X(1).
       77 WS-SEQ PIC 9(2).
       77 WS-HUECO PIC 9(1).
       77 WS-UMBRAL-AVISO PIC 9(1) VALUE 3.
       77 WS-UMBRAL-PUNTOS PIC 9(2) VALUE 10.
       77 WS-FIN-INCIDENCIAS PIC X(3) VALUE "NO".
       77 WS-SORT-FIN PIC X(3) VALUE "NO".
       77 WS-DESDE PIC 9(8).
       77 WS-HASTA PIC 9(8).
       77 WS-C PIC 9(1).
       77 WS-P PIC 9(3).
       77 WS-NUM-PUNTOS PIC 9(3) VALUE 0.
       77 WS-MAX-PUNTOS PIC 9(3) VALUE 300.
       77 WS-ENCONTRADO PIC 9(3).
       77 WS-GRUPO-ANTERIOR PIC X(3).
       77 WS-CATEGORIA-ANTERIOR PIC X(2).
       77 WS-CUENTA-CATEGORIA PIC 9(4).
       77 WS-CONTADOR-INCIDENCIAS PIC 9(5).
       77 WS-CONTADOR-UMBRAL PIC 9(4).
       77 WS-INCIDENCIA-GUARDADA PIC X(105).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-CATEGORIAS-VALORES.
           05 FILLER PIC X(22) VALUE "DIDISRUPCION EN CLASE".
           05 FILLER PIC X(22) VALUE "IRFALTA DE RESPETO".
           05 FILLER PIC X(22) VALUE "AGAGRESION".
           05 FILLER PIC X(22) VALUE "ACACOSO".
           05 FILLER PIC X(22) VALUE "DADAÑOS AL MATERIAL".
           05 FILLER PIC X(22) VALUE "NUNORMAS DEL CENTRO".
           05 FILLER PIC X(22) VALUE "OTOTRAS".
       01 WS-TABLA-CATEGORIAS REDEFINES WS-CATEGORIAS-VALORES.
           05 WS-CATEGORIA OCCURS 7 TIMES.
               10 CAT-CODIGO PIC X(2).
               10 CAT-NOMBRE PIC X(20).

      *> PUNTOS DE GRAVEDAD DEL TRIMESTRE POR ALUMNO.
       01 WS-TABLA-PUNTOS.
           05 WS-PUNTOS-ENTRADA OCCURS 300 TIMES.
               10 PTS-NUMALUMNO PIC 9(5).
               10 PTS-GRUPO PIC X(3).
               10 PTS-INCIDENCIAS PIC 9(3).
               10 PTS-PUNTOS PIC 9(3).

       01 WS-CAB-INFORME.
           05 FILLER PIC X(30) VALUE "INCIDENCIAS DE CONVIVENCIA DEL".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 CAB-HASTA PIC 9(8).

       01 WS-LINEA-GRUPO.
           05 FILLER PIC X(6) VALUE "GRUPO ".
           05 LGR-GRUPO PIC X(3).

       01 WS-LINEA-CATEGORIA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCA-CODIGO PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LCA-NOMBRE PIC X(20).

       01 WS-LINEA-INCIDENCIA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LIN-NUMALUMNO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE " h".
           05 LIN-HORA PIC 9(1).
           05 FILLER PIC X(3) VALUE " g".
           05 LIN-GRAVEDAD PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-PROFESOR PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-DESCRIPCION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-SANCION PIC X(22).

       01 WS-LINEA-TOTAL-CATEGORIA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Incidencias: ".
           05 LTC-CUENTA PIC ZZZ9.

       01 WS-CAB-UMBRAL.
           05 FILLER PIC X(40) VALUE
           "ALUMNOS QUE SUPERAN EL UMBRAL DE PUNTOS ".
           05 CAU-UMBRAL PIC Z9.

       01 WS-LINEA-UMBRAL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LUM-NUMALUMNO PIC 9(5).
           05 FILLER PIC X(7) VALUE " grupo ".
           05 LUM-GRUPO PIC X(3).
           05 FILLER PIC X(14) VALUE "  incidencias ".
           05 LUM-INCIDENCIAS PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  puntos ".
           05 LUM-PUNTOS PIC ZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 03-FIRMA-PROFESOR.
           IF WS-FIRMA-OK EQUAL "S"
               PERFORM 06-CARGAR-PARAMETROS
               PERFORM 07-CARGAR-JEFATURA
               OPEN I-O INCIDENCIAS
               IF WS-FS-INCIDENCIAS = "35"
                   OPEN OUTPUT INCIDENCIAS
                   CLOSE INCIDENCIAS
                   OPEN I-O INCIDENCIAS
               END-IF
               PERFORM 10-MENU UNTIL WS-OPCION = 8
               CLOSE INCIDENCIAS
           END-IF.
       STOP RUN.
       00-INICIO-END.
       EXIT.


      *> EL PROFESOR ES EL OPERADOR FIRMADO EN EL MAESTRO UNICO;
      *> AQUI LA FIRMA VERIFICADA ES OBLIGATORIA PORQUE CADA
      *> INCIDENCIA LLEVA QUIEN LA COMUNICA.
       03-FIRMA-PROFESOR.
           MOVE "N" TO WS-FIRMA-OK.
           IF WS-SES-ROL EQUAL SPACES
               DISPLAY "Sin maestro de operadores (OPERADORMANT) no"
               " se pueden registrar incidencias."
           ELSE
               MOVE WS-SES-OPERADOR TO WS-PROFESOR
               MOVE "S" TO WS-FIRMA-OK
           END-IF.
       03-FIRMA-PROFESOR-END.
       EXIT.


       06-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE IPA-UMBRAL-AVISO TO WS-UMBRAL-AVISO
                   MOVE IPA-UMBRAL-PUNTOS TO WS-UMBRAL-PUNTOS
               END-READ
               CLOSE PARAMETROS
           ELSE
               CLOSE PARAMETROS
               MOVE SPACES TO REG-PARAMETROS
               MOVE WS-UMBRAL-AVISO TO IPA-UMBRAL-AVISO
               MOVE WS-UMBRAL-PUNTOS TO IPA-UMBRAL-PUNTOS
               OPEN OUTPUT PARAMETROS
               WRITE REG-PARAMETROS
               CLOSE PARAMETROS
           END-IF.
       06-CARGAR-PARAMETROS-END.
       EXIT.


       07-CARGAR-JEFATURA.
           MOVE SPACES TO WS-JEFE-ESTUDIOS.
           OPEN INPUT JEFATURA.
           IF WS-FS-JEFATURA EQUAL "00"
               READ JEFATURA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE JEF-PROFESOR TO WS-JEFE-ESTUDIOS
               END-READ
           END-IF.
           CLOSE JEFATURA.
           IF WS-JEFE-ESTUDIOS NOT EQUAL SPACES
               AND WS-JEFE-ESTUDIOS EQUAL WS-PROFESOR
               MOVE "S" TO WS-ES-JEFE
           ELSE
               MOVE "N" TO WS-ES-JEFE
           END-IF.
       07-CARGAR-JEFATURA-END.
       EXIT.


       10-MENU.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           DISPLAY "***********************"
           DISPLAY "INCIDENCIAS DE CONVIVENCIA"
           DISPLAY "***********************"
           DISPLAY "Registrar incidencia (1)"
           DISPLAY "Corregir incidencia (2)"
           DISPLAY "Incidencias de un alumno (3)"
           DISPLAY "Poner sancion - jefatura (4)"
           DISPLAY "Anular incidencia - jefatura (5)"
           DISPLAY "Informe trimestral (6)"
           DISPLAY "Designar jefe de estudios (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-REGISTRAR
           WHEN 2
               PERFORM 30-CORREGIR
           WHEN 3
               PERFORM 35-LISTAR-ALUMNO
           WHEN 4
               PERFORM 40-SANCIONAR
           WHEN 5
               PERFORM 45-ANULAR
           WHEN 6
               PERFORM 50-INFORME-TRIMESTRAL
           WHEN 7
               PERFORM 70-DESIGNAR-JEFE
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-REGISTRAR.
           DISPLAY "Numero de expediente: "
           ACCEPT WS-NUMALUMNO-ENTRADA.
           PERFORM 21-VALIDAR-ALUMNO.
           IF WS-ALUMNO-EXISTE NOT EQUAL "S"
               DISPLAY "No existe ningun alumno con ese expediente."
           ELSE
               INITIALIZE REG-INCIDENCIA
               MOVE WS-NUMALUMNO-ENTRADA TO INC-NUMALUMNO
               DISPLAY "Fecha (AAAAMMDD, 0 = hoy): "
               ACCEPT INC-FECHA
               IF INC-FECHA EQUAL 0
                   MOVE WS-HOY-NUM TO INC-FECHA
               END-IF
               DISPLAY "Hora del horario (1-8): "
               ACCEPT INC-HORA
               PERFORM 24-PEDIR-DATOS
               IF INC-HORA < 1 OR INC-HORA > 8
                   MOVE "N" TO WS-DATOS-OK
                   DISPLAY "Hora no valida."
               END-IF
               IF WS-DATOS-OK EQUAL "S"
                   MOVE 0 TO WS-HUECO
                   PERFORM 22-BUSCAR-HUECO
                       VARYING WS-SEQ FROM 1 BY 1
                       UNTIL WS-SEQ > 9 OR WS-HUECO > 0
                   IF WS-HUECO EQUAL 0
                       DISPLAY "Demasiadas incidencias en esa hora."
                   ELSE
                       PERFORM 23-GRABAR-INCIDENCIA
                   END-IF
               END-IF
           END-IF.
       20-REGISTRAR-END.
       EXIT.


       21-VALIDAR-ALUMNO.
           MOVE "N" TO WS-ALUMNO-EXISTE.
           OPEN INPUT ALUMNOS.
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
                           DISPLAY NOMBRE " " APELLIDO
                       END-IF
                   END-READ
               END-START
           END-IF.
           CLOSE ALUMNOS.
       21-VALIDAR-ALUMNO-END.
       EXIT.


      *> LOS DATOS PEDIDOS SE GUARDAN EN WS MIENTRAS SE BUSCA HUECO,
      *> PORQUE LA LECTURA DE PRUEBA PISA EL REGISTRO.
       22-BUSCAR-HUECO.
           MOVE REG-INCIDENCIA TO WS-INCIDENCIA-GUARDADA.
           MOVE WS-SEQ TO INC-SEQ.
           READ INCIDENCIAS RECORD
           INVALID KEY
               MOVE WS-SEQ TO WS-HUECO
           END-READ.
           MOVE WS-INCIDENCIA-GUARDADA TO REG-INCIDENCIA.
           MOVE WS-HUECO TO INC-SEQ.
       22-BUSCAR-HUECO-END.
       EXIT.


       23-GRABAR-INCIDENCIA.
           MOVE WS-PROFESOR TO INC-PROFESOR.
           MOVE SPACES TO INC-SANCION INC-SANCION-PROF.
           MOVE 0 TO INC-SANCION-FECHA.
           IF INC-GRAVEDAD >= WS-UMBRAL-AVISO
               MOVE "N" TO INC-AVISO
           ELSE
               MOVE SPACE TO INC-AVISO
           END-IF.
           WRITE REG-INCIDENCIA
           INVALID KEY
               DISPLAY "Error al grabar la incidencia."
           NOT INVALID KEY
               DISPLAY "Incidencia registrada."
               IF INC-AVISO EQUAL "N"
                   DISPLAY "Se avisara a los tutores en el proximo"
                   " lote de cartas (ALUMTUTORES)."
               END-IF
           END-WRITE.
       23-GRABAR-INCIDENCIA-END.
       EXIT.


       24-PEDIR-DATOS.
           MOVE "S" TO WS-DATOS-OK.
           PERFORM 26-MOSTRAR-CATEGORIA
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7.
           DISPLAY "Categoria: "
           ACCEPT INC-CATEGORIA.
           DISPLAY "Gravedad (1 leve - 5 muy grave): "
           ACCEPT INC-GRAVEDAD.
           DISPLAY "Descripcion: "
           ACCEPT INC-DESCRIPCION.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 27-BUSCAR-CATEGORIA
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7.
           IF WS-ENCONTRADO EQUAL 0
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Categoria no valida."
           END-IF.
           IF INC-GRAVEDAD < 1 OR INC-GRAVEDAD > 5
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Gravedad no valida."
           END-IF.
           IF INC-DESCRIPCION EQUAL SPACES
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Falta la descripcion."
           END-IF.
       24-PEDIR-DATOS-END.
       EXIT.


       26-MOSTRAR-CATEGORIA.
           DISPLAY "  " CAT-CODIGO (WS-C) " " CAT-NOMBRE (WS-C).
       26-MOSTRAR-CATEGORIA-END.
       EXIT.


       27-BUSCAR-CATEGORIA.
           IF CAT-CODIGO (WS-C) EQUAL INC-CATEGORIA
               MOVE WS-C TO WS-ENCONTRADO
           END-IF.
       27-BUSCAR-CATEGORIA-END.
       EXIT.


       28-LEER-INCIDENCIA.
           MOVE "N" TO WS-ALUMNO-EXISTE.
           DISPLAY "Numero de expediente: "
           ACCEPT INC-NUMALUMNO.
           DISPLAY "Fecha (AAAAMMDD): "
           ACCEPT INC-FECHA.
           DISPLAY "Hora del horario: "
           ACCEPT INC-HORA.
           DISPLAY "Numero de incidencia en esa hora (1-9): "
           ACCEPT INC-SEQ.
           READ INCIDENCIAS RECORD
           INVALID KEY
               DISPLAY "No existe esa incidencia."
           NOT INVALID KEY
               MOVE "S" TO WS-ALUMNO-EXISTE
               DISPLAY INC-CATEGORIA " gravedad " INC-GRAVEDAD
               " (" INC-PROFESOR ") " INC-DESCRIPCION
               IF INC-SANCION NOT EQUAL SPACES
                   DISPLAY "Sancion: " INC-SANCION
               END-IF
           END-READ.
       28-LEER-INCIDENCIA-END.
       EXIT.


      *> SOLO LA CORRIGE QUIEN LA COMUNICO O JEFATURA. SI LA NUEVA
      *> GRAVEDAD LLEGA AL UMBRAL Y NO SE HABIA AVISADO, QUEDA
      *> PENDIENTE DE CARTA.
       30-CORREGIR.
           PERFORM 28-LEER-INCIDENCIA.
           IF WS-ALUMNO-EXISTE EQUAL "S"
               IF INC-PROFESOR NOT EQUAL WS-PROFESOR
                   AND WS-ES-JEFE NOT EQUAL "S"
                   DISPLAY "Solo la corrige el profesor " INC-PROFESOR
                   " o jefatura de estudios."
               ELSE
                   MOVE REG-INCIDENCIA TO WS-INCIDENCIA-GUARDADA
                   PERFORM 24-PEDIR-DATOS
                   IF WS-DATOS-OK EQUAL "S"
                       IF INC-GRAVEDAD >= WS-UMBRAL-AVISO
                           AND INC-AVISO EQUAL SPACE
                           MOVE "N" TO INC-AVISO
                       END-IF
                       REWRITE REG-INCIDENCIA
                       INVALID KEY
                           DISPLAY "Error al grabar la incidencia."
                       NOT INVALID KEY
                           DISPLAY "Incidencia corregida."
                       END-REWRITE
                   ELSE
                       MOVE WS-INCIDENCIA-GUARDADA TO REG-INCIDENCIA
                   END-IF
               END-IF
           END-IF.
       30-CORREGIR-END.
       EXIT.


       35-LISTAR-ALUMNO.
           DISPLAY "Numero de expediente: "
           ACCEPT WS-NUMALUMNO-ENTRADA.
           MOVE "NO" TO WS-FIN-INCIDENCIAS.
           MOVE WS-NUMALUMNO-ENTRADA TO INC-NUMALUMNO.
           MOVE 0 TO INC-FECHA INC-HORA INC-SEQ.
           START INCIDENCIAS KEY IS NOT LESS THAN INC-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-INCIDENCIAS
           END-START.
           PERFORM 36-LISTAR-UNA UNTIL WS-FIN-INCIDENCIAS EQUAL "SI".
       35-LISTAR-ALUMNO-END.
       EXIT.


       36-LISTAR-UNA.
           READ INCIDENCIAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-INCIDENCIAS
           NOT AT END
               IF INC-NUMALUMNO NOT EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE "SI" TO WS-FIN-INCIDENCIAS
               ELSE
                   DISPLAY "  " INC-FECHA " h" INC-HORA "/" INC-SEQ
                   " " INC-CATEGORIA " g" INC-GRAVEDAD " "
                   INC-PROFESOR " " INC-DESCRIPCION
                   IF INC-SANCION NOT EQUAL SPACES
                       DISPLAY "      Sancion: " INC-SANCION
                       " (" INC-SANCION-PROF " " INC-SANCION-FECHA
                       ")"
                   END-IF
               END-IF
           END-READ.
       36-LISTAR-UNA-END.
       EXIT.


       40-SANCIONAR.
           IF WS-ES-JEFE NOT EQUAL "S"
               DISPLAY "Las sanciones son de jefatura de estudios."
           ELSE
               PERFORM 28-LEER-INCIDENCIA
               IF WS-ALUMNO-EXISTE EQUAL "S"
                   DISPLAY "Sancion: "
                   ACCEPT INC-SANCION
                   MOVE WS-PROFESOR TO INC-SANCION-PROF
                   MOVE WS-HOY-NUM TO INC-SANCION-FECHA
                   REWRITE REG-INCIDENCIA
                   INVALID KEY
                       DISPLAY "Error al grabar la sancion."
                   NOT INVALID KEY
                       DISPLAY "Sancion anotada."
                   END-REWRITE
               END-IF
           END-IF.
       40-SANCIONAR-END.
       EXIT.


       45-ANULAR.
           IF WS-ES-JEFE NOT EQUAL "S"
               DISPLAY "Solo jefatura de estudios anula incidencias."
           ELSE
               PERFORM 28-LEER-INCIDENCIA
               IF WS-ALUMNO-EXISTE EQUAL "S"
                   DISPLAY "¿Anular esta incidencia? (S/N)"
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR EQUAL "S"
                       DELETE INCIDENCIAS RECORD
                       INVALID KEY
                           DISPLAY "Error al anular la incidencia."
                       NOT INVALID KEY
                           DISPLAY "Incidencia anulada."
                       END-DELETE
                   END-IF
               END-IF
           END-IF.
       45-ANULAR-END.
       EXIT.


      *> INFORME DEL TRIMESTRE: INCIDENCIAS ORDENADAS POR GRUPO,
      *> CATEGORIA Y ALUMNO, Y AL FINAL LOS ALUMNOS CUYOS PUNTOS DE
      *> GRAVEDAD DEL PERIODO LLEGAN AL UMBRAL.
       50-INFORME-TRIMESTRAL.
           DISPLAY "Desde (AAAAMMDD): "
           ACCEPT WS-DESDE.
           DISPLAY "Hasta (AAAAMMDD): "
           ACCEPT WS-HASTA.
           MOVE 0 TO WS-NUM-PUNTOS WS-CONTADOR-INCIDENCIAS
               WS-CONTADOR-UMBRAL.
           OPEN OUTPUT INFORME.
           MOVE WS-DESDE TO CAB-DESDE.
           MOVE WS-HASTA TO CAB-HASTA.
           WRITE REG-INFORME FROM WS-CAB-INFORME.
           DISPLAY WS-CAB-INFORME.
           SORT INCIDENCIAS-SORT ON ASCENDING KEY SORT-GRUPO
               ASCENDING KEY SORT-CATEGORIA
               ASCENDING KEY SORT-NUMALUMNO
               ASCENDING KEY SORT-FECHA
               INPUT PROCEDURE 52-LEER-INCIDENCIAS
               THRU 52-LEER-INCIDENCIAS-END
               OUTPUT PROCEDURE 56-IMPRIMIR-INCIDENCIAS
               THRU 56-IMPRIMIR-INCIDENCIAS-END.
           MOVE WS-UMBRAL-PUNTOS TO CAU-UMBRAL.
           WRITE REG-INFORME FROM WS-CAB-UMBRAL.
           DISPLAY WS-CAB-UMBRAL.
           PERFORM 59-LINEA-UMBRAL
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NUM-PUNTOS.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Incidencias: " WS-CONTADOR-INCIDENCIAS
           "  Alumnos sobre el umbral: " WS-CONTADOR-UMBRAL.
           DISPLAY "Informe en AlumIncInf.txt".
       50-INFORME-TRIMESTRAL-END.
       EXIT.


       52-LEER-INCIDENCIAS.
           OPEN INPUT GRUPO-ALUMNO.
           MOVE "NO" TO WS-FIN-INCIDENCIAS.
           MOVE LOW-VALUES TO INC-CLAVE.
           START INCIDENCIAS KEY IS NOT LESS THAN INC-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-INCIDENCIAS
           END-START.
           PERFORM 53-SOLTAR-INCIDENCIA
               UNTIL WS-FIN-INCIDENCIAS EQUAL "SI".
           CLOSE GRUPO-ALUMNO.
       52-LEER-INCIDENCIAS-END.
       EXIT.


       53-SOLTAR-INCIDENCIA.
           READ INCIDENCIAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-INCIDENCIAS
           NOT AT END
               IF INC-FECHA >= WS-DESDE AND INC-FECHA <= WS-HASTA
                   MOVE "---" TO SORT-GRUPO
                   MOVE INC-NUMALUMNO TO GA-NUMALUMNO
                   READ GRUPO-ALUMNO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GA-GRUPO TO SORT-GRUPO
                   END-READ
                   MOVE INC-CATEGORIA TO SORT-CATEGORIA
                   MOVE INC-NUMALUMNO TO SORT-NUMALUMNO
                   MOVE INC-FECHA TO SORT-FECHA
                   MOVE INC-HORA TO SORT-HORA
                   MOVE INC-GRAVEDAD TO SORT-GRAVEDAD
                   MOVE INC-PROFESOR TO SORT-PROFESOR
                   MOVE INC-DESCRIPCION TO SORT-DESCRIPCION
                   MOVE INC-SANCION TO SORT-SANCION
                   RELEASE SORT-INCIDENCIA
                   PERFORM 54-SUMAR-PUNTOS
               END-IF
           END-READ.
       53-SOLTAR-INCIDENCIA-END.
       EXIT.


       54-SUMAR-PUNTOS.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 55-BUSCAR-ALUMNO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NUM-PUNTOS.
           IF WS-ENCONTRADO EQUAL 0 AND WS-NUM-PUNTOS < WS-MAX-PUNTOS
               ADD 1 TO WS-NUM-PUNTOS
               MOVE WS-NUM-PUNTOS TO WS-ENCONTRADO
               MOVE INC-NUMALUMNO TO PTS-NUMALUMNO (WS-ENCONTRADO)
               MOVE SORT-GRUPO TO PTS-GRUPO (WS-ENCONTRADO)
               MOVE 0 TO PTS-INCIDENCIAS (WS-ENCONTRADO)
                   PTS-PUNTOS (WS-ENCONTRADO)
           END-IF.
           IF WS-ENCONTRADO > 0
               ADD 1 TO PTS-INCIDENCIAS (WS-ENCONTRADO)
               ADD INC-GRAVEDAD TO PTS-PUNTOS (WS-ENCONTRADO)
           END-IF.
       54-SUMAR-PUNTOS-END.
       EXIT.


       55-BUSCAR-ALUMNO.
           IF PTS-NUMALUMNO (WS-P) EQUAL INC-NUMALUMNO
               MOVE WS-P TO WS-ENCONTRADO
           END-IF.
       55-BUSCAR-ALUMNO-END.
       EXIT.


       56-IMPRIMIR-INCIDENCIAS.
           MOVE "NO" TO WS-SORT-FIN.
           MOVE HIGH-VALUES TO WS-GRUPO-ANTERIOR WS-CATEGORIA-ANTERIOR.
           MOVE 0 TO WS-CUENTA-CATEGORIA.
           PERFORM 57-LINEA-INCIDENCIA UNTIL WS-SORT-FIN EQUAL "SI".
           PERFORM 58-TOTAL-CATEGORIA.
       56-IMPRIMIR-INCIDENCIAS-END.
       EXIT.


       57-LINEA-INCIDENCIA.
           RETURN INCIDENCIAS-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               IF SORT-GRUPO NOT EQUAL WS-GRUPO-ANTERIOR
                   PERFORM 58-TOTAL-CATEGORIA
                   MOVE SORT-GRUPO TO LGR-GRUPO WS-GRUPO-ANTERIOR
                   WRITE REG-INFORME FROM WS-LINEA-GRUPO
                   DISPLAY WS-LINEA-GRUPO
                   MOVE HIGH-VALUES TO WS-CATEGORIA-ANTERIOR
               END-IF
               IF SORT-CATEGORIA NOT EQUAL WS-CATEGORIA-ANTERIOR
                   PERFORM 58-TOTAL-CATEGORIA
                   MOVE SORT-CATEGORIA TO LCA-CODIGO
                       WS-CATEGORIA-ANTERIOR
                   MOVE SPACES TO LCA-NOMBRE
                   MOVE SORT-CATEGORIA TO INC-CATEGORIA
                   MOVE 0 TO WS-ENCONTRADO
                   PERFORM 27-BUSCAR-CATEGORIA
                       VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7
                   IF WS-ENCONTRADO > 0
                       MOVE CAT-NOMBRE (WS-ENCONTRADO) TO LCA-NOMBRE
                   END-IF
                   WRITE REG-INFORME FROM WS-LINEA-CATEGORIA
                   DISPLAY WS-LINEA-CATEGORIA
               END-IF
               MOVE SORT-NUMALUMNO TO LIN-NUMALUMNO
               MOVE SORT-FECHA TO LIN-FECHA
               MOVE SORT-HORA TO LIN-HORA
               MOVE SORT-GRAVEDAD TO LIN-GRAVEDAD
               MOVE SORT-PROFESOR TO LIN-PROFESOR
               MOVE SORT-DESCRIPCION TO LIN-DESCRIPCION
               MOVE SORT-SANCION TO LIN-SANCION
               WRITE REG-INFORME FROM WS-LINEA-INCIDENCIA
               DISPLAY WS-LINEA-INCIDENCIA
               ADD 1 TO WS-CUENTA-CATEGORIA WS-CONTADOR-INCIDENCIAS
           END-RETURN.
       57-LINEA-INCIDENCIA-END.
       EXIT.


       58-TOTAL-CATEGORIA.
           IF WS-CUENTA-CATEGORIA > 0
               MOVE WS-CUENTA-CATEGORIA TO LTC-CUENTA
               WRITE REG-INFORME FROM WS-LINEA-TOTAL-CATEGORIA
               DISPLAY WS-LINEA-TOTAL-CATEGORIA
           END-IF.
           MOVE 0 TO WS-CUENTA-CATEGORIA.
       58-TOTAL-CATEGORIA-END.
       EXIT.


       59-LINEA-UMBRAL.
           IF PTS-PUNTOS (WS-P) >= WS-UMBRAL-PUNTOS
               MOVE PTS-NUMALUMNO (WS-P) TO LUM-NUMALUMNO
               MOVE PTS-GRUPO (WS-P) TO LUM-GRUPO
               MOVE PTS-INCIDENCIAS (WS-P) TO LUM-INCIDENCIAS
               MOVE PTS-PUNTOS (WS-P) TO LUM-PUNTOS
               WRITE REG-INFORME FROM WS-LINEA-UMBRAL
               DISPLAY WS-LINEA-UMBRAL
               ADD 1 TO WS-CONTADOR-UMBRAL
           END-IF.
       59-LINEA-UMBRAL-END.
       EXIT.


      *> EL PRIMER JEFE DE ESTUDIOS LO DESIGNA CUALQUIER PROFESOR
      *> FIRMADO; DESPUES SOLO EL JEFE ACTUAL PUEDE TRASPASARLO.
       70-DESIGNAR-JEFE.
           IF WS-JEFE-ESTUDIOS NOT EQUAL SPACES
               AND WS-ES-JEFE NOT EQUAL "S"
               DISPLAY "Solo el jefe de estudios actual ("
               WS-JEFE-ESTUDIOS ") puede designar otro."
           ELSE
               DISPLAY "Codigo del profesor jefe de estudios: "
               ACCEPT JEF-PROFESOR
               OPEN INPUT PROFESORES
               MOVE JEF-PROFESOR TO PROF-ID
               READ PROFESORES RECORD
               INVALID KEY
                   DISPLAY "Profesor desconocido."
               NOT INVALID KEY
                   OPEN OUTPUT JEFATURA
                   WRITE REG-JEFATURA
                   CLOSE JEFATURA
                   DISPLAY "Jefe de estudios: " PROF-NOMBRE
               END-READ
               CLOSE PROFESORES
               PERFORM 07-CARGAR-JEFATURA
           END-IF.
       70-DESIGNAR-JEFE-END.
       EXIT.

       END PROGRAM ALUMINCIDEN.
