      ******************************************************************
      * Author:
      * Date:
      * Purpose: Admision de alumnos nuevos para el curso siguiente:
      *          solicitudes en JSOLICITUD (alumno, curso pedido,
      *          tutor y criterios de prioridad con sus puntos) y
      *          adjudicacion que ordena por puntos y desempata con
      *          el sorteo publico del año, anotado en JSORTEO. Se
      *          ofrecen plazas hasta llenar la capacidad libre de
      *          los grupos del curso (JGRUPOS, ALUMGRUPOS) y el
      *          resto queda en lista de espera numerada. Al aceptar
      *          la plaza se da de alta al alumno en Alumnos.txt con
      *          un expediente nuevo de la serie JALUMSEQ (ficha de
      *          trimestre 0, aun sin evaluar), se le matricula en el
      *          grupo ofrecido y su tutor pasa a JTUTORALUM. Las
      *          cartas de oferta y de espera las genera ALUMTUTORES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMADMISION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SOLICITUDES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSOLICITUD.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SOL-NUMERO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SOLICITUDES.

       SELECT OPTIONAL SORTEOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSORTEO.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SORTEOS.

       SELECT SOLICITUDES-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\SolicSort.txt".

       SELECT OPTIONAL GRUPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGRUPOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GRP-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.

       SELECT GRUPO-ALUMNO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGRUPOALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GA-NUMALUMNO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOALUM.

       SELECT ALUMNOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Alumnos.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLAVE-ALUMNO
       ALTERNATE RECORD KEY IS APELLIDO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT TUTORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTUTORALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TUT-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TUTORES.

       SELECT OPTIONAL ALUMNOS-SEQ ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JALUMSEQ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ALUMSEQ.

       SELECT OPTIONAL HISTORICO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumHist.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
      *> ESTADO DE LA SOLICITUD: "P" PRESENTADA, "O" PLAZA OFRECIDA
      *> (EN SOL-GRUPO), "E" EN LISTA DE ESPERA (NUMERO SOL-ESPERA),
      *> "A" ACEPTADA (EXPEDIENTE SOL-NUMALUMNO), "R" RENUNCIA.
      *> SOL-CARTA "N" = CARTA PENDIENTE PARA ALUMTUTORES.
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

      *> UNA LINEA POR AÑO: EL NUMERO EXTRAIDO EN EL SORTEO PUBLICO
      *> ("P") O EL SACADO POR EL PROGRAMA ("A"). EL DESEMPATE EMPIEZA
      *> EN ESA SOLICITUD Y SIGUE EN ORDEN DE NUMERO.
       FD SORTEOS
       RECORD CONTAINS 18 CHARACTERS.
       01 REG-SORTEO.
           05 SOR-ANIO PIC 9(4).
           05 SOR-FECHA PIC 9(8).
           05 SOR-NUMERO PIC 9(5).
           05 SOR-ORIGEN PIC X(1).

       SD SOLICITUDES-SORT.
       01 SRT-SOLICITUD.
           05 SRT-CURSO PIC X(10).
           05 SRT-PUNTOS PIC 9(3).
           05 SRT-ORDEN PIC 9(5).
           05 SRT-NUMERO PIC 9(5).

       FD GRUPOS.
           01 REG-GRUPO.
               05 GRP-CODIGO PIC X(3).
               05 GRP-CURSO PIC X(10).
               05 GRP-CAPACIDAD PIC 9(2).
               05 GRP-TUTOR PIC X(15).

       FD GRUPO-ALUMNO.
           01 REG-GRUPO-ALUMNO.
               05 GA-NUMALUMNO PIC 9(5).
               05 GA-GRUPO PIC X(3).

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

       FD TUTORES.
           01 REG-TUTOR.
               05 TUT-CLAVE.
                   10 TUT-NUMALUMNO PIC 9(5).
                   10 TUT-SEQ PIC 9(1).
               05 TUT-NOMBRE PIC X(25).
               05 TUT-DIRECCION PIC X(35).
               05 TUT-PARENTESCO PIC X(10).

       FD ALUMNOS-SEQ.
       01 REG-ALUMNOS-SEQ.
           05 SEQ-ULTIMO-ALUMNO PIC 9(5).

       FD HISTORICO
       RECORD CONTAINS 40 CHARACTERS.
       01 REG-HISTORICO.
           05 HIST-CURSO PIC 9(4).
           05 HIST-NUMALUMNO PIC 9(5).
           05 FILLER PIC X(31).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-SOLICITUDES PIC 99.
       77 WS-FS-SORTEOS PIC 99.
       77 WS-FS-GRUPOS PIC 99.
       77 WS-FS-GRUPOALUM PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-TUTORES PIC 99.
       77 WS-FS-ALUMSEQ PIC 99.
       77 WS-FS-HISTORICO PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-SOLICITUDES PIC X(3) VALUE "NO".
       77 WS-FIN-SORTEOS PIC X(3) VALUE "NO".
       77 WS-FIN-GRUPOS PIC X(3) VALUE "NO".
       77 WS-FIN-ASIGNACIONES PIC X(3) VALUE "NO".
       77 WS-FIN-ALUMNOS PIC X(3) VALUE "NO".
       77 WS-SORT-FIN PIC X(3) VALUE "NO".
       77 WS-ANIO-ADMISION PIC 9(4).
       77 WS-CURSO-BUSCAR PIC X(10).
       77 WS-CURSO-ANTERIOR PIC X(10).
       77 WS-NUMERO-SORTEO PIC 9(5).
       77 WS-ORIGEN-SORTEO PIC X(1).
       77 WS-SORTEO-HALLADO PIC X(1).
       77 WS-ULTIMA-SOLICITUD PIC 9(5).
       77 WS-SEMILLA PIC 9(8).
       77 WS-AZAR PIC 9V9(8).
       77 WS-ESPERA PIC 9(3).
       77 WS-OFERTAS PIC 9(4).
       77 WS-EN-ESPERA PIC 9(4).
       77 WS-ESTADO-ANTES PIC X(1).
       77 WS-ESPERA-ANTES PIC 9(3).
       77 WS-G PIC 9(2).
       77 WS-MEJOR PIC 9(2).
       77 WS-OCUPACION PIC 9(3).
       77 WS-NUEVO-EXPEDIENTE PIC 9(5).
       77 WS-EXPEDIENTE-LIBRE PIC X(1).
       77 WS-SOLICITUD-ENTRADA PIC 9(5).
       77 WS-CONFIRMAR PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-HOY-HORA PIC 9(8).
           05 FILLER PIC X(5).

      *> GRUPOS DEL CENTRO CON SUS PLAZAS LIBRES: CAPACIDAD MENOS
      *> MATRICULADOS EN JGRUPOALUM MENOS OFERTAS AUN SIN CONTESTAR.
       01 WS-TABLA-GRUPOS.
           05 WS-GRU-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-GRU-ENTRADA OCCURS 50 TIMES.
               10 WS-GRU-CODIGO PIC X(3).
               10 WS-GRU-CURSO PIC X(10).
               10 WS-GRU-LIBRES PIC S9(3).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-SOLICITUDES.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE SOLICITUDES.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-SOLICITUDES.
           OPEN I-O SOLICITUDES.
           IF WS-FS-SOLICITUDES = "35"
               OPEN OUTPUT SOLICITUDES
               CLOSE SOLICITUDES
               OPEN I-O SOLICITUDES
           END-IF.
       05-ABRIR-SOLICITUDES-END.
       EXIT.


       10-MENU.
           DISPLAY "Admision de alumnos nuevos."
           DISPLAY "Alta de solicitud (1)"
           DISPLAY "Renuncia a una solicitud (2)"
           DISPLAY "Solicitudes de un curso (3)"
           DISPLAY "Adjudicar plazas (4)"
           DISPLAY "Aceptar plaza ofrecida (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-SOLICITUD
           WHEN 2
               PERFORM 30-RENUNCIA
           WHEN 3
               PERFORM 35-LISTAR-CURSO
           WHEN 4
               PERFORM 40-ADJUDICAR
           WHEN 5
               PERFORM 60-ACEPTAR-PLAZA
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> BAREMO: HERMANOS EN EL CENTRO 15 PUNTOS; DOMICILIO EN LA
      *> ZONA DEL CENTRO 10 O EN ZONA LIMITROFE 5; MAS LOS PUNTOS
      *> DE OTROS CRITERIOS ACREDITADOS (RENTA, DISCAPACIDAD...).
       20-ALTA-SOLICITUD.
           PERFORM 25-ULTIMA-SOLICITUD.
           INITIALIZE REG-SOLICITUD.
           COMPUTE SOL-NUMERO = WS-ULTIMA-SOLICITUD + 1.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM TO SOL-FECHA.
           DISPLAY "Año del curso solicitado (AAAA): "
           ACCEPT SOL-ANIO.
           DISPLAY "Curso solicitado (como en JGRUPOS): "
           ACCEPT SOL-CURSO.
           DISPLAY "Nombre del alumno: "
           ACCEPT SOL-NOMBRE.
           DISPLAY "Apellido del alumno: "
           ACCEPT SOL-APELLIDO.
           DISPLAY "Nombre del tutor: "
           ACCEPT SOL-TUTOR-NOMBRE.
           DISPLAY "Direccion del tutor: "
           ACCEPT SOL-TUTOR-DIRECCION.
           DISPLAY "Parentesco: "
           ACCEPT SOL-TUTOR-PARENTESCO.
           DISPLAY "¿Hermanos en el centro? (S/N): "
           ACCEPT SOL-HERMANOS.
           DISPLAY "Domicilio: zona del centro (Z), limitrofe (L),"
           " otra (O): "
           ACCEPT SOL-DOMICILIO.
           DISPLAY "Puntos de otros criterios acreditados (0-20): "
           ACCEPT SOL-OTROS-PUNTOS.
           IF SOL-OTROS-PUNTOS > 20
               DISPLAY "Maximo 20 puntos, se anotan 20."
               MOVE 20 TO SOL-OTROS-PUNTOS
           END-IF.

           MOVE SOL-OTROS-PUNTOS TO SOL-PUNTOS.
           IF SOL-HERMANOS EQUAL "S"
               ADD 15 TO SOL-PUNTOS
           END-IF.
           EVALUATE SOL-DOMICILIO
           WHEN "Z"
               ADD 10 TO SOL-PUNTOS
           WHEN "L"
               ADD 5 TO SOL-PUNTOS
           WHEN OTHER
               MOVE "O" TO SOL-DOMICILIO
           END-EVALUATE.
           MOVE "P" TO SOL-ESTADO.
           MOVE "S" TO SOL-CARTA.
           WRITE REG-SOLICITUD
           INVALID KEY
               DISPLAY "Error al grabar la solicitud."
           NOT INVALID KEY
               DISPLAY "Solicitud numero " SOL-NUMERO " con "
               SOL-PUNTOS " puntos."
           END-WRITE.
       20-ALTA-SOLICITUD-END.
       EXIT.


      *> LAS SOLICITUDES SE NUMERAN SEGUIDAS: LA ULTIMA LEIDA EN
      *> ORDEN DE CLAVE ES LA MAS ALTA.
       25-ULTIMA-SOLICITUD.
           MOVE 0 TO WS-ULTIMA-SOLICITUD.
           MOVE "NO" TO WS-FIN-SOLICITUDES.
           MOVE ZEROES TO SOL-NUMERO.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-SOLICITUDES
           END-START.
           PERFORM 26-LEER-ULTIMA
               UNTIL WS-FIN-SOLICITUDES EQUAL "SI".
       25-ULTIMA-SOLICITUD-END.
       EXIT.


       26-LEER-ULTIMA.
           READ SOLICITUDES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-SOLICITUDES
           NOT AT END
               MOVE SOL-NUMERO TO WS-ULTIMA-SOLICITUD
           END-READ.
       26-LEER-ULTIMA-END.
       EXIT.


      *> UNA RENUNCIA CON PLAZA OFRECIDA LA DEJA LIBRE PARA LA
      *> SIGUIENTE ADJUDICACION, QUE LA PASA A LA LISTA DE ESPERA.
       30-RENUNCIA.
           DISPLAY "Numero de solicitud: "
           ACCEPT SOL-NUMERO.
           READ SOLICITUDES RECORD
           INVALID KEY
               DISPLAY "No existe esa solicitud."
           NOT INVALID KEY
               IF SOL-ESTADO EQUAL "A" OR SOL-ESTADO EQUAL "R"
                   DISPLAY "La solicitud ya esta cerrada (estado "
                   SOL-ESTADO ")."
               ELSE
                   MOVE "R" TO SOL-ESTADO
                   MOVE SPACES TO SOL-GRUPO
                   MOVE 0 TO SOL-ESPERA
                   REWRITE REG-SOLICITUD
                   INVALID KEY
                       DISPLAY "Error al anotar la renuncia."
                   NOT INVALID KEY
                       DISPLAY "Renuncia anotada."
                   END-REWRITE
               END-IF
           END-READ.
       30-RENUNCIA-END.
       EXIT.


       35-LISTAR-CURSO.
           DISPLAY "Año (AAAA): "
           ACCEPT WS-ANIO-ADMISION.
           DISPLAY "Curso: "
           ACCEPT WS-CURSO-BUSCAR.
           MOVE "NO" TO WS-FIN-SOLICITUDES.
           MOVE ZEROES TO SOL-NUMERO.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-SOLICITUDES
           END-START.
           PERFORM 36-LISTAR-UNA UNTIL WS-FIN-SOLICITUDES EQUAL "SI".
       35-LISTAR-CURSO-END.
       EXIT.


       36-LISTAR-UNA.
           READ SOLICITUDES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-SOLICITUDES
           NOT AT END
               IF SOL-ANIO EQUAL WS-ANIO-ADMISION
               AND SOL-CURSO EQUAL WS-CURSO-BUSCAR
                   DISPLAY SOL-NUMERO " " SOL-NOMBRE " "
                   SOL-APELLIDO " puntos " SOL-PUNTOS " estado "
                   SOL-ESTADO " grupo " SOL-GRUPO " espera "
                   SOL-ESPERA " expediente " SOL-NUMALUMNO
               END-IF
           END-READ.
       36-LISTAR-UNA-END.
       EXIT.


      *> ADJUDICACION DEL AÑO: SE PUEDE REPETIR TANTAS VECES COMO
      *> HAGA FALTA (RENUNCIAS, GRUPOS NUEVOS); LAS OFERTAS YA HECHAS
      *> SE RESPETAN Y SOLO SE REPARTEN LAS PRESENTADAS Y LAS QUE
      *> ESTAN EN ESPERA.
       40-ADJUDICAR.
           DISPLAY "Año del curso a adjudicar (AAAA): "
           ACCEPT WS-ANIO-ADMISION.
           PERFORM 41-OBTENER-SORTEO.
           PERFORM 43-CARGAR-GRUPOS.
           MOVE 0 TO WS-OFERTAS.
           MOVE 0 TO WS-EN-ESPERA.
           SORT SOLICITUDES-SORT ON ASCENDING KEY SRT-CURSO
               DESCENDING KEY SRT-PUNTOS
               ASCENDING KEY SRT-ORDEN
               INPUT PROCEDURE 50-SELECCIONAR-SOLICITUDES
               THRU 50-SELECCIONAR-SOLICITUDES-END
               OUTPUT PROCEDURE 53-REPARTIR-PLAZAS
               THRU 53-REPARTIR-PLAZAS-END.
           DISPLAY "Plazas ofrecidas: " WS-OFERTAS
           " En lista de espera: " WS-EN-ESPERA.
           DISPLAY "Las cartas se generan desde ALUMTUTORES.".
       40-ADJUDICAR-END.
       EXIT.


      *> EL SORTEO SE HACE UNA SOLA VEZ POR AÑO Y QUEDA ANOTADO: LAS
      *> ADJUDICACIONES SIGUIENTES USAN EL MISMO NUMERO.
       41-OBTENER-SORTEO.
           MOVE "N" TO WS-SORTEO-HALLADO.
           OPEN INPUT SORTEOS.
           MOVE "NO" TO WS-FIN-SORTEOS.
           PERFORM 42-LEER-SORTEO UNTIL WS-FIN-SORTEOS EQUAL "SI".
           CLOSE SORTEOS.
           IF WS-SORTEO-HALLADO EQUAL "S"
               DISPLAY "Sorteo del año " WS-ANIO-ADMISION
               ": solicitud " WS-NUMERO-SORTEO
           ELSE
               DISPLAY "Numero extraido en el sorteo publico"
               " (0 = sortear ahora): "
               ACCEPT WS-NUMERO-SORTEO
               PERFORM 25-ULTIMA-SOLICITUD
               IF WS-NUMERO-SORTEO EQUAL 0
               OR WS-NUMERO-SORTEO > WS-ULTIMA-SOLICITUD
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
                   MOVE WS-HOY-HORA TO WS-SEMILLA
                   COMPUTE WS-AZAR = FUNCTION RANDOM(WS-SEMILLA)
                   COMPUTE WS-NUMERO-SORTEO =
                       WS-AZAR * WS-ULTIMA-SOLICITUD + 1
                   MOVE "A" TO WS-ORIGEN-SORTEO
               ELSE
                   MOVE "P" TO WS-ORIGEN-SORTEO
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-ANIO-ADMISION TO SOR-ANIO
               MOVE WS-HOY-NUM TO SOR-FECHA
               MOVE WS-NUMERO-SORTEO TO SOR-NUMERO
               MOVE WS-ORIGEN-SORTEO TO SOR-ORIGEN
               OPEN EXTEND SORTEOS
               WRITE REG-SORTEO
               CLOSE SORTEOS
               DISPLAY "Sorteo anotado: el desempate empieza en la"
               " solicitud " WS-NUMERO-SORTEO
           END-IF.
       41-OBTENER-SORTEO-END.
       EXIT.


       42-LEER-SORTEO.
           READ SORTEOS
           AT END
               MOVE "SI" TO WS-FIN-SORTEOS
           NOT AT END
               IF SOR-ANIO EQUAL WS-ANIO-ADMISION
                   MOVE "S" TO WS-SORTEO-HALLADO
                   MOVE SOR-NUMERO TO WS-NUMERO-SORTEO
               END-IF
           END-READ.
       42-LEER-SORTEO-END.
       EXIT.


       43-CARGAR-GRUPOS.
           MOVE 0 TO WS-GRU-OCUPADOS.
           OPEN INPUT GRUPOS.
           MOVE "NO" TO WS-FIN-GRUPOS.
           PERFORM 44-LEER-GRUPO UNTIL WS-FIN-GRUPOS EQUAL "SI".
           CLOSE GRUPOS.

           OPEN INPUT GRUPO-ALUMNO.
           IF WS-FS-GRUPOALUM EQUAL "00"
               MOVE "NO" TO WS-FIN-ASIGNACIONES
               PERFORM 46-RESTAR-MATRICULA
                   UNTIL WS-FIN-ASIGNACIONES EQUAL "SI"
           END-IF.
           CLOSE GRUPO-ALUMNO.

           MOVE "NO" TO WS-FIN-SOLICITUDES.
           MOVE ZEROES TO SOL-NUMERO.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-SOLICITUDES
           END-START.
           PERFORM 47-RESTAR-OFERTA
               UNTIL WS-FIN-SOLICITUDES EQUAL "SI".
       43-CARGAR-GRUPOS-END.
       EXIT.


       44-LEER-GRUPO.
           READ GRUPOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-GRUPOS
           NOT AT END
               IF WS-GRU-OCUPADOS < 50
                   ADD 1 TO WS-GRU-OCUPADOS
                   MOVE GRP-CODIGO TO WS-GRU-CODIGO (WS-GRU-OCUPADOS)
                   MOVE GRP-CURSO TO WS-GRU-CURSO (WS-GRU-OCUPADOS)
                   MOVE GRP-CAPACIDAD
                       TO WS-GRU-LIBRES (WS-GRU-OCUPADOS)
               ELSE
                   DISPLAY "Mas de 50 grupos: el grupo " GRP-CODIGO
                   " no entra en la adjudicacion."
               END-IF
           END-READ.
       44-LEER-GRUPO-END.
       EXIT.


       45-BUSCAR-GRUPO.
           MOVE 0 TO WS-MEJOR.
           PERFORM 49-COMPARAR-GRUPO
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRU-OCUPADOS.
       45-BUSCAR-GRUPO-END.
       EXIT.


       46-RESTAR-MATRICULA.
           READ GRUPO-ALUMNO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ASIGNACIONES
           NOT AT END
               PERFORM 48-RESTAR-PLAZA
                   VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRU-OCUPADOS
           END-READ.
       46-RESTAR-MATRICULA-END.
       EXIT.


       47-RESTAR-OFERTA.
           READ SOLICITUDES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-SOLICITUDES
           NOT AT END
               IF SOL-ESTADO EQUAL "O"
                   MOVE SOL-GRUPO TO GA-GRUPO
                   PERFORM 48-RESTAR-PLAZA
                       VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-GRU-OCUPADOS
               END-IF
           END-READ.
       47-RESTAR-OFERTA-END.
       EXIT.


       48-RESTAR-PLAZA.
           IF WS-GRU-CODIGO (WS-G) EQUAL GA-GRUPO
               SUBTRACT 1 FROM WS-GRU-LIBRES (WS-G)
           END-IF.
       48-RESTAR-PLAZA-END.
       EXIT.


      *> EL ALUMNO VA AL GRUPO DE SU CURSO CON MAS PLAZAS LIBRES,
      *> PARA REPARTIR A LOS NUEVOS ENTRE LOS GRUPOS.
       49-COMPARAR-GRUPO.
           IF WS-GRU-CURSO (WS-G) EQUAL SRT-CURSO
           AND WS-GRU-LIBRES (WS-G) > 0
               IF WS-MEJOR EQUAL 0
                   MOVE WS-G TO WS-MEJOR
               ELSE
                   IF WS-GRU-LIBRES (WS-G) > WS-GRU-LIBRES (WS-MEJOR)
                       MOVE WS-G TO WS-MEJOR
                   END-IF
               END-IF
           END-IF.
       49-COMPARAR-GRUPO-END.
       EXIT.


      *> ORDEN DE DESEMPATE: DISTANCIA DESDE LA SOLICITUD SORTEADA,
      *> DANDO LA VUELTA AL LLEGAR A LA ULTIMA.
       50-SELECCIONAR-SOLICITUDES.
           MOVE "NO" TO WS-FIN-SOLICITUDES.
           MOVE ZEROES TO SOL-NUMERO.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-SOLICITUDES
           END-START.
           PERFORM 51-SELECCIONAR-UNA
               UNTIL WS-FIN-SOLICITUDES EQUAL "SI".
       50-SELECCIONAR-SOLICITUDES-END.
       EXIT.


       51-SELECCIONAR-UNA.
           READ SOLICITUDES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-SOLICITUDES
           NOT AT END
               IF SOL-ANIO EQUAL WS-ANIO-ADMISION
               AND (SOL-ESTADO EQUAL "P" OR SOL-ESTADO EQUAL "E")
                   MOVE SOL-CURSO TO SRT-CURSO
                   MOVE SOL-PUNTOS TO SRT-PUNTOS
                   COMPUTE SRT-ORDEN = FUNCTION MOD(
                       SOL-NUMERO - WS-NUMERO-SORTEO + 100000,
                       100000)
                   MOVE SOL-NUMERO TO SRT-NUMERO
                   RELEASE SRT-SOLICITUD
               END-IF
           END-READ.
       51-SELECCIONAR-UNA-END.
       EXIT.


       53-REPARTIR-PLAZAS.
           MOVE "NO" TO WS-SORT-FIN.
           MOVE SPACES TO WS-CURSO-ANTERIOR.
           PERFORM 55-REPARTIR-UNA UNTIL WS-SORT-FIN EQUAL "SI".
       53-REPARTIR-PLAZAS-END.
       EXIT.


       55-REPARTIR-UNA.
           RETURN SOLICITUDES-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               IF SRT-CURSO NOT EQUAL WS-CURSO-ANTERIOR
                   MOVE SRT-CURSO TO WS-CURSO-ANTERIOR
                   MOVE 0 TO WS-ESPERA
                   DISPLAY "Curso " SRT-CURSO ":"
               END-IF
               MOVE SRT-NUMERO TO SOL-NUMERO
               READ SOLICITUDES RECORD
               INVALID KEY
                   DISPLAY "Solicitud " SRT-NUMERO " no encontrada."
               NOT INVALID KEY
                   PERFORM 57-ADJUDICAR-UNA
               END-READ
           END-RETURN.
       55-REPARTIR-UNA-END.
       EXIT.


      *> LA CARTA SOLO SE VUELVE A MANDAR SI CAMBIA LA SITUACION:
      *> OFERTA NUEVA O OTRO NUMERO EN LA LISTA DE ESPERA.
       57-ADJUDICAR-UNA.
           MOVE SOL-ESTADO TO WS-ESTADO-ANTES.
           MOVE SOL-ESPERA TO WS-ESPERA-ANTES.
           PERFORM 45-BUSCAR-GRUPO.
           IF WS-MEJOR > 0
               SUBTRACT 1 FROM WS-GRU-LIBRES (WS-MEJOR)
               MOVE "O" TO SOL-ESTADO
               MOVE WS-GRU-CODIGO (WS-MEJOR) TO SOL-GRUPO
               MOVE 0 TO SOL-ESPERA
               ADD 1 TO WS-OFERTAS
               DISPLAY "  " SOL-NUMERO " " SOL-APELLIDO " "
               SOL-PUNTOS " puntos: plaza en el grupo " SOL-GRUPO
           ELSE
               ADD 1 TO WS-ESPERA
               MOVE "E" TO SOL-ESTADO
               MOVE SPACES TO SOL-GRUPO
               MOVE WS-ESPERA TO SOL-ESPERA
               ADD 1 TO WS-EN-ESPERA
               DISPLAY "  " SOL-NUMERO " " SOL-APELLIDO " "
               SOL-PUNTOS " puntos: lista de espera " SOL-ESPERA
           END-IF.
           IF SOL-ESTADO NOT EQUAL WS-ESTADO-ANTES
           OR SOL-ESPERA NOT EQUAL WS-ESPERA-ANTES
               MOVE "N" TO SOL-CARTA
           END-IF.
           REWRITE REG-SOLICITUD
           INVALID KEY
               DISPLAY "Error al actualizar la solicitud "
               SOL-NUMERO "."
           END-REWRITE.
       57-ADJUDICAR-UNA-END.
       EXIT.


      *> ACEPTAR LA PLAZA: EXPEDIENTE NUEVO, FICHA DE ALTA EN EL
      *> MAESTRO (TRIMESTRE 0, LAS NOTAS LLEGAN CON LOS TRIMESTRES),
      *> MATRICULA EN EL GRUPO OFRECIDO Y TUTOR EN JTUTORALUM.
       60-ACEPTAR-PLAZA.
           DISPLAY "Numero de solicitud: "
           ACCEPT WS-SOLICITUD-ENTRADA.
           MOVE WS-SOLICITUD-ENTRADA TO SOL-NUMERO.
           READ SOLICITUDES RECORD
           INVALID KEY
               DISPLAY "No existe esa solicitud."
           NOT INVALID KEY
               IF SOL-ESTADO NOT EQUAL "O"
                   DISPLAY "La solicitud no tiene plaza ofrecida"
                   " (estado " SOL-ESTADO ")."
               ELSE
                   DISPLAY SOL-NOMBRE " " SOL-APELLIDO
                   " acepta la plaza del grupo " SOL-GRUPO
                   "? (S/N)"
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR EQUAL "S"
                       PERFORM 62-MATRICULAR-ADMITIDO
                   END-IF
               END-IF
           END-READ.
       60-ACEPTAR-PLAZA-END.
       EXIT.


       62-MATRICULAR-ADMITIDO.
           OPEN I-O GRUPO-ALUMNO.
           IF WS-FS-GRUPOALUM = "35"
               OPEN OUTPUT GRUPO-ALUMNO
               CLOSE GRUPO-ALUMNO
               OPEN I-O GRUPO-ALUMNO
           END-IF.
           OPEN INPUT GRUPOS.
           MOVE SOL-GRUPO TO GRP-CODIGO.
           READ GRUPOS RECORD
           INVALID KEY
               DISPLAY "El grupo " SOL-GRUPO " ya no existe: hay que"
               " volver a adjudicar."
           NOT INVALID KEY
               PERFORM 64-CONTAR-OCUPACION
               IF WS-OCUPACION NOT LESS GRP-CAPACIDAD
                   DISPLAY "Grupo completo (" WS-OCUPACION "/"
                   GRP-CAPACIDAD "): hay que volver a adjudicar."
               ELSE
                   OPEN I-O ALUMNOS
                   IF WS-FILE-STATUS = "35"
                       OPEN OUTPUT ALUMNOS
                       CLOSE ALUMNOS
                       OPEN I-O ALUMNOS
                   END-IF
                   PERFORM 70-NUEVO-EXPEDIENTE
                   PERFORM 66-GRABAR-ADMITIDO
                   CLOSE ALUMNOS
               END-IF
           END-READ.
           CLOSE GRUPOS GRUPO-ALUMNO.
       62-MATRICULAR-ADMITIDO-END.
       EXIT.


       64-CONTAR-OCUPACION.
           MOVE ZERO TO WS-OCUPACION.
           MOVE "NO" TO WS-FIN-ASIGNACIONES.
           MOVE ZEROES TO GA-NUMALUMNO.
           START GRUPO-ALUMNO KEY IS NOT LESS THAN GA-NUMALUMNO
           INVALID KEY
               MOVE "SI" TO WS-FIN-ASIGNACIONES
           END-START.
           PERFORM 65-CONTAR-UNA
               UNTIL WS-FIN-ASIGNACIONES EQUAL "SI".
       64-CONTAR-OCUPACION-END.
       EXIT.


       65-CONTAR-UNA.
           READ GRUPO-ALUMNO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ASIGNACIONES
           NOT AT END
               IF GA-GRUPO EQUAL SOL-GRUPO
                   ADD 1 TO WS-OCUPACION
               END-IF
           END-READ.
       65-CONTAR-UNA-END.
       EXIT.


       66-GRABAR-ADMITIDO.
           INITIALIZE ALUMNO.
           MOVE WS-NUEVO-EXPEDIENTE TO NUMALUMNO.
           MOVE 0 TO TRIMESTRE.
           MOVE SOL-NOMBRE TO NOMBRE.
           MOVE SOL-APELLIDO TO APELLIDO.
           MOVE 0 TO NUM-ASIGNATURAS.
           MOVE 0 TO NOTA.
           WRITE ALUMNO
           INVALID KEY
               DISPLAY "Error al dar de alta al alumno."
           NOT INVALID KEY
               MOVE WS-NUEVO-EXPEDIENTE TO GA-NUMALUMNO
               MOVE SOL-GRUPO TO GA-GRUPO
               WRITE REG-GRUPO-ALUMNO
               INVALID KEY
                   DISPLAY "Error al matricular en el grupo."
               END-WRITE
               PERFORM 68-GRABAR-TUTOR
               MOVE "A" TO SOL-ESTADO
               MOVE WS-NUEVO-EXPEDIENTE TO SOL-NUMALUMNO
               REWRITE REG-SOLICITUD
               INVALID KEY
                   DISPLAY "Error al cerrar la solicitud."
               END-REWRITE
               DISPLAY "Alumno dado de alta con expediente "
               WS-NUEVO-EXPEDIENTE " en el grupo " SOL-GRUPO "."
           END-WRITE.
       66-GRABAR-ADMITIDO-END.
       EXIT.


       68-GRABAR-TUTOR.
           OPEN I-O TUTORES.
           IF WS-FS-TUTORES = "35"
               OPEN OUTPUT TUTORES
               CLOSE TUTORES
               OPEN I-O TUTORES
           END-IF.
           MOVE WS-NUEVO-EXPEDIENTE TO TUT-NUMALUMNO.
           MOVE 1 TO TUT-SEQ.
           MOVE SOL-TUTOR-NOMBRE TO TUT-NOMBRE.
           MOVE SOL-TUTOR-DIRECCION TO TUT-DIRECCION.
           MOVE SOL-TUTOR-PARENTESCO TO TUT-PARENTESCO.
           WRITE REG-TUTOR
           INVALID KEY
               DISPLAY "Error al anotar el tutor."
           END-WRITE.
           CLOSE TUTORES.
       68-GRABAR-TUTOR-END.
       EXIT.


      *> SIGUIENTE EXPEDIENTE DE LA SERIE JALUMSEQ (MISMO PATRON QUE
      *> LA SERIE DE RECIBOS DE BANCO). LA PRIMERA VEZ LA SERIE
      *> ARRANCA DEL EXPEDIENTE MAS ALTO DEL MAESTRO, DE JGRUPOALUM
      *> Y DEL HISTORICO AlumHist.txt, PARA NO REPETIR NINGUNO.
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
           MOVE "NO" TO WS-FIN-SORTEOS.
           IF WS-FS-HISTORICO EQUAL "00"
               PERFORM 75-MAYOR-DEL-HISTORICO
                   UNTIL WS-FIN-SORTEOS EQUAL "SI"
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
               MOVE "SI" TO WS-FIN-SORTEOS
           NOT AT END
               IF HIST-NUMALUMNO > WS-NUEVO-EXPEDIENTE
                   MOVE HIST-NUMALUMNO TO WS-NUEVO-EXPEDIENTE
               END-IF
           END-READ.
       75-MAYOR-DEL-HISTORICO-END.
       EXIT.


      *> AUNQUE LA SERIE MANDA, UN EXPEDIENTE TECLEADO A MANO EN
      *> ALUMNOS PODRIA HABERLO OCUPADO YA: SE SALTA AL SIGUIENTE.
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

       END PROGRAM ALUMADMISION.
