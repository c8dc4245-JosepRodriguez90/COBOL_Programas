       SELECT ALUMNOS-SUSPENSOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Suspensos.txt".

       SELECT OPTIONAL ASIG-PROFESOR ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JASIGPROF.txt"
       ORGANIZATION INDEXED
       RECORD KEY IS APF-ASIGNATURA
       FILE STATUS IS WS-FS-ASIGPROF.

       SELECT OPTIONAL PONDERACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPONDERA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PON-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PONDERA.

       SELECT OPTIONAL NOTAUDIT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOTAUDIT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       BLOCK CONTAINS 0 RECORDS.
       01 REG-SUSPENSO PIC X(100).

      *> ASIGNACION DE ASIGNATURAS (PROFESORMANT): LA ENTRADA Y
      *> CORRECCION DE NOTAS EXIGE LA FIRMA DEL PROFESOR Y SOLO DEJA
      *> TOCAR SUS ASIGNATURAS.
       FD ASIG-PROFESOR.
           01 DATOS-ASIG-PROFESOR.
               05 APF-ASIGNATURA PIC X(4).
               05 APF-PROFESOR PIC X(4).
               05 APF-CURSO PIC X(6).

      *> PONDERACION POR COMPONENTES (ALUMCOMPONE): UNA ASIGNATURA
      *> CON COMPONENTES EN UN TRIMESTRE SACA SU NOTA DEL CALCULO Y
      *> AQUI NO SE PUEDE TECLEAR NI CORREGIR A MANO.
       FD PONDERACION.
           01 REG-PONDERACION.
               05 PON-CLAVE.
                   10 PON-ASIGNATURA PIC X(4).
                   10 PON-TRIMESTRE PIC 9.
                   10 PON-COMPONENTE PIC X(2).
               05 PON-DESCRIPCION PIC X(15).
               05 PON-PESO PIC 9(3).

      *> PISTA DE AUDITORIA DE CORRECCIONES DE NOTA (MISMO PATRON
      *> QUE JEMPAUDIT EN EMPLEADOSMANT): QUIEN, CUANDO, QUE ALUMNO
      *> Y ASIGNATURA, Y LA NOTA ANTES Y DESPUES. SE CONSULTA CON


       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-NUMERO PIC 9(3).
       77 C PIC 9(2).
       77 WS-TRIMESTRE-BUSCAR PIC 9.
       77 WS-ASIG-MEDIA PIC Z(2)9.99.
       77 WS-ASIG-PCT PIC ZZ9.99.
       77 WS-FS-ASIGPROF PIC 99.
       77 WS-PROFESOR PIC X(4).
       77 WS-RESTRICCION-ACTIVA PIC X(1) VALUE "N".
       77 WS-PROFESOR-AUTORIZADO PIC X(1).
       77 WS-FS-NOTAUDIT PIC 99.
       77 WS-NOTA-ANTERIOR PIC 9(2)V99.
       77 WS-FECHA-AUDIT PIC X(21).
       77 WS-FS-PONDERA PIC 99.
       77 WS-TRIM-COMPONENTES PIC 9.
       77 WS-CON-COMPONENTES PIC X(1).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).
       77 WS-TRIM-PERIODO PIC 9.
       77 WS-CURSO PIC 9(4).
       77 WS-MES-HOY PIC 9(2).

       01 WS-NOTAUDIT-LINEA.
           05 AUD-OPERADOR PIC X(4).
      *> EMPLEADOSMANT): CADA SESION TRABAJA SOBRE EL MISMO MAESTRO,
      *> SIN VOLVER A TECLEAR LA CLASE ENTERA.
       00-INICIO.
       CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
           WS-SES-ROL, WS-SES-RESULTADO.
       IF WS-SES-RESULTADO NOT EQUAL "S"
           STOP RUN
       END-IF.

       PERFORM 03-FIRMA-PROFESOR.

       EXIT.


      *> EL PROFESOR ES EL OPERADOR FIRMADO EN EL MAESTRO UNICO
      *> (OPERFIRMA). CON ROL DE PROFESOR Y ASIGNACIONES, LAS NOTAS
      *> SOLO SE PUEDEN TOCAR EN SUS ASIGNATURAS; DIRECCION, O SIN
      *> MAESTRO DE OPERADORES, NO QUEDA RESTRINGIDA.
       03-FIRMA-PROFESOR.
       MOVE WS-SES-OPERADOR TO WS-PROFESOR.
       IF WS-SES-ROL EQUAL "P"
           OPEN INPUT ASIG-PROFESOR
           IF WS-FS-ASIGPROF EQUAL "00"
               MOVE "S" TO WS-RESTRICCION-ACTIVA
       EXIT.


       05-MENU.
       DISPLAY "***********************"
       DISPLAY "GESTION DE ALUMNOS"
               DISPLAY "Trimestre no valido, se usara el 1."
               MOVE 1 TO WS-TRIMESTRE
           END-IF
           MOVE WS-TRIMESTRE TO WS-TRIM-PERIODO
           PERFORM 57-COMPROBAR-TRIMESTRE
           IF WS-PERSERV-ESTADO EQUAL "C"
               DISPLAY "El trimestre " WS-TRIMESTRE " esta cerrado:"
               " no admite notas nuevas."
           GO TO 10-INTRODUCIR-NOTAS
           END-IF
           DISPLAY "Entra el nombre del Alumno: "
           ACCEPT WS-NOMBRE
           DISPLAY "Entra el apellido del Alumno: "
               ACCEPT WS-NOMBRE-ASIGNATURA (WS-I)
           NOT INVALID KEY
               PERFORM 14-COMPROBAR-PROFESOR
               MOVE WS-TRIMESTRE TO WS-TRIM-COMPONENTES
               PERFORM 15-COMPROBAR-COMPONENTES
               IF WS-PROFESOR-AUTORIZADO NOT EQUAL "S"
                   DISPLAY "Esa asignatura no es del profesor"
                   " firmado: elija otra."
                   DISPLAY "Nombre de la asignatura " WS-I ": "
                   ACCEPT WS-NOMBRE-ASIGNATURA (WS-I)
               ELSE
               IF WS-CON-COMPONENTES EQUAL "S"
                   DISPLAY "La nota de esa asignatura sale de sus"
                   " componentes (ALUMCOMPONE): elija otra."
                   DISPLAY "Nombre de la asignatura " WS-I ": "
                   ACCEPT WS-NOMBRE-ASIGNATURA (WS-I)
               ELSE
                   MOVE "S" TO WS-ASIG-VALIDA
               END-IF
               END-IF
           END-READ
       END-PERFORM.
       EXIT.


      *> CON EL ASIG-CODIGO EN EL BUFFER DEL CATALOGO, MIRA SI LA
      *> ASIGNATURA TIENE COMPONENTES PONDERADOS EN EL TRIMESTRE.
       15-COMPROBAR-COMPONENTES.
       MOVE "N" TO WS-CON-COMPONENTES.
       OPEN INPUT PONDERACION.
       IF WS-FS-PONDERA EQUAL "00"
           MOVE ASIG-CODIGO TO PON-ASIGNATURA
           MOVE WS-TRIM-COMPONENTES TO PON-TRIMESTRE
           MOVE SPACES TO PON-COMPONENTE
           START PONDERACION KEY IS NOT LESS THAN PON-CLAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ PONDERACION NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PON-ASIGNATURA EQUAL ASIG-CODIGO
                       AND PON-TRIMESTRE EQUAL WS-TRIM-COMPONENTES
                       MOVE "S" TO WS-CON-COMPONENTES
                   END-IF
               END-READ
           END-START
       END-IF.
       CLOSE PONDERACION.
       15-COMPROBAR-COMPONENTES-END.
       EXIT.


       13-LISTAR-CATALOGO.
       MOVE SPACES TO ASIG-CODIGO.
       START ASIGNATURAS-CAT KEY IS NOT LESS THAN ASIG-CODIGO
           AT END
               MOVE "SI" TO WS-FIN-ALUMNOS
           NOT AT END
      *>LAS FICHAS DE ALTA DE ALUMADMISION (TRIMESTRE 0) NO TIENEN
      *>NOTAS: NO CUENTAN EN LISTADOS NI ESTADISTICAS.
               IF TRIMESTRE NOT EQUAL 0
               AND (WS-TRIM-FILTRO EQUAL 0
               OR TRIMESTRE EQUAL WS-TRIM-FILTRO)
                   ADD 1 TO C
                   PERFORM 35-CLASIFICAR-ALUMNO
               END-IF
           AT END
               MOVE "SI" TO WS-FIN-ALUMNOS
           NOT AT END
      *>LAS FICHAS DE ALTA DE ALUMADMISION (TRIMESTRE 0) NO TIENEN
      *>NOTAS: NO CUENTAN EN LISTADOS NI ESTADISTICAS.
               IF TRIMESTRE NOT EQUAL 0
               AND (WS-TRIM-FILTRO EQUAL 0
               OR TRIMESTRE EQUAL WS-TRIM-FILTRO)
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > NUM-ASIGNATURAS
                       PERFORM 46-ACUMULAR-ASIGNATURA
               AT END
                   MOVE "SI" TO WS-SORT-FIN
               NOT AT END
      *>LAS FICHAS DE ALTA DE ALUMADMISION (TRIMESTRE 0) NO TIENEN
      *>NOTAS: NO CUENTAN EN LISTADOS NI ESTADISTICAS.
                   IF TRIMESTRE NOT EQUAL 0
                   AND (WS-TRIM-FILTRO EQUAL 0
                   OR TRIMESTRE EQUAL WS-TRIM-FILTRO)
                       MOVE NUMALUMNO TO SORT-NUMALUMNO
                       MOVE NOMBRE TO SORT-NOMBRE
                       MOVE APELLIDO TO SORT-APELLIDO
                           DISPLAY "Esa asignatura no es del"
                           " profesor firmado: correccion denegada."
                       ELSE
                       IF WS-CON-COMPONENTES EQUAL "S"
                           DISPLAY "La nota sale de los componentes"
                           " (ALUMCOMPONE): correccion denegada."
                       ELSE
                       MOVE WS-TRIMESTRE-BUSCAR TO WS-TRIM-PERIODO
                       PERFORM 57-COMPROBAR-TRIMESTRE
                       IF WS-PERSERV-ESTADO EQUAL "C"
                           DISPLAY "Trimestre cerrado: solo se corrige"
                           " si direccion lo reabre (CIERREPERIODO)."
                       ELSE
                       DISPLAY "Nueva nota para "
                       NOMBRE-ASIGNATURA(WS-INDICE) ": "
                       ACCEPT WS-NOTA-NUEVA
                           DISPLAY "Nota corregida. Nueva media: " NOTA
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-READ
               DISPLAY "¿Desea corregir otro alumno? (SI/NO)"
       EXIT.


      *> UN TRIMESTRE DEL CURSO EN MARCHA (EL QUE EMPEZO EL ULTIMO
      *> SEPTIEMBRE) CERRADO POR DIRECCION EN CIERREPERIODO YA NO
      *> ADMITE NOTAS NI CORRECCIONES HASTA QUE SE REABRA.
       57-COMPROBAR-TRIMESTRE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PERSERV-FECHA.
           MOVE WS-PERSERV-FECHA (1:4) TO WS-CURSO.
           MOVE WS-PERSERV-FECHA (5:2) TO WS-MES-HOY.
           IF WS-MES-HOY < 9
               SUBTRACT 1 FROM WS-CURSO
           END-IF.
           COMPUTE WS-PERSERV-PERIODO = WS-CURSO * 100
               + WS-TRIM-PERIODO.
           MOVE "P" TO WS-PERSERV-OP.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
       57-COMPROBAR-TRIMESTRE-END.
       EXIT.


      *> PARA CORREGIR, EL NOMBRE DE LA ASIGNATURA SE TRADUCE A SU
      *> CODIGO CON EL CATALOGO Y SE COMPRUEBAN LA ASIGNACION Y LOS
      *> COMPONENTES PONDERADOS; UNA ASIGNATURA DE TEXTO LIBRE
      *> ANTERIOR AL CATALOGO SE DEJA PASAR CON AVISO (NO HAY FORMA
      *> DE SABER DE QUIEN ES).
       58-AUTORIZAR-CORRECCION.
       MOVE "S" TO WS-PROFESOR-AUTORIZADO.
       MOVE "N" TO WS-CON-COMPONENTES.
       OPEN INPUT ASIGNATURAS-CAT.
       IF WS-FS-CATALOGO EQUAL "00"
           MOVE NOMBRE-ASIGNATURA (WS-INDICE) TO ASIG-NOMBRE
           READ ASIGNATURAS-CAT KEY IS ASIG-NOMBRE
           INVALID KEY
               IF WS-RESTRICCION-ACTIVA EQUAL "S"
                   DISPLAY "AVISO: asignatura fuera del catalogo,"
                   " correccion sin comprobar."
               END-IF
           NOT INVALID KEY
               PERFORM 14-COMPROBAR-PROFESOR
               MOVE TRIMESTRE TO WS-TRIM-COMPONENTES
               PERFORM 15-COMPROBAR-COMPONENTES
           END-READ
       END-IF.
       CLOSE ASIGNATURAS-CAT.
       58-AUTORIZAR-CORRECCION-END.
       EXIT.

