      ******************************************************************
      * Author:
      * Date:
      * Purpose: Evaluacion continua por componentes: la tabla de
      *          ponderacion JPONDERA da, para cada asignatura y
      *          trimestre, sus componentes (examenes, deberes,
      *          trabajos, participacion...) con su peso en %; las
      *          notas de cada alumno en cada componente van a
      *          JNOTACOMP. El calculo comprueba que los pesos suman
      *          100, avisa de las notas de componente que faltan y
      *          deja NOTA-ASIGNATURA en Alumnos.txt como la media
      *          ponderada, con su linea en JNOTAUDIT. Las incidencias
      *          quedan en JCOMPINF. Una vez ponderada una asignatura,
      *          ALUMNOS ya no deja teclear su nota a mano. Un
      *          trimestre cerrado por direccion (PERIODOSERV) no
      *          admite ponderaciones, notas ni calculo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMCOMPONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PONDERACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPONDERA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PON-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PONDERA.

       SELECT NOTACOMP ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOTACOMP.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NCO-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-NOTACOMP.

       SELECT ALUMNOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Alumnos.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLAVE-ALUMNO
       ALTERNATE RECORD KEY IS APELLIDO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL ASIGNATURAS-CAT
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Asignaturas.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASIG-CODIGO
       ALTERNATE RECORD KEY IS ASIG-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT OPTIONAL ASIG-PROFESOR ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JASIGPROF.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS APF-ASIGNATURA
       FILE STATUS IS WS-FS-ASIGPROF.

       SELECT OPTIONAL NOTAUDIT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOTAUDIT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-NOTAUDIT.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOMPINF.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> UN REGISTRO POR COMPONENTE DE UNA ASIGNATURA (CODIGO DEL
      *> CATALOGO) EN UN TRIMESTRE; LOS PESOS DE UNA ASIGNATURA Y
      *> TRIMESTRE TIENEN QUE SUMAR 100 PARA QUE EL CALCULO LA USE.
       FD PONDERACION.
           01 REG-PONDERACION.
               05 PON-CLAVE.
                   10 PON-ASIGNATURA PIC X(4).
                   10 PON-TRIMESTRE PIC 9.
                   10 PON-COMPONENTE PIC X(2).
               05 PON-DESCRIPCION PIC X(15).
               05 PON-PESO PIC 9(3).

      *> UNA LINEA POR ALUMNO, TRIMESTRE, ASIGNATURA Y COMPONENTE,
      *> CON QUIEN LA ANOTO Y CUANDO.
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

       FD ASIGNATURAS-CAT.
           01 REG-ASIGNATURA.
               05 ASIG-CODIGO PIC X(4).
               05 ASIG-NOMBRE PIC X(10).

       FD ASIG-PROFESOR.
           01 DATOS-ASIG-PROFESOR.
               05 APF-ASIGNATURA PIC X(4).
               05 APF-PROFESOR PIC X(4).
               05 APF-CURSO PIC X(6).

       FD NOTAUDIT
       RECORD CONTAINS 55 CHARACTERS.
       01 REG-NOTAUDIT PIC X(55).

       FD INFORME
       RECORD CONTAINS 70 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REG-INFORME PIC X(70).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCOMPINF".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "ALUMCOMPONE".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-PONDERA PIC 99.
       77 WS-FS-NOTACOMP PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-CATALOGO PIC 99.
       77 WS-FS-ASIGPROF PIC 99.
       77 WS-FS-NOTAUDIT PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-PROFESOR PIC X(4).
       77 WS-RESTRICCION-ACTIVA PIC X(1) VALUE "N".
       77 WS-PROFESOR-AUTORIZADO PIC X(1).
       77 WS-ASIG-ENTRADA PIC X(4).
       77 WS-TRIM-ENTRADA PIC 9.
       77 WS-COMPONENTE-ENTRADA PIC X(2).
       77 WS-PESO-ENTRADA PIC 9(3).
       77 WS-NOTA-ENTRADA PIC 9(2)V99.
       77 WS-NUMALUMNO-ENTRADA PIC 9(5).
       77 WS-ALUMNO-EXISTE PIC X(1).
       77 WS-ASIG-OK PIC X(1).
       77 WS-FIN-PONDERA PIC X(3) VALUE "NO".
       77 WS-FIN-NOTACOMP PIC X(3) VALUE "NO".
       77 WS-SUMA-PESOS PIC 9(4).
       77 WS-NUM-COMPONENTES PIC 9(2).
       77 WS-PESO-EDIT PIC ZZ9.
       77 WS-NOTA-EDIT PIC Z9.99.
       77 WS-I PIC 9(2).
       77 WS-J PIC 9(2).
       77 WS-HUECO PIC 9.
       77 WS-POS PIC 9(2).
       77 WS-NOTA-EXISTE PIC X(1).
       77 WS-NOMBRE-COPIA PIC A(10).
       77 WS-APELLIDO-COPIA PIC A(10).
       77 WS-FALTAN PIC 9(2).
       77 WS-ASIG-NOMBRE PIC X(10).
       77 WS-SUMA-PONDERADA PIC 9(5)V99.
       77 WS-NOTA-CALCULADA PIC 9(2)V99.
       77 WS-NOTA-ANTERIOR PIC 9(2)V99.
       77 WS-SUMA-ASIGNATURAS PIC 9(3)V99.
       77 WS-ALUMNO-NUEVO PIC X(1).
       77 WS-CALCULADAS PIC 9(5).
       77 WS-INCIDENCIAS PIC 9(5).
       77 WS-FECHA-AUDIT PIC X(21).
       77 WS-ACTUAL PIC X(10).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).
       77 WS-CURSO PIC 9(4).
       77 WS-MES-HOY PIC 9(2).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> COMPONENTES DE LA ASIGNATURA EN CURSO DURANTE EL CALCULO:
      *> SE MARCAN LOS QUE TIENEN NOTA PARA SABER CUALES FALTAN.
       01 WS-TABLA-PESOS.
           05 WS-PES-TOTAL PIC 9(2) VALUE 0.
           05 WS-PES-ENTRADA OCCURS 20 TIMES.
               10 WS-PES-COMPONENTE PIC X(2).
               10 WS-PES-DESCRIPCION PIC X(15).
               10 WS-PES-PESO PIC 9(3).
               10 WS-PES-NOTA PIC 9(2)V99.
               10 WS-PES-HALLADA PIC X(1).

       01 WS-NOTAUDIT-LINEA.
           05 AUD-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NUMALUMNO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TRIMESTRE PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-ASIGNATURA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NOTA-ANTES PIC 9(2)V99.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NOTA-DESPUES PIC 9(2)V99.

       01 WS-CAB-INFORME.
           05 FILLER PIC X(36) VALUE
           "CALCULO DE NOTAS POR COMPONENTES - T".
           05 CAB-TRIMESTRE PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CAB-FECHA PIC X(21).

       01 WS-LINEA-INFORME.
           05 INF-NUMALUMNO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 INF-ASIGNATURA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 INF-COMPONENTE PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 INF-MENSAJE PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 INF-VALOR PIC X(8).

       01 WS-LINEA-TOTALES.
           05 FILLER PIC X(18) VALUE "Notas calculadas: ".
           05 TOT-CALCULADAS PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE "   Incidencias: ".
           05 TOT-INCIDENCIAS PIC ZZZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 03-FIRMA-PROFESOR.
           OPEN INPUT ASIGNATURAS-CAT.
           IF WS-FS-CATALOGO NOT EQUAL "00"
               DISPLAY "Sin catalogo de asignaturas (ASIGMANT) no se"
               " pueden ponderar notas."
           ELSE
               PERFORM 05-ABRIR-ARCHIVOS
               PERFORM 10-MENU UNTIL WS-OPCION = 4
               CLOSE PONDERACION NOTACOMP
           END-IF.
           CLOSE ASIGNATURAS-CAT.
           IF WS-RESTRICCION-ACTIVA EQUAL "S"
               CLOSE ASIG-PROFESOR
           END-IF.
       STOP RUN.
       00-INICIO-END.
       EXIT.


      *> MISMA FIRMA DE PROFESOR QUE ALUMNOS: CON ROL DE PROFESOR Y
      *> ASIGNACIONES, CADA PROFESOR SOLO PONDERA Y CALIFICA SUS
      *> PROPIAS ASIGNATURAS.
       03-FIRMA-PROFESOR.
           MOVE WS-SES-OPERADOR TO WS-PROFESOR.
           IF WS-SES-ROL EQUAL "P"
               OPEN INPUT ASIG-PROFESOR
               IF WS-FS-ASIGPROF EQUAL "00"
                   MOVE "S" TO WS-RESTRICCION-ACTIVA
               ELSE
                   DISPLAY "AVISO: sin asignaciones de asignaturas,"
                   " la entrada no queda restringida."
                   CLOSE ASIG-PROFESOR
               END-IF
           END-IF.
       03-FIRMA-PROFESOR-END.
       EXIT.


       05-ABRIR-ARCHIVOS.
           OPEN I-O PONDERACION.
           IF WS-FS-PONDERA = "35" *>No es troba l'arxiu, el creem nou.
               OPEN OUTPUT PONDERACION
               CLOSE PONDERACION
               OPEN I-O PONDERACION
           END-IF.
           OPEN I-O NOTACOMP.
           IF WS-FS-NOTACOMP = "35"
               OPEN OUTPUT NOTACOMP
               CLOSE NOTACOMP
               OPEN I-O NOTACOMP
           END-IF.
       05-ABRIR-ARCHIVOS-END.
       EXIT.


       10-MENU.
           DISPLAY "***********************"
           DISPLAY "EVALUACION POR COMPONENTES"
           DISPLAY "***********************"
           DISPLAY "Ponderacion de una asignatura (1)"
           DISPLAY "Anotar notas de componentes (2)"
           DISPLAY "Calcular notas de asignatura (3)"
           DISPLAY "salir (4)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-PONDERACION
           WHEN 2
               PERFORM 30-ANOTAR-NOTAS
           WHEN 3
               PERFORM 40-CALCULAR-NOTAS
           WHEN 4
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> PIDE ASIGNATURA (CODIGO DEL CATALOGO) Y TRIMESTRE, Y CON LA
      *> RESTRICCION ACTIVA COMPRUEBA QUE ES DEL PROFESOR FIRMADO.
       15-PEDIR-ASIGNATURA.
           MOVE "N" TO WS-ASIG-OK.
           DISPLAY "Codigo de asignatura: "
           ACCEPT WS-ASIG-ENTRADA.
           DISPLAY "Trimestre (1-3): "
           ACCEPT WS-TRIM-ENTRADA.
           IF WS-TRIM-ENTRADA IS NOT NUMERIC
               OR WS-TRIM-ENTRADA < 1 OR WS-TRIM-ENTRADA > 3
               DISPLAY "Trimestre no valido."
           ELSE
               MOVE WS-ASIG-ENTRADA TO ASIG-CODIGO
               READ ASIGNATURAS-CAT RECORD
               INVALID KEY
                   DISPLAY "Asignatura no catalogada."
               NOT INVALID KEY
                   PERFORM 17-COMPROBAR-PROFESOR
                   PERFORM 18-COMPROBAR-TRIMESTRE
                   EVALUATE TRUE
                   WHEN WS-PROFESOR-AUTORIZADO NOT EQUAL "S"
                       DISPLAY "Esa asignatura no es del profesor"
                       " firmado."
                   WHEN WS-PERSERV-ESTADO EQUAL "C"
                       DISPLAY "El trimestre " WS-TRIM-ENTRADA
                       " esta cerrado: solo se cambia si direccion"
                       " lo reabre (CIERREPERIODO)."
                   WHEN OTHER
                       MOVE "S" TO WS-ASIG-OK
                   END-EVALUATE
               END-READ
           END-IF.
       15-PEDIR-ASIGNATURA-END.
       EXIT.


       17-COMPROBAR-PROFESOR.
           MOVE "S" TO WS-PROFESOR-AUTORIZADO.
           IF WS-RESTRICCION-ACTIVA EQUAL "S"
               MOVE WS-ASIG-ENTRADA TO APF-ASIGNATURA
               READ ASIG-PROFESOR RECORD
               INVALID KEY
                   MOVE "N" TO WS-PROFESOR-AUTORIZADO
               NOT INVALID KEY
                   IF APF-PROFESOR NOT EQUAL WS-PROFESOR
                       MOVE "N" TO WS-PROFESOR-AUTORIZADO
                   END-IF
               END-READ
           END-IF.
       17-COMPROBAR-PROFESOR-END.
       EXIT.


      *> TRIMESTRE DEL CURSO EN MARCHA (EL QUE EMPEZO EL ULTIMO
      *> SEPTIEMBRE): CERRADO POR DIRECCION YA NO ADMITE CAMBIOS.
       18-COMPROBAR-TRIMESTRE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PERSERV-FECHA.
           MOVE WS-PERSERV-FECHA (1:4) TO WS-CURSO.
           MOVE WS-PERSERV-FECHA (5:2) TO WS-MES-HOY.
           IF WS-MES-HOY < 9
               SUBTRACT 1 FROM WS-CURSO
           END-IF.
           COMPUTE WS-PERSERV-PERIODO = WS-CURSO * 100
               + WS-TRIM-ENTRADA.
           MOVE "P" TO WS-PERSERV-OP.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
       18-COMPROBAR-TRIMESTRE-END.
       EXIT.


      *> ALTA, CAMBIO DE PESO Y BAJA (PESO 0) DE LOS COMPONENTES DE
      *> UNA ASIGNATURA Y TRIMESTRE. AL TERMINAR SE ENSENA LA SUMA:
      *> SI NO DA 100 SE AVISA, Y EL CALCULO NO LA USARA.
       20-PONDERACION.
           PERFORM 15-PEDIR-ASIGNATURA.
           IF WS-ASIG-OK EQUAL "S"
               PERFORM 25-MOSTRAR-PONDERACION
               MOVE "XX" TO WS-COMPONENTE-ENTRADA
               PERFORM 22-EDITAR-COMPONENTE
                   UNTIL WS-COMPONENTE-ENTRADA EQUAL SPACES
               PERFORM 25-MOSTRAR-PONDERACION
               IF WS-NUM-COMPONENTES > 0 AND WS-SUMA-PESOS NOT = 100
                   DISPLAY "AVISO: los pesos no suman 100, el calculo"
                   " no usara esta asignatura."
               END-IF
           END-IF.
       20-PONDERACION-END.
       EXIT.


       22-EDITAR-COMPONENTE.
           DISPLAY "Componente (2 letras, en blanco para terminar): "
           MOVE SPACES TO WS-COMPONENTE-ENTRADA.
           ACCEPT WS-COMPONENTE-ENTRADA.
           IF WS-COMPONENTE-ENTRADA NOT EQUAL SPACES
               MOVE WS-ASIG-ENTRADA TO PON-ASIGNATURA
               MOVE WS-TRIM-ENTRADA TO PON-TRIMESTRE
               MOVE WS-COMPONENTE-ENTRADA TO PON-COMPONENTE
               READ PONDERACION RECORD
               INVALID KEY
                   DISPLAY "Descripcion del componente: "
                   ACCEPT PON-DESCRIPCION
                   DISPLAY "Peso en % (1-100): "
                   ACCEPT WS-PESO-ENTRADA
                   IF WS-PESO-ENTRADA IS NOT NUMERIC
                       OR WS-PESO-ENTRADA < 1 OR WS-PESO-ENTRADA > 100
                       DISPLAY "Peso no valido."
                   ELSE
                       MOVE WS-PESO-ENTRADA TO PON-PESO
                       WRITE REG-PONDERACION
                       INVALID KEY
                           DISPLAY "Error al grabar el componente."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   MOVE PON-PESO TO WS-PESO-EDIT
                   DISPLAY PON-DESCRIPCION " peso actual "
                   WS-PESO-EDIT "%"
                   DISPLAY "Nuevo peso en % (0 = quitar componente): "
                   ACCEPT WS-PESO-ENTRADA
                   IF WS-PESO-ENTRADA IS NOT NUMERIC
                       OR WS-PESO-ENTRADA > 100
                       DISPLAY "Peso no valido."
                   ELSE
                       IF WS-PESO-ENTRADA EQUAL 0
                           DELETE PONDERACION RECORD
                           INVALID KEY
                               DISPLAY "Error al quitar el componente."
                           END-DELETE
                       ELSE
                           MOVE WS-PESO-ENTRADA TO PON-PESO
                           REWRITE REG-PONDERACION
                           INVALID KEY
                               DISPLAY "Error al grabar el componente."
                           END-REWRITE
                       END-IF
                   END-IF
               END-READ
           END-IF.
       22-EDITAR-COMPONENTE-END.
       EXIT.


       25-MOSTRAR-PONDERACION.
           MOVE 0 TO WS-SUMA-PESOS WS-NUM-COMPONENTES.
           DISPLAY "Ponderacion de " ASIG-NOMBRE " trimestre "
           WS-TRIM-ENTRADA ":".
           MOVE "NO" TO WS-FIN-PONDERA.
           MOVE WS-ASIG-ENTRADA TO PON-ASIGNATURA.
           MOVE WS-TRIM-ENTRADA TO PON-TRIMESTRE.
           MOVE SPACES TO PON-COMPONENTE.
           START PONDERACION KEY IS NOT LESS THAN PON-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-PONDERA
           END-START.
           PERFORM 26-MOSTRAR-COMPONENTE
               UNTIL WS-FIN-PONDERA EQUAL "SI".
           MOVE WS-SUMA-PESOS TO WS-PESO-EDIT.
           DISPLAY "  Componentes: " WS-NUM-COMPONENTES
           "  Suma de pesos: " WS-PESO-EDIT "%".
       25-MOSTRAR-PONDERACION-END.
       EXIT.


       26-MOSTRAR-COMPONENTE.
           READ PONDERACION NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PONDERA
           NOT AT END
               IF PON-ASIGNATURA NOT EQUAL WS-ASIG-ENTRADA
                   OR PON-TRIMESTRE NOT EQUAL WS-TRIM-ENTRADA
                   MOVE "SI" TO WS-FIN-PONDERA
               ELSE
                   ADD 1 TO WS-NUM-COMPONENTES
                   ADD PON-PESO TO WS-SUMA-PESOS
                   MOVE PON-PESO TO WS-PESO-EDIT
                   DISPLAY "  " PON-COMPONENTE " " PON-DESCRIPCION
                   " " WS-PESO-EDIT "%"
               END-IF
           END-READ.
       26-MOSTRAR-COMPONENTE-END.
       EXIT.


      *> NOTAS DE LOS COMPONENTES DE UNA ASIGNATURA, ALUMNO A ALUMNO:
      *> PARA CADA EXPEDIENTE SE RECORREN SUS COMPONENTES Y SE PIDE
      *> LA NOTA DE CADA UNO (EN BLANCO DEJA LA QUE HABIA).
       30-ANOTAR-NOTAS.
           PERFORM 15-PEDIR-ASIGNATURA.
           IF WS-ASIG-OK EQUAL "S"
               PERFORM 25-MOSTRAR-PONDERACION
               IF WS-NUM-COMPONENTES EQUAL 0
                   DISPLAY "Defina antes la ponderacion de la"
                   " asignatura (opcion 1)."
               ELSE
                   MOVE 1 TO WS-NUMALUMNO-ENTRADA
                   PERFORM 32-ANOTAR-ALUMNO
                       UNTIL WS-NUMALUMNO-ENTRADA EQUAL 0
               END-IF
           END-IF.
       30-ANOTAR-NOTAS-END.
       EXIT.


       32-ANOTAR-ALUMNO.
           DISPLAY "Numero de expediente (0 para terminar): "
           ACCEPT WS-NUMALUMNO-ENTRADA.
           IF WS-NUMALUMNO-ENTRADA NOT EQUAL 0
               PERFORM 33-VALIDAR-ALUMNO
               IF WS-ALUMNO-EXISTE NOT EQUAL "S"
                   DISPLAY "No existe ningun alumno con ese"
                   " expediente."
               ELSE
                   MOVE "NO" TO WS-FIN-PONDERA
                   MOVE WS-ASIG-ENTRADA TO PON-ASIGNATURA
                   MOVE WS-TRIM-ENTRADA TO PON-TRIMESTRE
                   MOVE SPACES TO PON-COMPONENTE
                   START PONDERACION KEY IS NOT LESS THAN PON-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-FIN-PONDERA
                   END-START
                   PERFORM 35-NOTA-COMPONENTE
                       UNTIL WS-FIN-PONDERA EQUAL "SI"
               END-IF
           END-IF.
       32-ANOTAR-ALUMNO-END.
       EXIT.


      *> EL EXPEDIENTE SE VALIDA CONTRA EL MAESTRO (MISMO START
      *> PARCIAL QUE ALUMRECUPERA): VALE CUALQUIER TRIMESTRE, TAMBIEN
      *> LA FICHA DE ALTA.
       33-VALIDAR-ALUMNO.
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
       33-VALIDAR-ALUMNO-END.
       EXIT.


       35-NOTA-COMPONENTE.
           READ PONDERACION NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PONDERA
           NOT AT END
               IF PON-ASIGNATURA NOT EQUAL WS-ASIG-ENTRADA
                   OR PON-TRIMESTRE NOT EQUAL WS-TRIM-ENTRADA
                   MOVE "SI" TO WS-FIN-PONDERA
               ELSE
                   PERFORM 37-GRABAR-NOTA-COMPONENTE
               END-IF
           END-READ.
       35-NOTA-COMPONENTE-END.
       EXIT.


       37-GRABAR-NOTA-COMPONENTE.
           MOVE WS-NUMALUMNO-ENTRADA TO NCO-NUMALUMNO.
           MOVE WS-TRIM-ENTRADA TO NCO-TRIMESTRE.
           MOVE WS-ASIG-ENTRADA TO NCO-ASIGNATURA.
           MOVE PON-COMPONENTE TO NCO-COMPONENTE.
           READ NOTACOMP RECORD
           INVALID KEY
               MOVE "N" TO WS-NOTA-EXISTE
               DISPLAY PON-DESCRIPCION " sin nota (0-10, 99 = dejarla"
               " sin nota): "
           NOT INVALID KEY
               MOVE "S" TO WS-NOTA-EXISTE
               MOVE NCO-NOTA TO WS-NOTA-EDIT
               DISPLAY PON-DESCRIPCION " nota actual " WS-NOTA-EDIT
               " (0-10, 99 = dejarla como esta): "
           END-READ.
           ACCEPT WS-NOTA-ENTRADA.
           IF WS-NOTA-ENTRADA IS NOT NUMERIC
               DISPLAY "Tiene que ser un numero del 0 al 10,"
               " no se anota."
           ELSE
               IF WS-NOTA-ENTRADA NOT > 10
                   MOVE WS-NOTA-ENTRADA TO NCO-NOTA
                   MOVE WS-PROFESOR TO NCO-PROFESOR
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
                   MOVE WS-HOY-NUM TO NCO-FECHA
                   IF WS-NOTA-EXISTE EQUAL "S"
                       REWRITE REG-NOTACOMP
                       INVALID KEY
                           DISPLAY "Error al anotar la nota."
                       END-REWRITE
                   ELSE
                       WRITE REG-NOTACOMP
                       INVALID KEY
                           DISPLAY "Error al anotar la nota."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
       37-GRABAR-NOTA-COMPONENTE-END.
       EXIT.


      *> CALCULO DE UN TRIMESTRE: SE RECORRE JNOTACOMP EN ORDEN DE
      *> CLAVE (ALUMNO, TRIMESTRE, ASIGNATURA, COMPONENTE) Y CADA
      *> CAMBIO DE ALUMNO O ASIGNATURA CIERRA LA ANTERIOR. UNA
      *> ASIGNATURA SIN PESOS QUE SUMEN 100 O CON ALGUN COMPONENTE
      *> SIN NOTA NO SE CALCULA: SOLO SE INFORMA, Y LA NOTA QUE
      *> HUBIERA EN EL MAESTRO SE QUEDA COMO ESTABA.
       40-CALCULAR-NOTAS.
           DISPLAY "Trimestre a calcular (1-3): "
           ACCEPT WS-TRIM-ENTRADA.
           IF WS-TRIM-ENTRADA IS NOT NUMERIC
               OR WS-TRIM-ENTRADA < 1 OR WS-TRIM-ENTRADA > 3
               DISPLAY "Trimestre no valido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 18-COMPROBAR-TRIMESTRE.
           IF WS-PERSERV-ESTADO EQUAL "C"
               DISPLAY "El trimestre " WS-TRIM-ENTRADA " esta"
               " cerrado: no se recalculan sus notas."
           ELSE
               MOVE 0 TO WS-CALCULADAS WS-INCIDENCIAS
               OPEN OUTPUT INFORME
               CALL "FECHA-ACTUAL" USING WS-FECHA-AUDIT
               MOVE WS-TRIM-ENTRADA TO CAB-TRIMESTRE
               MOVE WS-FECHA-AUDIT TO CAB-FECHA
               WRITE REG-INFORME FROM WS-CAB-INFORME
               OPEN I-O ALUMNOS
               IF WS-FILE-STATUS = "35"
                   OPEN OUTPUT ALUMNOS
                   CLOSE ALUMNOS
                   OPEN I-O ALUMNOS
               END-IF
               MOVE SPACES TO WS-ACTUAL
               MOVE "NO" TO WS-FIN-NOTACOMP
               MOVE LOW-VALUES TO NCO-CLAVE
               START NOTACOMP KEY IS NOT LESS THAN NCO-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-NOTACOMP
               END-START
               PERFORM 41-LEER-NOTA-COMPONENTE
                   UNTIL WS-FIN-NOTACOMP EQUAL "SI"
               IF WS-ACTUAL NOT EQUAL SPACES
                   PERFORM 45-CERRAR-ASIGNATURA
               END-IF
               MOVE WS-CALCULADAS TO TOT-CALCULADAS
               MOVE WS-INCIDENCIAS TO TOT-INCIDENCIAS
               WRITE REG-INFORME FROM WS-LINEA-TOTALES
               DISPLAY WS-LINEA-TOTALES
               DISPLAY "Detalle en JCOMPINF.txt"
               CLOSE ALUMNOS INFORME
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
           END-IF.
       40-CALCULAR-NOTAS-END.
       EXIT.


       41-LEER-NOTA-COMPONENTE.
           READ NOTACOMP NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-NOTACOMP
           NOT AT END
               IF NCO-TRIMESTRE EQUAL WS-TRIM-ENTRADA
                   IF NCO-ALUMNO-ASIG NOT EQUAL WS-ACTUAL
                       IF WS-ACTUAL NOT EQUAL SPACES
                           PERFORM 45-CERRAR-ASIGNATURA
                       END-IF
                       PERFORM 42-CARGAR-PONDERACION
                   END-IF
                   PERFORM 44-ANOTAR-COMPONENTE
               END-IF
           END-READ.
       41-LEER-NOTA-COMPONENTE-END.
       EXIT.


      *> LOS PESOS DE LA ASIGNATURA NUEVA SE CARGAN EN LA TABLA; SE
      *> LEEN DE JPONDERA, ASI NO SE PIERDE LA POSICION EN JNOTACOMP.
       42-CARGAR-PONDERACION.
           MOVE NCO-ALUMNO-ASIG TO WS-ACTUAL.
           MOVE 0 TO WS-PES-TOTAL WS-SUMA-PESOS.
           MOVE "NO" TO WS-FIN-PONDERA.
           MOVE NCO-ASIGNATURA TO PON-ASIGNATURA.
           MOVE NCO-TRIMESTRE TO PON-TRIMESTRE.
           MOVE SPACES TO PON-COMPONENTE.
           START PONDERACION KEY IS NOT LESS THAN PON-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-PONDERA
           END-START.
           PERFORM 43-CARGAR-UN-PESO UNTIL WS-FIN-PONDERA EQUAL "SI".
       42-CARGAR-PONDERACION-END.
       EXIT.


       43-CARGAR-UN-PESO.
           READ PONDERACION NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PONDERA
           NOT AT END
               IF PON-ASIGNATURA NOT EQUAL NCO-ASIGNATURA
                   OR PON-TRIMESTRE NOT EQUAL NCO-TRIMESTRE
                   OR WS-PES-TOTAL EQUAL 20
                   MOVE "SI" TO WS-FIN-PONDERA
               ELSE
                   ADD 1 TO WS-PES-TOTAL
                   MOVE PON-COMPONENTE
                       TO WS-PES-COMPONENTE (WS-PES-TOTAL)
                   MOVE PON-DESCRIPCION
                       TO WS-PES-DESCRIPCION (WS-PES-TOTAL)
                   MOVE PON-PESO TO WS-PES-PESO (WS-PES-TOTAL)
                   MOVE 0 TO WS-PES-NOTA (WS-PES-TOTAL)
                   MOVE "N" TO WS-PES-HALLADA (WS-PES-TOTAL)
                   ADD PON-PESO TO WS-SUMA-PESOS
               END-IF
           END-READ.
       43-CARGAR-UN-PESO-END.
       EXIT.


      *> UNA NOTA DE UN COMPONENTE QUE YA NO ESTA EN LA PONDERACION
      *> SE INFORMA Y NO CUENTA.
       44-ANOTAR-COMPONENTE.
           MOVE 0 TO WS-POS.
           PERFORM 51-BUSCAR-COMPONENTE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PES-TOTAL.
           IF WS-POS EQUAL 0
               IF WS-PES-TOTAL > 0
                   MOVE NCO-COMPONENTE TO INF-COMPONENTE
                   MOVE "componente sin ponderacion, no cuenta"
                       TO INF-MENSAJE
                   MOVE SPACES TO INF-VALOR
                   PERFORM 49-LINEA-INFORME
               END-IF
           ELSE
               MOVE NCO-NOTA TO WS-PES-NOTA (WS-POS)
               MOVE "S" TO WS-PES-HALLADA (WS-POS)
           END-IF.
       44-ANOTAR-COMPONENTE-END.
       EXIT.


       45-CERRAR-ASIGNATURA.
           MOVE SPACES TO INF-COMPONENTE INF-VALOR.
           EVALUATE TRUE
           WHEN WS-PES-TOTAL EQUAL 0
               MOVE "asignatura sin ponderacion definida"
                   TO INF-MENSAJE
               PERFORM 49-LINEA-INFORME
               ADD 1 TO WS-INCIDENCIAS
           WHEN WS-SUMA-PESOS NOT EQUAL 100
               MOVE "los pesos no suman 100, no se calcula"
                   TO INF-MENSAJE
               MOVE WS-SUMA-PESOS TO WS-PESO-EDIT
               MOVE WS-PESO-EDIT TO INF-VALOR
               PERFORM 49-LINEA-INFORME
               ADD 1 TO WS-INCIDENCIAS
           WHEN OTHER
               MOVE 0 TO WS-FALTAN WS-SUMA-PONDERADA
               PERFORM 46-REVISAR-COMPONENTE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PES-TOTAL
               IF WS-FALTAN > 0
                   MOVE SPACES TO INF-COMPONENTE INF-VALOR
                   MOVE "faltan notas de componente, no se calcula"
                       TO INF-MENSAJE
                   PERFORM 49-LINEA-INFORME
                   ADD 1 TO WS-INCIDENCIAS
               ELSE
                   COMPUTE WS-NOTA-CALCULADA ROUNDED =
                       WS-SUMA-PONDERADA / 100
                   PERFORM 47-ACTUALIZAR-MAESTRO
               END-IF
           END-EVALUATE.
       45-CERRAR-ASIGNATURA-END.
       EXIT.


       46-REVISAR-COMPONENTE.
           IF WS-PES-HALLADA (WS-I) EQUAL "S"
               COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA +
                   WS-PES-PESO (WS-I) * WS-PES-NOTA (WS-I)
           ELSE
               ADD 1 TO WS-FALTAN
               MOVE WS-PES-COMPONENTE (WS-I) TO INF-COMPONENTE
               MOVE SPACES TO INF-VALOR
               MOVE "falta la nota de" TO INF-MENSAJE
               MOVE WS-PES-DESCRIPCION (WS-I) TO INF-MENSAJE (18:15)
               PERFORM 49-LINEA-INFORME
           END-IF.
       46-REVISAR-COMPONENTE-END.
       EXIT.


      *> LA NOTA PONDERADA VA A LA ASIGNATURA DEL MAESTRO POR SU
      *> NOMBRE DE CATALOGO; SI EL ALUMNO AUN NO TIENE REGISTRO DE
      *> ESE TRIMESTRE SE CREA CON EL NOMBRE DE OTRO SUYO, Y SI NO
      *> TIENE LA ASIGNATURA SE ANADE EN EL PRIMER HUECO LIBRE. LA
      *> MEDIA SE RECALCULA COMO EN LA CORRECCION DE ALUMNOS.
       47-ACTUALIZAR-MAESTRO.
           MOVE SPACES TO INF-COMPONENTE INF-VALOR.
           MOVE WS-ACTUAL (7:4) TO ASIG-CODIGO.
           READ ASIGNATURAS-CAT RECORD
           INVALID KEY
               MOVE "asignatura fuera del catalogo" TO INF-MENSAJE
               PERFORM 49-LINEA-INFORME
               ADD 1 TO WS-INCIDENCIAS
               EXIT PARAGRAPH
           END-READ.
           MOVE ASIG-NOMBRE TO WS-ASIG-NOMBRE.
           MOVE WS-ACTUAL (1:5) TO WS-NUMALUMNO-ENTRADA.
           MOVE "N" TO WS-ALUMNO-NUEVO.
           MOVE WS-NUMALUMNO-ENTRADA TO NUMALUMNO.
           MOVE WS-TRIM-ENTRADA TO TRIMESTRE.
           READ ALUMNOS RECORD
           INVALID KEY
               PERFORM 48-CREAR-TRIMESTRE
           END-READ.
           IF WS-ALUMNO-NUEVO EQUAL "X"
               MOVE "expediente inexistente en el maestro"
                   TO INF-MENSAJE
               PERFORM 49-LINEA-INFORME
               ADD 1 TO WS-INCIDENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HUECO.
           PERFORM 52-BUSCAR-ASIGNATURA
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > NUM-ASIGNATURAS.
           IF WS-HUECO EQUAL 0
               IF NUM-ASIGNATURAS < 5
                   ADD 1 TO NUM-ASIGNATURAS
                   MOVE NUM-ASIGNATURAS TO WS-HUECO
                   MOVE WS-ASIG-NOMBRE TO NOMBRE-ASIGNATURA (WS-HUECO)
                   MOVE 0 TO NOTA-ASIGNATURA (WS-HUECO)
               ELSE
                   MOVE "el alumno ya tiene 5 asignaturas"
                       TO INF-MENSAJE
                   PERFORM 49-LINEA-INFORME
                   ADD 1 TO WS-INCIDENCIAS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE NOTA-ASIGNATURA (WS-HUECO) TO WS-NOTA-ANTERIOR.
           MOVE WS-NOTA-CALCULADA TO NOTA-ASIGNATURA (WS-HUECO).
           MOVE 0 TO WS-SUMA-ASIGNATURAS.
           PERFORM 53-SUMAR-ASIGNATURA
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > NUM-ASIGNATURAS.
           COMPUTE NOTA ROUNDED =
               WS-SUMA-ASIGNATURAS / NUM-ASIGNATURAS.
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
           END-IF.
           ADD 1 TO WS-CALCULADAS.
           MOVE "nota de asignatura calculada" TO INF-MENSAJE.
           MOVE WS-NOTA-CALCULADA TO WS-NOTA-EDIT.
           MOVE WS-NOTA-EDIT TO INF-VALOR.
           PERFORM 49-LINEA-INFORME.
           IF WS-NOTA-CALCULADA NOT EQUAL WS-NOTA-ANTERIOR
               OR WS-ALUMNO-NUEVO EQUAL "S"
               PERFORM 50-GRABAR-AUDITORIA
           END-IF.
       47-ACTUALIZAR-MAESTRO-END.
       EXIT.


      *> EL NOMBRE Y APELLIDO SE TOMAN DEL PRIMER REGISTRO DEL
      *> EXPEDIENTE (LA FICHA DE ALTA U OTRO TRIMESTRE). SIN NINGUNO
      *> SE MARCA "X" Y NO SE GRABA NADA.
       48-CREAR-TRIMESTRE.
           MOVE "X" TO WS-ALUMNO-NUEVO.
           MOVE 0 TO TRIMESTRE.
           START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ ALUMNOS NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NUMALUMNO EQUAL WS-NUMALUMNO-ENTRADA
                       MOVE "S" TO WS-ALUMNO-NUEVO
                   END-IF
               END-READ
           END-START.
           IF WS-ALUMNO-NUEVO EQUAL "S"
               MOVE NOMBRE TO WS-NOMBRE-COPIA
               MOVE APELLIDO TO WS-APELLIDO-COPIA
               INITIALIZE ALUMNO
               MOVE WS-NUMALUMNO-ENTRADA TO NUMALUMNO
               MOVE WS-TRIM-ENTRADA TO TRIMESTRE
               MOVE WS-NOMBRE-COPIA TO NOMBRE
               MOVE WS-APELLIDO-COPIA TO APELLIDO
           END-IF.
       48-CREAR-TRIMESTRE-END.
       EXIT.


       49-LINEA-INFORME.
           MOVE WS-ACTUAL (1:5) TO INF-NUMALUMNO.
           MOVE WS-ACTUAL (7:4) TO INF-ASIGNATURA.
           WRITE REG-INFORME FROM WS-LINEA-INFORME.
           DISPLAY WS-LINEA-INFORME.
       49-LINEA-INFORME-END.
       EXIT.


      *> CADA NOTA QUE CAMBIA DEJA SU LINEA EN JNOTAUDIT COMO UNA
      *> CORRECCION DE ALUMNOS, A NOMBRE DE QUIEN LANZA EL CALCULO.
       50-GRABAR-AUDITORIA.
           MOVE WS-PROFESOR TO AUD-OPERADOR.
           MOVE WS-FECHA-AUDIT TO AUD-FECHA.
           MOVE NUMALUMNO TO AUD-NUMALUMNO.
           MOVE TRIMESTRE TO AUD-TRIMESTRE.
           MOVE WS-ASIG-NOMBRE TO AUD-ASIGNATURA.
           MOVE WS-NOTA-ANTERIOR TO AUD-NOTA-ANTES.
           MOVE WS-NOTA-CALCULADA TO AUD-NOTA-DESPUES.
           OPEN EXTEND NOTAUDIT.
           WRITE REG-NOTAUDIT FROM WS-NOTAUDIT-LINEA.
           CLOSE NOTAUDIT.
       50-GRABAR-AUDITORIA-END.
       EXIT.

       51-BUSCAR-COMPONENTE.
           IF WS-PES-COMPONENTE (WS-I) EQUAL NCO-COMPONENTE
               MOVE WS-I TO WS-POS
           END-IF.
       51-BUSCAR-COMPONENTE-END.
       EXIT.


       52-BUSCAR-ASIGNATURA.
           IF NOMBRE-ASIGNATURA (WS-J) EQUAL WS-ASIG-NOMBRE
               MOVE WS-J TO WS-HUECO
           END-IF.
       52-BUSCAR-ASIGNATURA-END.
       EXIT.


       53-SUMAR-ASIGNATURA.
           ADD NOTA-ASIGNATURA (WS-J) TO WS-SUMA-ASIGNATURAS.
       53-SUMAR-ASIGNATURA-END.
       EXIT.

       END PROGRAM ALUMCOMPONE.
