      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comprobacion nocturna de integridad referencial entre
      *          subsistemas: los archivos se apuntan unos a otros y
      *          nadie miraba si los enlaces seguian vivos. La tabla
      *          de reglas JINTEGREGLAS (codigo, archivo hijo, archivo
      *          padre, critica S/N, activa S/N y descripcion; se crea
      *          la primera vez con las reglas de la casa y operaciones
      *          la edita como JPLANLOTE) dice que relaciones se
      *          comprueban:
      *          01 JTITULARES -> JDATOSCUENTA (cuenta cerrada y
      *             pasada a JCERRADAS o inexistente);
      *          02 empidx.dat -> JDATOSCUENTA (cuenta de nomina
      *             inexistente o bloqueada "L"/"B");
      *          03 JALUMCTA -> JDATOSCUENTA (cuenta de cobro del
      *             colegio inexistente o bloqueada);
      *          04 JPROPIEDAD -> pkm.txt (Pokemon que ya no existe);
      *          05 JGRUPOALUM -> Alumnos.txt (alumno borrado);
      *          06 JASIGPROF -> JPROFESORES (profesor dado de baja);
      *          07 JPEDIDOS -> JPROVEEDORES (proveedor que falta).
      *          Cada huerfano sale en JINTEGINF bajo su regla, y el
      *          resumen por regla compara la cuenta con la de la
      *          pasada anterior (JINTEGHIST). Como paso de
      *          BATCHCONTROL termina con error (RETURN-CODE 1) cuando
      *          una regla critica tiene huerfanos, asi la politica
      *          del plan decide si la cadena se para.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL REGLAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINTEGREGLAS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REGLAS.

       SELECT OPTIONAL HISTORICO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINTEGHIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINTEGINF.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       SELECT OPTIONAL CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL TITULARES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTITULARES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS TIT-CLAVE
       FILE STATUS IS WS-FS-TITULARES.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT OPTIONAL ALUMNO-CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JALUMCTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS AC-NUMALUMNO
       FILE STATUS IS WS-FS-ALUMCTA.

       SELECT OPTIONAL PROPIEDAD ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROPIEDAD.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROP-NUMEROPKM
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROPIEDAD.

       SELECT OPTIONAL ARCHIVO-POKEMON
       ASSIGN TO "C:\Users\34636\Documents\COBOL-Crear-archivos\pkm.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NUMEROPKM
       ALTERNATE RECORD KEY IS NOMBREPKM
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POKEMON.

       SELECT OPTIONAL GRUPO-ALUMNO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGRUPOALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GA-NUMALUMNO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOALUM.

       SELECT OPTIONAL ALUMNOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Alumnos.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLAVE-ALUMNO
       ALTERNATE RECORD KEY IS APELLIDO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ALUMNOS.

       SELECT OPTIONAL ASIG-PROFESOR ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JASIGPROF.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS APF-ASIGNATURA
       FILE STATUS IS WS-FS-ASIGPROF.

       SELECT OPTIONAL PROFESORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROFESORES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PROF-ID
       FILE STATUS IS WS-FS-PROFESORES.

       SELECT OPTIONAL PEDIDOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPEDIDOS.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PED-ID
       FILE STATUS IS WS-FS-PEDIDOS.

       SELECT OPTIONAL PROVEEDORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROVEEDORES.t
      -"xt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PROV-CODIGO
       FILE STATUS IS WS-FS-PROVEEDORES.

       DATA DIVISION.
       FILE SECTION.
      *> UNA LINEA POR REGLA: EL CODIGO DICE QUE COMPROBACION SE HACE
      *> (01 A 20); HIJO Y PADRE SON LOS NOMBRES QUE SALEN EN EL
      *> INFORME. UNA REGLA CRITICA CON HUERFANOS HACE FALLAR EL PASO.
       FD REGLAS
       RECORD CONTAINS 73 CHARACTERS.
       01 REG-REGLA.
           05 RGL-CODIGO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 RGL-CRITICA PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 RGL-ACTIVA PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 RGL-HIJO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 RGL-PADRE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 RGL-DESCRIPCION PIC X(40).

      *> HUERFANOS POR CODIGO DE REGLA DE LA ULTIMA PASADA Y DE LA
      *> ANTERIOR A ELLA: UNA REPETICION EN EL MISMO DIA SE SIGUE
      *> COMPARANDO CON LA NOCHE ANTERIOR.
       FD HISTORICO
       RECORD CONTAINS 296 CHARACTERS.
       01 REG-HISTORICO.
           05 HIS-FECHA PIC 9(8).
           05 HIS-HUERFANOS PIC 9(7) OCCURS 20 TIMES.
           05 HIS-FECHA-ANT PIC 9(8).
           05 HIS-HUERFANOS-ANT PIC 9(7) OCCURS 20 TIMES.

       FD INFORME
       RECORD CONTAINS 100 CHARACTERS.
       01 REG-INFORME PIC X(100).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD TITULARES.
           01 DATOS-TITULAR.
               05 TIT-CLAVE.
                   10 TIT-CUENTA PIC X(10).
                   10 TIT-CLIENTE PIC X(6).
               05 TIT-ROL PIC X(1).

       FD EMPLEADOS-ARCHIVO.
           01 EMPLEADOS-REGISTRO.
               05 EMPLEADOS-ID PIC X(6).
               05 EMPLEADOS-NOMBRE PIC X(25).
               05 EMPLEADOS-APELLIDOS PIC X(35).
               05 EMPLEADOS-FECHA-NACIMIENTO PIC 9(8).
               05 EMPLEADOS-TELEFONO PIC X(9).
               05 EMPLEADOS-DIRECCION PIC X(35).
               05 EMPLEADOS-EXPERIENCIA PIC 9(2).
               05 EMPLEADOS-CUENTA-BANCO PIC X(10).
               05 EMPLEADOS-DEPTO PIC X(3).

       FD ALUMNO-CUENTA.
           01 REG-ALUMNO-CUENTA.
               05 AC-NUMALUMNO PIC 9(5).
               05 AC-CUENTA PIC X(10).

       FD PROPIEDAD.
           01 DATOS-PROPIEDAD.
               05 PROP-NUMEROPKM PIC 9(3).
               05 PROP-ENTRENADOR PIC X(4).

       FD ARCHIVO-POKEMON.
          01 POKEMONS.
               07 NUMEROPKM PIC 9(3).
               07 NOMBREPKM PIC X(10).
               07 TIPO-PKM PIC X(20).
               07 PKM-PS PIC 9(3).
               07 PKM-ATAQUE PIC 9(3).
               07 PKM-DEFENSA PIC 9(3).
               07 PKM-VELOCIDAD PIC 9(3).
               07 PKM-NIVEL PIC 9(3).
               07 PKM-EVOLUCIONA-A PIC 9(3).

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

       FD ASIG-PROFESOR.
           01 DATOS-ASIG-PROFESOR.
               05 APF-ASIGNATURA PIC X(4).
               05 APF-PROFESOR PIC X(4).
               05 APF-CURSO PIC X(6).

       FD PROFESORES.
           01 DATOS-PROFESOR.
               05 PROF-ID PIC X(4).
               05 PROF-NOMBRE PIC X(15).
               05 PROF-CLAVE PIC X(4).

       FD PEDIDOS.
           01 REG-PEDIDO.
               05 PED-ID PIC 9(4).
               05 PED-FIGURA PIC 9(10).
               05 PED-PROVEEDOR PIC X(4).
               05 PED-CANTIDAD PIC 9(5).
               05 PED-PRECIO PIC 9(5)V99.
               05 PED-FECHA PIC 9(8).
               05 PED-ESTADO PIC X(1).

       FD PROVEEDORES.
           01 REG-PROVEEDOR.
               05 PROV-CODIGO PIC X(4).
               05 PROV-NOMBRE PIC X(20).
               05 PROV-CONDICIONES PIC X(20).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JINTEGINF".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "INTEGRIDAD".

       77 WS-FS-REGLAS PIC 99.
       77 WS-FS-HISTORICO PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-TITULARES PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-ALUMCTA PIC 99.
       77 WS-FS-PROPIEDAD PIC 99.
       77 WS-FS-POKEMON PIC 99.
       77 WS-FS-GRUPOALUM PIC 99.
       77 WS-FS-ALUMNOS PIC 99.
       77 WS-FS-ASIGPROF PIC 99.
       77 WS-FS-PROFESORES PIC 99.
       77 WS-FS-PEDIDOS PIC 99.
       77 WS-FS-PROVEEDORES PIC 99.
       77 WS-FIN-REGLAS PIC X(3).
       77 WS-FIN-HIJO PIC X(3).
       77 WS-I PIC 9(2).
       77 WS-REGLA PIC 9(2).
       77 WS-NUM-REGLAS PIC 9(2) VALUE 0.
       77 WS-COMPROBADA PIC X(1).
       77 WS-EXISTE PIC X(1).
       77 WS-HUERFANOS-REGLA PIC 9(7).
       77 WS-TOTAL-HUERFANOS PIC 9(7) VALUE 0.
       77 WS-CRITICAS-ROTAS PIC 9(2) VALUE 0.
       77 WS-FECHA-BASE PIC 9(8) VALUE 0.
       77 WS-FECHA PIC X(21).
       77 WS-CLAVE-HIJO PIC X(16).
       77 WS-REFERENCIA PIC X(10).
       77 WS-MOTIVO PIC X(40).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "INTEGRIDAD".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-CTRL-ESCRITOS PIC 9(5) VALUE 0.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> REGLAS CARGADAS DE JINTEGREGLAS CON EL RESULTADO DE LA
      *> PASADA ("N" EN COMPROBADA: INACTIVA, SIN COMPROBACION
      *> PROGRAMADA PARA SU CODIGO O SIN ARCHIVO PADRE).
       01 WS-TABLA-REGLAS.
           05 TAB-REGLA OCCURS 20 TIMES.
               10 TAB-CODIGO PIC 9(2).
               10 TAB-CRITICA PIC X(1).
               10 TAB-ACTIVA PIC X(1).
               10 TAB-HIJO PIC X(12).
               10 TAB-PADRE PIC X(12).
               10 TAB-DESCRIPCION PIC X(40).
               10 TAB-COMPROBADA PIC X(1).
               10 TAB-HUERFANOS PIC 9(7).

      *> HUERFANOS POR CODIGO DE REGLA: LOS DE HOY Y LOS DE LA PASADA
      *> CON LA QUE SE COMPARA.
       01 WS-HUERFANOS-HOY.
           05 WS-HOY-REGLA PIC 9(7) OCCURS 20 TIMES.
       01 WS-HUERFANOS-BASE.
           05 WS-BASE-REGLA PIC 9(7) OCCURS 20 TIMES.

       01 WS-CABECERA.
           05 FILLER PIC X(42) VALUE
               "INTEGRIDAD REFERENCIAL ENTRE SUBSISTEMAS  ".
           05 CAB-FECHA PIC X(21).
           05 FILLER PIC X(13) VALUE "  ANTERIOR: ".
           05 CAB-FECHA-BASE PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-LINEA-REGLA.
           05 FILLER PIC X(6) VALUE "REGLA ".
           05 LRG-CODIGO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 LRG-HIJO PIC X(12).
           05 FILLER PIC X(4) VALUE " -> ".
           05 LRG-PADRE PIC X(12).
           05 FILLER PIC X(2) VALUE ": ".
           05 LRG-DESCRIPCION PIC X(40).
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-LINEA-HUERFANO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LHU-CODIGO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 LHU-CLAVE PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 LHU-REFERENCIA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LHU-MOTIVO PIC X(40).
           05 FILLER PIC X(26) VALUE SPACES.

       01 WS-LINEA-RESUMEN.
           05 LRS-CODIGO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 LRS-HIJO PIC X(12).
           05 FILLER PIC X(4) VALUE " -> ".
           05 LRS-PADRE PIC X(12).
           05 FILLER PIC X(7) VALUE " CRIT: ".
           05 LRS-CRITICA PIC X(1).
           05 FILLER PIC X(6) VALUE " HOY: ".
           05 LRS-HOY PIC Z(6)9.
           05 FILLER PIC X(7) VALUE " ANT.: ".
           05 LRS-ANTERIOR PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 LRS-DIFERENCIA PIC +(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 LRS-ESTADO PIC X(13).
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-DIFERENCIA PIC S9(7).

       PROCEDURE DIVISION.
       00-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           PERFORM 05-CARGAR-REGLAS.
           IF WS-NUM-REGLAS EQUAL ZERO
               DISPLAY "La tabla de reglas JINTEGREGLAS esta vacia:"
               " nada que comprobar."
               GOBACK
           END-IF.
           PERFORM 08-CARGAR-HISTORICO.
           OPEN OUTPUT INFORME.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-FECHA TO CAB-FECHA.
           MOVE WS-FECHA-BASE TO CAB-FECHA-BASE.
           WRITE REG-INFORME FROM WS-CABECERA.
           PERFORM 10-COMPROBAR-REGLA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-REGLAS.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "RESUMEN POR REGLA" TO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM 60-RESUMEN-REGLA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-REGLAS.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           PERFORM 70-GRABAR-HISTORICO.
           PERFORM 80-RESUMEN.
       GOBACK.
       00-INICIO-END.
       EXIT.


      *> CARGA LA TABLA DE REGLAS; LA PRIMERA VEZ SE CREA CON LAS
      *> RELACIONES CONOCIDAS PARA QUE OPERACIONES LA EDITE.
       05-CARGAR-REGLAS.
           OPEN INPUT REGLAS.
           IF WS-FS-REGLAS NOT EQUAL "00"
               CLOSE REGLAS
               PERFORM 06-GRABAR-REGLAS-DEFECTO
               OPEN INPUT REGLAS
           END-IF.
           MOVE "NO" TO WS-FIN-REGLAS.
           PERFORM 07-LEER-REGLA UNTIL WS-FIN-REGLAS EQUAL "SI".
           CLOSE REGLAS.
       05-CARGAR-REGLAS-END.
       EXIT.


       06-GRABAR-REGLAS-DEFECTO.
           OPEN OUTPUT REGLAS.
           MOVE SPACES TO REG-REGLA.
           MOVE "S" TO RGL-ACTIVA.
           MOVE 1 TO RGL-CODIGO.
           MOVE "S" TO RGL-CRITICA.
           MOVE "JTITULARES" TO RGL-HIJO.
           MOVE "JDATOSCUENTA" TO RGL-PADRE.
           MOVE "Titular de una cuenta cerrada o que falta"
               TO RGL-DESCRIPCION.
           WRITE REG-REGLA.
           MOVE 2 TO RGL-CODIGO.
           MOVE "S" TO RGL-CRITICA.
           MOVE "empidx.dat" TO RGL-HIJO.
           MOVE "Cuenta de nomina cerrada o bloqueada"
               TO RGL-DESCRIPCION.
           WRITE REG-REGLA.
           MOVE 3 TO RGL-CODIGO.
           MOVE "N" TO RGL-CRITICA.
           MOVE "JALUMCTA" TO RGL-HIJO.
           MOVE "Cuenta de cobro del colegio mal" TO RGL-DESCRIPCION.
           WRITE REG-REGLA.
           MOVE 4 TO RGL-CODIGO.
           MOVE "JPROPIEDAD" TO RGL-HIJO.
           MOVE "pkm.txt" TO RGL-PADRE.
           MOVE "Pokemon que ya no esta en la pokedex"
               TO RGL-DESCRIPCION.
           WRITE REG-REGLA.
           MOVE 5 TO RGL-CODIGO.
           MOVE "JGRUPOALUM" TO RGL-HIJO.
           MOVE "Alumnos.txt" TO RGL-PADRE.
           MOVE "Alumno de un grupo que ya no existe"
               TO RGL-DESCRIPCION.
           WRITE REG-REGLA.
           MOVE 6 TO RGL-CODIGO.
           MOVE "JASIGPROF" TO RGL-HIJO.
           MOVE "JPROFESORES" TO RGL-PADRE.
           MOVE "Asignatura de un profesor dado de baja"
               TO RGL-DESCRIPCION.
           WRITE REG-REGLA.
           MOVE 7 TO RGL-CODIGO.
           MOVE "JPEDIDOS" TO RGL-HIJO.
           MOVE "JPROVEEDORES" TO RGL-PADRE.
           MOVE "Pedido de un proveedor que falta" TO RGL-DESCRIPCION.
           WRITE REG-REGLA.
           CLOSE REGLAS.
           DISPLAY "Tabla de reglas JINTEGREGLAS creada con las"
           " reglas de la casa."
       06-GRABAR-REGLAS-DEFECTO-END.
       EXIT.


       07-LEER-REGLA.
           READ REGLAS
           AT END
               MOVE "SI" TO WS-FIN-REGLAS
           NOT AT END
               EVALUATE TRUE
               WHEN RGL-CODIGO IS NOT NUMERIC
               OR RGL-CODIGO < 1 OR RGL-CODIGO > 20
                   DISPLAY "Regla con codigo no valido, se ignora: "
                   RGL-CODIGO
               WHEN WS-NUM-REGLAS >= 20
                   DISPLAY "ERROR: mas de 20 reglas; ampliar"
                   " INTEGRIDAD."
                   MOVE "SI" TO WS-FIN-REGLAS
               WHEN OTHER
                   ADD 1 TO WS-NUM-REGLAS
                   MOVE RGL-CODIGO TO TAB-CODIGO (WS-NUM-REGLAS)
                   MOVE RGL-CRITICA TO TAB-CRITICA (WS-NUM-REGLAS)
                   MOVE RGL-ACTIVA TO TAB-ACTIVA (WS-NUM-REGLAS)
                   MOVE RGL-HIJO TO TAB-HIJO (WS-NUM-REGLAS)
                   MOVE RGL-PADRE TO TAB-PADRE (WS-NUM-REGLAS)
                   MOVE RGL-DESCRIPCION TO
                       TAB-DESCRIPCION (WS-NUM-REGLAS)
                   MOVE "N" TO TAB-COMPROBADA (WS-NUM-REGLAS)
                   MOVE ZERO TO TAB-HUERFANOS (WS-NUM-REGLAS)
               END-EVALUATE
           END-READ.
       07-LEER-REGLA-END.
       EXIT.


      *> LA BASE DE COMPARACION ES LA ULTIMA PASADA DE OTRO DIA: SI
      *> HOY YA SE PASO, SE COMPARA CON LA QUE ESA PASADA TENIA.
       08-CARGAR-HISTORICO.
           INITIALIZE WS-HUERFANOS-BASE.
           INITIALIZE WS-HUERFANOS-HOY.
           OPEN INPUT HISTORICO.
           IF WS-FS-HISTORICO EQUAL "00"
               READ HISTORICO
               AT END
                   CONTINUE
               NOT AT END
                   IF HIS-FECHA EQUAL WS-HOY-NUM
                       MOVE HIS-FECHA-ANT TO WS-FECHA-BASE
                       PERFORM 09-BASE-ANTERIOR
                           VARYING WS-REGLA FROM 1 BY 1
                           UNTIL WS-REGLA > 20
                   ELSE
                       MOVE HIS-FECHA TO WS-FECHA-BASE
                       PERFORM 09-BASE-ULTIMA
                           VARYING WS-REGLA FROM 1 BY 1
                           UNTIL WS-REGLA > 20
                   END-IF
               END-READ
           END-IF.
           CLOSE HISTORICO.
           MOVE WS-HUERFANOS-BASE TO WS-HUERFANOS-HOY.
       08-CARGAR-HISTORICO-END.
       EXIT.


       09-BASE-ANTERIOR.
           MOVE HIS-HUERFANOS-ANT (WS-REGLA) TO
               WS-BASE-REGLA (WS-REGLA).
       09-BASE-ANTERIOR-END.
       EXIT.


       09-BASE-ULTIMA.
           MOVE HIS-HUERFANOS (WS-REGLA) TO WS-BASE-REGLA (WS-REGLA).
       09-BASE-ULTIMA-END.
       EXIT.


      *> CADA CODIGO DE REGLA TIENE SU COMPROBACION. UNA REGLA QUE NO
      *> SE PUEDE COMPROBAR CONSERVA EN EL HISTORICO LA CUENTA BASE.
       10-COMPROBAR-REGLA.
           MOVE TAB-CODIGO (WS-I) TO WS-REGLA.
           MOVE ZERO TO WS-HUERFANOS-REGLA.
           IF TAB-ACTIVA (WS-I) NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-COMPROBADA.
           MOVE WS-REGLA TO LRG-CODIGO.
           MOVE TAB-HIJO (WS-I) TO LRG-HIJO.
           MOVE TAB-PADRE (WS-I) TO LRG-PADRE.
           MOVE TAB-DESCRIPCION (WS-I) TO LRG-DESCRIPCION.
           WRITE REG-INFORME FROM WS-LINEA-REGLA.
           EVALUATE WS-REGLA
           WHEN 1
               PERFORM 21-TITULARES
           WHEN 2
               PERFORM 22-EMPLEADOS
           WHEN 3
               PERFORM 23-ALUMNO-CUENTA
           WHEN 4
               PERFORM 24-PROPIEDAD
           WHEN 5
               PERFORM 25-GRUPO-ALUMNO
           WHEN 6
               PERFORM 26-ASIG-PROFESOR
           WHEN 7
               PERFORM 27-PEDIDOS
           WHEN OTHER
               MOVE "N" TO WS-COMPROBADA
               MOVE "   Regla sin comprobacion programada." TO
                   REG-INFORME
               WRITE REG-INFORME
           END-EVALUATE.
           MOVE WS-COMPROBADA TO TAB-COMPROBADA (WS-I).
           IF WS-COMPROBADA EQUAL "S"
               MOVE WS-HUERFANOS-REGLA TO TAB-HUERFANOS (WS-I)
               MOVE WS-HUERFANOS-REGLA TO WS-HOY-REGLA (WS-REGLA)
               ADD WS-HUERFANOS-REGLA TO WS-TOTAL-HUERFANOS
               IF TAB-CRITICA (WS-I) EQUAL "S"
               AND WS-HUERFANOS-REGLA > ZERO
                   ADD 1 TO WS-CRITICAS-ROTAS
               END-IF
           END-IF.
       10-COMPROBAR-REGLA-END.
       EXIT.


      *> SIN EL ARCHIVO PADRE NO SE PUEDE DECIR QUE HIJO ESTA
      *> HUERFANO: LA REGLA QUEDA SIN COMPROBAR.
       15-SIN-PADRE.
           MOVE "N" TO WS-COMPROBADA.
           MOVE "   Archivo padre no disponible: sin comprobar." TO
               REG-INFORME.
           WRITE REG-INFORME.
       15-SIN-PADRE-END.
       EXIT.


       21-TITULARES.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               PERFORM 15-SIN-PADRE
           ELSE
               OPEN INPUT TITULARES
               MOVE "NO" TO WS-FIN-HIJO
               PERFORM 21-LEER-TITULAR UNTIL WS-FIN-HIJO EQUAL "SI"
               CLOSE TITULARES
           END-IF.
           CLOSE CUENTA.
       21-TITULARES-END.
       EXIT.


       21-LEER-TITULAR.
           READ TITULARES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HIJO
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE TIT-CUENTA TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   MOVE TIT-CLAVE TO WS-CLAVE-HIJO
                   MOVE TIT-CUENTA TO WS-REFERENCIA
                   MOVE "Cuenta cerrada (JCERRADAS) o inexistente"
                       TO WS-MOTIVO
                   PERFORM 50-ANOTAR-HUERFANO
               END-READ
           END-READ.
       21-LEER-TITULAR-END.
       EXIT.


       22-EMPLEADOS.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               PERFORM 15-SIN-PADRE
           ELSE
               OPEN INPUT EMPLEADOS-ARCHIVO
               MOVE "NO" TO WS-FIN-HIJO
               PERFORM 22-LEER-EMPLEADO UNTIL WS-FIN-HIJO EQUAL "SI"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.
           CLOSE CUENTA.
       22-EMPLEADOS-END.
       EXIT.


       22-LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HIJO
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF EMPLEADOS-CUENTA-BANCO NOT EQUAL SPACES
                   MOVE EMPLEADOS-ID TO WS-CLAVE-HIJO
                   MOVE EMPLEADOS-CUENTA-BANCO TO WS-REFERENCIA
                   PERFORM 40-VALIDAR-CUENTA
               END-IF
           END-READ.
       22-LEER-EMPLEADO-END.
       EXIT.


       23-ALUMNO-CUENTA.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               PERFORM 15-SIN-PADRE
           ELSE
               OPEN INPUT ALUMNO-CUENTA
               MOVE "NO" TO WS-FIN-HIJO
               PERFORM 23-LEER-ALUMNO-CUENTA
                   UNTIL WS-FIN-HIJO EQUAL "SI"
               CLOSE ALUMNO-CUENTA
           END-IF.
           CLOSE CUENTA.
       23-ALUMNO-CUENTA-END.
       EXIT.


       23-LEER-ALUMNO-CUENTA.
           READ ALUMNO-CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HIJO
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE AC-NUMALUMNO TO WS-CLAVE-HIJO
               MOVE AC-CUENTA TO WS-REFERENCIA
               PERFORM 40-VALIDAR-CUENTA
           END-READ.
       23-LEER-ALUMNO-CUENTA-END.
       EXIT.


       24-PROPIEDAD.
           OPEN INPUT ARCHIVO-POKEMON.
           IF WS-FS-POKEMON NOT EQUAL "00"
               PERFORM 15-SIN-PADRE
           ELSE
               OPEN INPUT PROPIEDAD
               MOVE "NO" TO WS-FIN-HIJO
               PERFORM 24-LEER-PROPIEDAD UNTIL WS-FIN-HIJO EQUAL "SI"
               CLOSE PROPIEDAD
           END-IF.
           CLOSE ARCHIVO-POKEMON.
       24-PROPIEDAD-END.
       EXIT.


       24-LEER-PROPIEDAD.
           READ PROPIEDAD NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HIJO
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE PROP-NUMEROPKM TO NUMEROPKM
               READ ARCHIVO-POKEMON RECORD
               INVALID KEY
                   MOVE DATOS-PROPIEDAD TO WS-CLAVE-HIJO
                   MOVE PROP-NUMEROPKM TO WS-REFERENCIA
                   MOVE "Pokemon que no esta en pkm.txt" TO WS-MOTIVO
                   PERFORM 50-ANOTAR-HUERFANO
               END-READ
           END-READ.
       24-LEER-PROPIEDAD-END.
       EXIT.


      *> ALUMNOS.TXT TIENE UN REGISTRO POR ALUMNO Y TRIMESTRE: EL
      *> ALUMNO EXISTE SI HAY ALGUNO CON SU EXPEDIENTE.
       25-GRUPO-ALUMNO.
           OPEN INPUT ALUMNOS.
           IF WS-FS-ALUMNOS NOT EQUAL "00"
               PERFORM 15-SIN-PADRE
           ELSE
               OPEN INPUT GRUPO-ALUMNO
               MOVE "NO" TO WS-FIN-HIJO
               PERFORM 25-LEER-GRUPO-ALUMNO
                   UNTIL WS-FIN-HIJO EQUAL "SI"
               CLOSE GRUPO-ALUMNO
           END-IF.
           CLOSE ALUMNOS.
       25-GRUPO-ALUMNO-END.
       EXIT.


       25-LEER-GRUPO-ALUMNO.
           READ GRUPO-ALUMNO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HIJO
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE GA-NUMALUMNO TO NUMALUMNO
               MOVE ZERO TO TRIMESTRE
               MOVE "N" TO WS-EXISTE
               START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUMNOS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NUMALUMNO EQUAL GA-NUMALUMNO
                           MOVE "S" TO WS-EXISTE
                       END-IF
                   END-READ
               END-START
               IF WS-EXISTE NOT EQUAL "S"
                   MOVE REG-GRUPO-ALUMNO TO WS-CLAVE-HIJO
                   MOVE GA-NUMALUMNO TO WS-REFERENCIA
                   MOVE "Expediente que no esta en Alumnos.txt"
                       TO WS-MOTIVO
                   PERFORM 50-ANOTAR-HUERFANO
               END-IF
           END-READ.
       25-LEER-GRUPO-ALUMNO-END.
       EXIT.


       26-ASIG-PROFESOR.
           OPEN INPUT PROFESORES.
           IF WS-FS-PROFESORES NOT EQUAL "00"
               PERFORM 15-SIN-PADRE
           ELSE
               OPEN INPUT ASIG-PROFESOR
               MOVE "NO" TO WS-FIN-HIJO
               PERFORM 26-LEER-ASIG-PROFESOR
                   UNTIL WS-FIN-HIJO EQUAL "SI"
               CLOSE ASIG-PROFESOR
           END-IF.
           CLOSE PROFESORES.
       26-ASIG-PROFESOR-END.
       EXIT.


       26-LEER-ASIG-PROFESOR.
           READ ASIG-PROFESOR NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HIJO
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF APF-PROFESOR NOT EQUAL SPACES
                   MOVE APF-PROFESOR TO PROF-ID
                   READ PROFESORES RECORD
                   INVALID KEY
                       MOVE APF-ASIGNATURA TO WS-CLAVE-HIJO
                       MOVE APF-PROFESOR TO WS-REFERENCIA
                       MOVE "Profesor que no esta en JPROFESORES"
                           TO WS-MOTIVO
                       PERFORM 50-ANOTAR-HUERFANO
                   END-READ
               END-IF
           END-READ.
       26-LEER-ASIG-PROFESOR-END.
       EXIT.


       27-PEDIDOS.
           OPEN INPUT PROVEEDORES.
           IF WS-FS-PROVEEDORES NOT EQUAL "00"
               PERFORM 15-SIN-PADRE
           ELSE
               OPEN INPUT PEDIDOS
               MOVE "NO" TO WS-FIN-HIJO
               PERFORM 27-LEER-PEDIDO UNTIL WS-FIN-HIJO EQUAL "SI"
               CLOSE PEDIDOS
           END-IF.
           CLOSE PROVEEDORES.
       27-PEDIDOS-END.
       EXIT.


       27-LEER-PEDIDO.
           READ PEDIDOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HIJO
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE PED-PROVEEDOR TO PROV-CODIGO
               READ PROVEEDORES RECORD
               INVALID KEY
                   MOVE PED-ID TO WS-CLAVE-HIJO
                   MOVE PED-PROVEEDOR TO WS-REFERENCIA
                   MOVE "Proveedor que no esta en JPROVEEDORES"
                       TO WS-MOTIVO
                   PERFORM 50-ANOTAR-HUERFANO
               END-READ
           END-READ.
       27-LEER-PEDIDO-END.
       EXIT.


      *> LA CUENTA A LA QUE APUNTA OTRO SUBSISTEMA TIENE QUE SEGUIR EN
      *> JDATOSCUENTA Y SIN BLOQUEAR (MISMO CRITERIO QUE NOMINAVALIDA).
       40-VALIDAR-CUENTA.
           MOVE WS-REFERENCIA TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               MOVE "Cuenta cerrada (JCERRADAS) o inexistente"
                   TO WS-MOTIVO
               PERFORM 50-ANOTAR-HUERFANO
           NOT INVALID KEY
               IF ESTADO EQUAL "L" OR ESTADO EQUAL "B"
                   MOVE "Cuenta bloqueada (ESTADO L o B)" TO WS-MOTIVO
                   PERFORM 50-ANOTAR-HUERFANO
               END-IF
           END-READ.
       40-VALIDAR-CUENTA-END.
       EXIT.


       50-ANOTAR-HUERFANO.
           MOVE WS-REGLA TO LHU-CODIGO.
           MOVE WS-CLAVE-HIJO TO LHU-CLAVE.
           MOVE WS-REFERENCIA TO LHU-REFERENCIA.
           MOVE WS-MOTIVO TO LHU-MOTIVO.
           WRITE REG-INFORME FROM WS-LINEA-HUERFANO.
           ADD 1 TO WS-HUERFANOS-REGLA.
       50-ANOTAR-HUERFANO-END.
       EXIT.


       60-RESUMEN-REGLA.
           MOVE TAB-CODIGO (WS-I) TO WS-REGLA.
           MOVE WS-REGLA TO LRS-CODIGO.
           MOVE TAB-HIJO (WS-I) TO LRS-HIJO.
           MOVE TAB-PADRE (WS-I) TO LRS-PADRE.
           MOVE TAB-CRITICA (WS-I) TO LRS-CRITICA.
           MOVE TAB-HUERFANOS (WS-I) TO LRS-HOY.
           MOVE WS-BASE-REGLA (WS-REGLA) TO LRS-ANTERIOR.
           COMPUTE WS-DIFERENCIA = TAB-HUERFANOS (WS-I)
               - WS-BASE-REGLA (WS-REGLA).
           MOVE WS-DIFERENCIA TO LRS-DIFERENCIA.
           EVALUATE TRUE
           WHEN TAB-ACTIVA (WS-I) NOT EQUAL "S"
               MOVE "INACTIVA" TO LRS-ESTADO
               MOVE ZERO TO LRS-DIFERENCIA
           WHEN TAB-COMPROBADA (WS-I) NOT EQUAL "S"
               MOVE "SIN COMPROBAR" TO LRS-ESTADO
               MOVE ZERO TO LRS-DIFERENCIA
           WHEN TAB-HUERFANOS (WS-I) EQUAL ZERO
               MOVE "CORRECTA" TO LRS-ESTADO
           WHEN OTHER
               MOVE "HUERFANOS" TO LRS-ESTADO
           END-EVALUATE.
           WRITE REG-INFORME FROM WS-LINEA-RESUMEN.
           DISPLAY WS-LINEA-RESUMEN.
       60-RESUMEN-REGLA-END.
       EXIT.


       70-GRABAR-HISTORICO.
           MOVE WS-HOY-NUM TO HIS-FECHA.
           MOVE WS-FECHA-BASE TO HIS-FECHA-ANT.
           PERFORM 71-PASAR-CUENTAS
               VARYING WS-REGLA FROM 1 BY 1 UNTIL WS-REGLA > 20.
           OPEN OUTPUT HISTORICO.
           WRITE REG-HISTORICO.
           CLOSE HISTORICO.
       70-GRABAR-HISTORICO-END.
       EXIT.


       71-PASAR-CUENTAS.
           MOVE WS-HOY-REGLA (WS-REGLA) TO HIS-HUERFANOS (WS-REGLA).
           MOVE WS-BASE-REGLA (WS-REGLA) TO
               HIS-HUERFANOS-ANT (WS-REGLA).
       71-PASAR-CUENTAS-END.
       EXIT.


       80-RESUMEN.
           DISPLAY "Huerfanos encontrados: " WS-TOTAL-HUERFANOS.
           DISPLAY "Detalle en JINTEGINF.txt".
           MOVE WS-TOTAL-HUERFANOS TO WS-CTRL-ESCRITOS.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CTRL-ESCRITOS.
           IF WS-CRITICAS-ROTAS > ZERO
               DISPLAY "Reglas criticas con huerfanos: "
               WS-CRITICAS-ROTAS " (el paso termina con error)."
               MOVE 1 TO RETURN-CODE
           END-IF.
       80-RESUMEN-END.
       EXIT.

       END PROGRAM INTEGRIDAD.
