      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro unico de operadores (JOPERADORES) contra el
      *          que firman todos los programas interactivos a traves
      *          del servicio OPERFIRMA: codigo, nombre, empleado de
      *          EMPIDX al que pertenece, estado ("A" activo, "B"
      *          baja), clave con su caducidad, ultima firma y un
      *          rol por subsistema (banco "S" supervisor / "C"
      *          cajero, colegio "D" direccion / "P" profesor,
      *          nomina y personal "S" supervisor / "U" usuario,
      *          piezas "S" supervisor / "U" usuario; en blanco sin
      *          acceso). Una clave nueva o restablecida nace
      *          caducada, asi el operador la cambia en su primera
      *          firma. Trae una sola vez los cajeros (JCAJEROS) y
      *          profesores (JPROFESORES) que ya existian y emite la
      *          recertificacion trimestral de accesos para
      *          seguridad: quien puede hacer que en cada
      *          subsistema, con las altas sin uso en el trimestre y
      *          los empleados que ya no existen. Solo lo usa un
      *          supervisor de personal; con el maestro vacio deja
      *          entrar para dar de alta al primero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADORMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERADORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOPERADORES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS OPE-ID
       FILE STATUS IS WS-FS-OPERADORES.

       SELECT OPTIONAL CAJEROS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJEROS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CAJERO-ID
       FILE STATUS IS WS-FS-CAJEROS.

       SELECT OPTIONAL VINCULOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJVINC.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS VIN-CAJERO
       FILE STATUS IS WS-FS-VINCULOS.

       SELECT OPTIONAL PROFESORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROFESORES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PROF-ID
       FILE STATUS IS WS-FS-PROFESORES.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO WS-RUTA-EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\OperRecert.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
           01 DATOS-OPERADOR.
               05 OPE-ID PIC X(4).
               05 OPE-NOMBRE PIC X(20).
               05 OPE-EMPLEADO PIC X(6).
               05 OPE-ESTADO PIC X(1).
               05 OPE-CLAVE PIC X(8).
               05 OPE-CADUCIDAD PIC 9(8).
               05 OPE-ULTIMA-FIRMA PIC 9(8).
               05 OPE-ULTIMA-HORA PIC 9(6).
               05 OPE-ROLES.
                   10 OPE-ROL-BANCO PIC X(1).
                   10 OPE-ROL-COLEGIO PIC X(1).
                   10 OPE-ROL-NOMINA PIC X(1).
                   10 OPE-ROL-PIEZAS PIC X(1).
               05 OPE-ROLES-TABLA REDEFINES OPE-ROLES.
                   10 OPE-ROL PIC X(1) OCCURS 4 TIMES.
               05 OPE-FECHA-BAJA PIC 9(8).

       FD CAJEROS.
           01 DATOS-CAJERO.
               05 CAJERO-ID PIC X(4).
               05 CAJERO-NOMBRE PIC X(15).
               05 CAJERO-CLAVE PIC X(4).
               05 CAJERO-ROL PIC X(1).
               05 CAJERO-OFICINA PIC X(4).

       FD VINCULOS.
           01 DATOS-VINCULO.
               05 VIN-CAJERO PIC X(4).
               05 VIN-EMPLEADO PIC X(6).
               05 VIN-CLIENTE PIC X(6).
               05 VIN-FAMILIAR OCCURS 5 TIMES.
                   10 VIN-FAM-CLIENTE PIC X(6).
                   10 VIN-FAM-PARENTESCO PIC X(10).

       FD PROFESORES.
           01 DATOS-PROFESOR.
               05 PROF-ID PIC X(4).
               05 PROF-NOMBRE PIC X(15).
               05 PROF-CLAVE PIC X(4).

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

       FD INFORME
       RECORD CONTAINS 132 CHARACTERS.
       01 REG-INFORME PIC X(132).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "OperRecert".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "OPERADORMANT".

       77 WS-FS-OPERADORES PIC 99.
       77 WS-FS-CAJEROS PIC 99.
       77 WS-FS-VINCULOS PIC 99.
       77 WS-FS-PROFESORES PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-OPERADORES PIC X(3) VALUE "NO".
       77 WS-FIN-ORIGEN PIC X(3) VALUE "NO".
       77 WS-MAESTRO-VACIO PIC X(1).
       77 WS-ROLES-VALIDOS PIC X(1).
       77 WS-EMPLEADO-VALIDO PIC X(1).
       77 WS-EMPLEADOS-ABIERTO PIC X(1).
       77 WS-I PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 WS-IMPORTADOS PIC 9(4).
       77 WS-ACTUALIZADOS PIC 9(4).
       77 WS-RECHAZADOS PIC 9(4).
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-EMPLEADOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat".

      *> FIRMA DE QUIEN MANTIENE EL MAESTRO.
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

      *> PERIODO DE LA RECERTIFICACION.
       77 WS-ANIO PIC 9(4).
       77 WS-TRIMESTRE PIC 9(1).
       77 WS-INICIO-TRIMESTRE PIC 9(8).
       77 WS-MES-INICIO PIC 9(2).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).
       01 WS-HOY-DESGLOSE REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO PIC 9(4).
           05 WS-HOY-MES PIC 9(2).
           05 FILLER PIC X(15).

      *> ROLES PERMITIDOS EN CADA SUBSISTEMA (BANCO, COLEGIO,
      *> NOMINA Y PERSONAL, PIEZAS).
       01 WS-ROLES-PERMITIDOS.
           05 FILLER PIC X(2) VALUE "SC".
           05 FILLER PIC X(2) VALUE "DP".
           05 FILLER PIC X(2) VALUE "SU".
           05 FILLER PIC X(2) VALUE "SU".
       01 FILLER REDEFINES WS-ROLES-PERMITIDOS.
           05 WS-PERMITIDO OCCURS 4 TIMES.
               10 WS-ROL-ALTO PIC X(1).
               10 WS-ROL-BAJO PIC X(1).
       01 WS-NOMBRES-SUBSISTEMA.
           05 FILLER PIC X(20) VALUE "Banco (S/C)".
           05 FILLER PIC X(20) VALUE "Colegio (D/P)".
           05 FILLER PIC X(20) VALUE "Nomina/personal S/U".
           05 FILLER PIC X(20) VALUE "Piezas (S/U)".
       01 FILLER REDEFINES WS-NOMBRES-SUBSISTEMA.
           05 WS-NOMBRE-SUBSISTEMA PIC X(20) OCCURS 4 TIMES.

      *> CUENTAS POR SUBSISTEMA PARA EL RESUMEN DE LA RECERT.
       01 WS-CUENTAS.
           05 WS-CUENTA OCCURS 4 TIMES.
               10 WS-CUENTA-ALTO PIC 9(4).
               10 WS-CUENTA-BAJO PIC 9(4).
       77 WS-TOTAL-ACTIVOS PIC 9(4).
       77 WS-TOTAL-BAJAS PIC 9(4).
       77 WS-TOTAL-SIN-USO PIC 9(4).
       77 WS-TOTAL-SIN-EMPLEADO PIC 9(4).

       01 WS-LIN-TITULO.
           05 FILLER PIC X(40) VALUE
           "RECERTIFICACION DE ACCESOS - TRIMESTRE ".
           05 LT-TRIMESTRE PIC 9(1).
           05 FILLER PIC X(1) VALUE "/".
           05 LT-ANIO PIC 9(4).
           05 FILLER PIC X(12) VALUE "   EMITIDO ".
           05 LT-FECHA PIC 9(8).
       01 WS-LIN-CABECERA.
           05 FILLER PIC X(52) VALUE
           "OPER NOMBRE               EMPLEA EST BAN COL NOM PIE".
           05 FILLER PIC X(58) VALUE
           " ULT.FIRMA CADUCIDAD OBSERVACIONES".
       01 WS-LIN-DETALLE.
           05 LD-ID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-EMPLEADO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ESTADO PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-BANCO PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-COLEGIO PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-NOMINA PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-PIEZAS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ULTIMA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-CADUCIDAD PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-OBSERVACIONES PIC X(50).
       01 WS-LIN-RESUMEN.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-SUBSISTEMA PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-ROL-ALTO PIC X(1).
           05 FILLER PIC X(2) VALUE ": ".
           05 LR-ALTO PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LR-ROL-BAJO PIC X(1).
           05 FILLER PIC X(2) VALUE ": ".
           05 LR-BAJO PIC ZZZ9.
       01 WS-LIN-TOTALES.
           05 FILLER PIC X(10) VALUE "Activos: ".
           05 LTO-ACTIVOS PIC ZZZ9.
           05 FILLER PIC X(10) VALUE "  Bajas: ".
           05 LTO-BAJAS PIC ZZZ9.
           05 FILLER PIC X(28) VALUE
           "  Sin firma en el periodo: ".
           05 LTO-SIN-USO PIC ZZZ9.
           05 FILLER PIC X(24) VALUE
           "  Empleado inexistente: ".
           05 LTO-SIN-EMPLEADO PIC ZZZ9.
       01 WS-LIN-CONFORME.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-SUBSISTEMA PIC X(20).
           05 FILLER PIC X(60) VALUE
           "  Conforme el responsable: ____________  Fecha: ________".

       PROCEDURE DIVISION.

       00-INICIO.
           MOVE "EMPIDX" TO WS-RUTA-LOGICO.
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-EMPLEADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 07-FIRMA-SUPERVISOR.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
           CLOSE OPERADORES.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-MAESTRO.
           OPEN I-O OPERADORES.
           IF WS-FS-OPERADORES = "35"
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
               OPEN I-O OPERADORES
           END-IF.
           MOVE "N" TO WS-MAESTRO-VACIO.
           MOVE SPACES TO OPE-ID.
           START OPERADORES KEY IS NOT LESS THAN OPE-ID
           INVALID KEY
               MOVE "S" TO WS-MAESTRO-VACIO
           END-START.
       05-ABRIR-MAESTRO-END.
       EXIT.


      *> EL MAESTRO LO TOCA SOLO UN SUPERVISOR DE PERSONAL, Y NADIE
      *> PUEDE CAMBIARSE SUS PROPIOS ROLES. CON EL MAESTRO VACIO NO
      *> HAY CONTRA QUIEN FIRMAR: SE ENTRA PARA DAR DE ALTA AL
      *> PRIMER OPERADOR.
       07-FIRMA-SUPERVISOR.
           IF WS-MAESTRO-VACIO EQUAL "S"
               DISPLAY "AVISO: maestro de operadores vacio; de alta"
               " primero a un supervisor de personal."
               MOVE SPACES TO WS-SES-OPERADOR
               EXIT PARAGRAPH
           END-IF.
           CLOSE OPERADORES.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "El maestro de operadores exige rol de"
               " supervisor de personal."
               STOP RUN
           END-IF.
           OPEN I-O OPERADORES.
       07-FIRMA-SUPERVISOR-END.
       EXIT.


       10-MENU.
           DISPLAY "Maestro de operadores."
           DISPLAY "Alta de operador (1)"
           DISPLAY "Cambiar roles (2)"
           DISPLAY "Restablecer clave (3)"
           DISPLAY "Dar de baja o reactivar (4)"
           DISPLAY "Listar operadores (5)"
           DISPLAY "Traer cajeros y profesores existentes (6)"
           DISPLAY "Recertificacion trimestral de accesos (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-OPERADOR
           WHEN 2
               PERFORM 30-CAMBIAR-ROLES
           WHEN 3
               PERFORM 35-RESTABLECER-CLAVE
           WHEN 4
               PERFORM 40-BAJA-OPERADOR
           WHEN 5
               PERFORM 50-LISTAR-OPERADORES
           WHEN 6
               PERFORM 60-IMPORTAR
           WHEN 7
               PERFORM 70-RECERTIFICACION
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-ALTA-OPERADOR.
           DISPLAY "Codigo del nuevo operador: "
           ACCEPT OPE-ID
           READ OPERADORES RECORD
           NOT INVALID KEY
               DISPLAY "Ya existe un operador con ese codigo."
               EXIT PARAGRAPH
           END-READ.
           DISPLAY "Nombre: "
           ACCEPT OPE-NOMBRE.
           PERFORM 22-PEDIR-EMPLEADO.
           IF WS-EMPLEADO-VALIDO NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Clave inicial (se cambia en la primera firma): "
           ACCEPT OPE-CLAVE.
           MOVE SPACES TO OPE-ROLES.
           PERFORM 25-PEDIR-ROLES.
           IF WS-ROLES-VALIDOS NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MAESTRO-VACIO EQUAL "S"
               AND OPE-ROL-NOMINA NOT EQUAL "S"
               DISPLAY "El primer operador tiene que ser supervisor"
               " de personal."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO OPE-ESTADO.
           MOVE ZERO TO OPE-CADUCIDAD.
           MOVE ZERO TO OPE-ULTIMA-FIRMA.
           MOVE ZERO TO OPE-ULTIMA-HORA.
           MOVE ZERO TO OPE-FECHA-BAJA.
           WRITE DATOS-OPERADOR
           INVALID KEY
               DISPLAY "Error al grabar el operador."
           NOT INVALID KEY
               MOVE "N" TO WS-MAESTRO-VACIO
               DISPLAY "Operador dado de alta."
           END-WRITE.
       20-ALTA-OPERADOR-END.
       EXIT.


      *> EL EMPLEADO ES EL VINCULO CON PERSONAL: POR EL SE DA DE
      *> BAJA AL OPERADOR CUANDO NOMINAFINIQUITO LIQUIDA AL
      *> EMPLEADO. EN BLANCO PARA OPERADORES EXTERNOS.
       22-PEDIR-EMPLEADO.
           MOVE "S" TO WS-EMPLEADO-VALIDO.
           DISPLAY "Codigo de empleado (EMPIDX, en blanco si es"
           " externo): "
           ACCEPT OPE-EMPLEADO.
           IF OPE-EMPLEADO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS NOT EQUAL "00"
               DISPLAY "No hay archivo de empleados (EMPLEADOSMANT)."
               MOVE "N" TO WS-EMPLEADO-VALIDO
           ELSE
               MOVE OPE-EMPLEADO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "No existe ese empleado."
                   MOVE "N" TO WS-EMPLEADO-VALIDO
               NOT INVALID KEY
                   DISPLAY "Empleado " EMPLEADOS-NOMBRE
               END-READ
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
       22-PEDIR-EMPLEADO-END.
       EXIT.


       25-PEDIR-ROLES.
           MOVE "S" TO WS-ROLES-VALIDOS.
           PERFORM 26-PEDIR-ROL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4.
       25-PEDIR-ROLES-END.
       EXIT.


       26-PEDIR-ROL.
           DISPLAY "Rol en " WS-NOMBRE-SUBSISTEMA (WS-I)
           " (en blanco sin acceso), actual '" OPE-ROL (WS-I) "': "
           ACCEPT OPE-ROL (WS-I).
           IF OPE-ROL (WS-I) NOT EQUAL SPACES
               AND OPE-ROL (WS-I) NOT EQUAL WS-ROL-ALTO (WS-I)
               AND OPE-ROL (WS-I) NOT EQUAL WS-ROL-BAJO (WS-I)
               DISPLAY "Rol no valido en ese subsistema."
               MOVE "N" TO WS-ROLES-VALIDOS
           END-IF.
       26-PEDIR-ROL-END.
       EXIT.


       30-CAMBIAR-ROLES.
           DISPLAY "Codigo del operador: "
           ACCEPT OPE-ID
           IF OPE-ID EQUAL WS-SES-OPERADOR
               DISPLAY "No puede cambiar sus propios roles."
               EXIT PARAGRAPH
           END-IF.
           READ OPERADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese operador."
               EXIT PARAGRAPH
           END-READ.
           DISPLAY "Operador " OPE-NOMBRE " roles " OPE-ROLES.
           PERFORM 25-PEDIR-ROLES.
           IF WS-ROLES-VALIDOS EQUAL "S"
               REWRITE DATOS-OPERADOR
               INVALID KEY
                   DISPLAY "Error al actualizar el operador."
               END-REWRITE
               DISPLAY "Roles actualizados."
           ELSE
               DISPLAY "Roles sin cambiar."
           END-IF.
       30-CAMBIAR-ROLES-END.
       EXIT.


       35-RESTABLECER-CLAVE.
           DISPLAY "Codigo del operador: "
           ACCEPT OPE-ID
           READ OPERADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese operador."
               EXIT PARAGRAPH
           END-READ.
           DISPLAY "Clave provisional para " OPE-NOMBRE ": "
           ACCEPT OPE-CLAVE.
           MOVE ZERO TO OPE-CADUCIDAD.
           REWRITE DATOS-OPERADOR
           INVALID KEY
               DISPLAY "Error al actualizar el operador."
           END-REWRITE.
           DISPLAY "Clave restablecida: se cambia en la proxima firma.".
       35-RESTABLECER-CLAVE-END.
       EXIT.


      *> LA BAJA NO BORRA: EL CODIGO SIGUE EN LAS PISTAS DE AUDITORIA
      *> Y TIENE QUE SEGUIR SIENDO DE ALGUIEN.
       40-BAJA-OPERADOR.
           DISPLAY "Codigo del operador: "
           ACCEPT OPE-ID
           IF OPE-ID EQUAL WS-SES-OPERADOR
               DISPLAY "No puede darse de baja a si mismo."
               EXIT PARAGRAPH
           END-IF.
           READ OPERADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese operador."
               EXIT PARAGRAPH
           END-READ.
           IF OPE-ESTADO EQUAL "A"
               DISPLAY "¿Dar de baja a " OPE-NOMBRE "? (S/N): "
               ACCEPT WS-SI-NO
               IF WS-SI-NO EQUAL "S"
                   MOVE "B" TO OPE-ESTADO
                   MOVE WS-HOY-NUM TO OPE-FECHA-BAJA
               END-IF
           ELSE
               DISPLAY "¿Reactivar a " OPE-NOMBRE "? (S/N): "
               ACCEPT WS-SI-NO
               IF WS-SI-NO EQUAL "S"
                   MOVE "A" TO OPE-ESTADO
                   MOVE ZERO TO OPE-FECHA-BAJA
                   MOVE ZERO TO OPE-CADUCIDAD
               END-IF
           END-IF.
           IF WS-SI-NO EQUAL "S"
               REWRITE DATOS-OPERADOR
               INVALID KEY
                   DISPLAY "Error al actualizar el operador."
               END-REWRITE
               DISPLAY "Operador " OPE-ID " en estado " OPE-ESTADO
           END-IF.
       40-BAJA-OPERADOR-END.
       EXIT.


       50-LISTAR-OPERADORES.
           MOVE "NO" TO WS-FIN-OPERADORES.
           MOVE SPACES TO OPE-ID.
           START OPERADORES KEY IS NOT LESS THAN OPE-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-OPERADORES
           END-START.
           PERFORM 55-LISTAR-UNO UNTIL WS-FIN-OPERADORES EQUAL "SI".
       50-LISTAR-OPERADORES-END.
       EXIT.


       55-LISTAR-UNO.
           READ OPERADORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-OPERADORES
           NOT AT END
               DISPLAY "  " OPE-ID " " OPE-NOMBRE " empleado "
               OPE-EMPLEADO " estado " OPE-ESTADO " roles B/C/N/P "
               OPE-ROLES " ultima firma " OPE-ULTIMA-FIRMA
           END-READ.
       55-LISTAR-UNO-END.
       EXIT.


      *> CARGA INICIAL DESDE LOS MAESTROS QUE YA HABIA: CADA CAJERO
      *> TRAE SU ROL DE BANCO Y SU EMPLEADO DE JCAJVINC, CADA
      *> PROFESOR EL ROL "P" DE COLEGIO. SI EL CODIGO YA ESTA EN EL
      *> MAESTRO CON EL MISMO NOMBRE SOLO SE LE ANADE EL ROL; CON
      *> OTRO NOMBRE ES OTRA PERSONA Y SE DEJA PARA REVISAR A MANO.
       60-IMPORTAR.
           MOVE ZERO TO WS-IMPORTADOS.
           MOVE ZERO TO WS-ACTUALIZADOS.
           MOVE ZERO TO WS-RECHAZADOS.
           OPEN INPUT CAJEROS.
           IF WS-FS-CAJEROS EQUAL "00"
               OPEN INPUT VINCULOS
               MOVE "NO" TO WS-FIN-ORIGEN
               PERFORM 62-IMPORTAR-CAJERO
                   UNTIL WS-FIN-ORIGEN EQUAL "SI"
               CLOSE VINCULOS
           END-IF.
           CLOSE CAJEROS.
           OPEN INPUT PROFESORES.
           IF WS-FS-PROFESORES EQUAL "00"
               MOVE "NO" TO WS-FIN-ORIGEN
               PERFORM 66-IMPORTAR-PROFESOR
                   UNTIL WS-FIN-ORIGEN EQUAL "SI"
           END-IF.
           CLOSE PROFESORES.
           DISPLAY "Operadores nuevos: " WS-IMPORTADOS
           "  con rol anadido: " WS-ACTUALIZADOS
           "  a revisar: " WS-RECHAZADOS.
       60-IMPORTAR-END.
       EXIT.


       62-IMPORTAR-CAJERO.
           READ CAJEROS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ORIGEN
               EXIT PARAGRAPH
           END-READ.
           MOVE CAJERO-ID TO OPE-ID.
           READ OPERADORES RECORD
           INVALID KEY
               INITIALIZE DATOS-OPERADOR
               MOVE CAJERO-ID TO OPE-ID
               MOVE CAJERO-NOMBRE TO OPE-NOMBRE
               MOVE CAJERO-CLAVE TO OPE-CLAVE
               MOVE "A" TO OPE-ESTADO
               MOVE SPACES TO OPE-ROLES
               MOVE CAJERO-ROL TO OPE-ROL-BANCO
               PERFORM 64-EMPLEADO-CAJERO
               WRITE DATOS-OPERADOR
               ADD 1 TO WS-IMPORTADOS
           NOT INVALID KEY
               IF OPE-NOMBRE EQUAL CAJERO-NOMBRE
                   MOVE CAJERO-ROL TO OPE-ROL-BANCO
                   REWRITE DATOS-OPERADOR
                   ADD 1 TO WS-ACTUALIZADOS
               ELSE
                   DISPLAY "Cajero " CAJERO-ID " " CAJERO-NOMBRE
                   ": el codigo ya es de " OPE-NOMBRE
                   ADD 1 TO WS-RECHAZADOS
               END-IF
           END-READ.
       62-IMPORTAR-CAJERO-END.
       EXIT.


       64-EMPLEADO-CAJERO.
           IF WS-FS-VINCULOS EQUAL "00"
               MOVE CAJERO-ID TO VIN-CAJERO
               READ VINCULOS RECORD
               NOT INVALID KEY
                   MOVE VIN-EMPLEADO TO OPE-EMPLEADO
               END-READ
           END-IF.
       64-EMPLEADO-CAJERO-END.
       EXIT.


       66-IMPORTAR-PROFESOR.
           READ PROFESORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ORIGEN
               EXIT PARAGRAPH
           END-READ.
           MOVE PROF-ID TO OPE-ID.
           READ OPERADORES RECORD
           INVALID KEY
               INITIALIZE DATOS-OPERADOR
               MOVE PROF-ID TO OPE-ID
               MOVE PROF-NOMBRE TO OPE-NOMBRE
               MOVE PROF-CLAVE TO OPE-CLAVE
               MOVE "A" TO OPE-ESTADO
               MOVE SPACES TO OPE-ROLES
               MOVE "P" TO OPE-ROL-COLEGIO
               WRITE DATOS-OPERADOR
               ADD 1 TO WS-IMPORTADOS
           NOT INVALID KEY
               IF OPE-NOMBRE EQUAL PROF-NOMBRE
                   IF OPE-ROL-COLEGIO EQUAL SPACES
                       MOVE "P" TO OPE-ROL-COLEGIO
                   END-IF
                   REWRITE DATOS-OPERADOR
                   ADD 1 TO WS-ACTUALIZADOS
               ELSE
                   DISPLAY "Profesor " PROF-ID " " PROF-NOMBRE
                   ": el codigo ya es de " OPE-NOMBRE
                   ADD 1 TO WS-RECHAZADOS
               END-IF
           END-READ.
       66-IMPORTAR-PROFESOR-END.
       EXIT.


      *> RECERTIFICACION TRIMESTRAL: UNA LINEA POR OPERADOR CON SU
      *> ROL EN CADA SUBSISTEMA Y LO QUE SEGURIDAD TIENE QUE MIRAR
      *> (SIN FIRMA EN EL TRIMESTRE, CLAVE CADUCADA, SIN EMPLEADO O
      *> EMPLEADO QUE YA NO EXISTE), EL RESUMEN DE ACCESOS POR
      *> SUBSISTEMA Y EL CONFORME DE CADA RESPONSABLE.
       70-RECERTIFICACION.
           COMPUTE WS-TRIMESTRE = (WS-HOY-MES + 2) / 3.
           MOVE WS-HOY-ANIO TO WS-ANIO.
           DISPLAY "Año (" WS-ANIO "): "
           ACCEPT WS-ANIO.
           IF WS-ANIO EQUAL ZERO
               MOVE WS-HOY-ANIO TO WS-ANIO
           END-IF.
           DISPLAY "Trimestre 1-4 (" WS-TRIMESTRE "): "
           ACCEPT WS-TRIMESTRE.
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
               COMPUTE WS-TRIMESTRE = (WS-HOY-MES + 2) / 3
           END-IF.
           COMPUTE WS-MES-INICIO = (WS-TRIMESTRE - 1) * 3 + 1.
           COMPUTE WS-INICIO-TRIMESTRE =
               WS-ANIO * 10000 + WS-MES-INICIO * 100 + 1.
           INITIALIZE WS-CUENTAS.
           MOVE ZERO TO WS-TOTAL-ACTIVOS WS-TOTAL-BAJAS
               WS-TOTAL-SIN-USO WS-TOTAL-SIN-EMPLEADO.
           OPEN OUTPUT INFORME.
           MOVE WS-TRIMESTRE TO LT-TRIMESTRE.
           MOVE WS-ANIO TO LT-ANIO.
           MOVE WS-HOY-NUM TO LT-FECHA.
           WRITE REG-INFORME FROM WS-LIN-TITULO.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           WRITE REG-INFORME FROM WS-LIN-CABECERA.
           MOVE "N" TO WS-EMPLEADOS-ABIERTO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS EQUAL "00"
               MOVE "S" TO WS-EMPLEADOS-ABIERTO
           END-IF.
           MOVE "NO" TO WS-FIN-OPERADORES.
           MOVE SPACES TO OPE-ID.
           START OPERADORES KEY IS NOT LESS THAN OPE-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-OPERADORES
           END-START.
           PERFORM 72-LINEA-OPERADOR
               UNTIL WS-FIN-OPERADORES EQUAL "SI".
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM 76-RESUMEN.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Recertificacion en OperRecert.txt: "
           WS-TOTAL-ACTIVOS " activos, " WS-TOTAL-BAJAS " bajas.".
       70-RECERTIFICACION-END.
       EXIT.


       72-LINEA-OPERADOR.
           READ OPERADORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-OPERADORES
               EXIT PARAGRAPH
           END-READ.
           MOVE OPE-ID TO LD-ID.
           MOVE OPE-NOMBRE TO LD-NOMBRE.
           MOVE OPE-EMPLEADO TO LD-EMPLEADO.
           MOVE OPE-ESTADO TO LD-ESTADO.
           MOVE OPE-ROL-BANCO TO LD-BANCO.
           MOVE OPE-ROL-COLEGIO TO LD-COLEGIO.
           MOVE OPE-ROL-NOMINA TO LD-NOMINA.
           MOVE OPE-ROL-PIEZAS TO LD-PIEZAS.
           MOVE OPE-ULTIMA-FIRMA TO LD-ULTIMA.
           MOVE OPE-CADUCIDAD TO LD-CADUCIDAD.
           MOVE SPACES TO LD-OBSERVACIONES.
           IF OPE-ESTADO NOT EQUAL "A"
               ADD 1 TO WS-TOTAL-BAJAS
               STRING "BAJA DESDE " OPE-FECHA-BAJA
                   DELIMITED BY SIZE INTO LD-OBSERVACIONES
               END-STRING
           ELSE
               ADD 1 TO WS-TOTAL-ACTIVOS
               PERFORM 73-CONTAR-ROL
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               PERFORM 74-OBSERVAR-ACTIVO
           END-IF.
           WRITE REG-INFORME FROM WS-LIN-DETALLE.
       72-LINEA-OPERADOR-END.
       EXIT.


       73-CONTAR-ROL.
           IF OPE-ROL (WS-I) EQUAL WS-ROL-ALTO (WS-I)
               ADD 1 TO WS-CUENTA-ALTO (WS-I)
           END-IF.
           IF OPE-ROL (WS-I) EQUAL WS-ROL-BAJO (WS-I)
               ADD 1 TO WS-CUENTA-BAJO (WS-I)
           END-IF.
       73-CONTAR-ROL-END.
       EXIT.


       74-OBSERVAR-ACTIVO.
           IF OPE-ULTIMA-FIRMA < WS-INICIO-TRIMESTRE
               ADD 1 TO WS-TOTAL-SIN-USO
               MOVE "SIN FIRMA EN EL TRIMESTRE" TO LD-OBSERVACIONES
           ELSE
               IF OPE-CADUCIDAD < WS-HOY-NUM
                   MOVE "CLAVE CADUCADA" TO LD-OBSERVACIONES
               END-IF
           END-IF.
           IF OPE-EMPLEADO EQUAL SPACES
               MOVE "EXTERNO, SIN EMPLEADO" TO LD-OBSERVACIONES (27:)
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMPLEADOS-ABIERTO EQUAL "S"
               MOVE OPE-EMPLEADO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-EMPLEADO
                   MOVE "EMPLEADO INEXISTENTE" TO
                       LD-OBSERVACIONES (27:)
               END-READ
           END-IF.
       74-OBSERVAR-ACTIVO-END.
       EXIT.


       76-RESUMEN.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "ACCESOS ACTIVOS POR SUBSISTEMA Y ROL" TO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM 77-LINEA-RESUMEN
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4.
           MOVE WS-TOTAL-ACTIVOS TO LTO-ACTIVOS.
           MOVE WS-TOTAL-BAJAS TO LTO-BAJAS.
           MOVE WS-TOTAL-SIN-USO TO LTO-SIN-USO.
           MOVE WS-TOTAL-SIN-EMPLEADO TO LTO-SIN-EMPLEADO.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           WRITE REG-INFORME FROM WS-LIN-TOTALES.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM 78-LINEA-CONFORME
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4.
       76-RESUMEN-END.
       EXIT.


       77-LINEA-RESUMEN.
           MOVE WS-NOMBRE-SUBSISTEMA (WS-I) TO LR-SUBSISTEMA.
           MOVE WS-ROL-ALTO (WS-I) TO LR-ROL-ALTO.
           MOVE WS-CUENTA-ALTO (WS-I) TO LR-ALTO.
           MOVE WS-ROL-BAJO (WS-I) TO LR-ROL-BAJO.
           MOVE WS-CUENTA-BAJO (WS-I) TO LR-BAJO.
           WRITE REG-INFORME FROM WS-LIN-RESUMEN.
       77-LINEA-RESUMEN-END.
       EXIT.


       78-LINEA-CONFORME.
           MOVE WS-NOMBRE-SUBSISTEMA (WS-I) TO LC-SUBSISTEMA.
           WRITE REG-INFORME FROM WS-LIN-CONFORME.
       78-LINEA-CONFORME-END.
       EXIT.

       END PROGRAM OPERADORMANT.
