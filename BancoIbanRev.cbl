      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision de las cuentas ya grabadas antes de que se
      *          pidiera el IBAN con sus digitos de control. Recorre
      *          los archivos que guardan cuentas tecleadas a mano y
      *          deja en JIBANREV las que no pasarian la validacion
      *          de hoy (servicio IBANSERV):
      *            JINTERCAMBIO: cuenta del beneficiario de cada orden
      *                    al exterior (BANCOEXTERIOR y BANCOPAGOLOTE)
      *                    que no es un IBAN valido;
      *            JORDENES: cuenta origen o destino de cada orden
      *                    permanente que no existe en JDATOSCUENTA o
      *                    con la que no se puede formar el IBAN;
      *            empleados: cuenta de la nomina en el mismo caso.
      *          Solo informa: no corrige ni da de baja nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOIBANREV.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL ORDENES-EXT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINTERCAMBIO.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ORD-ID
       FILE STATUS IS WS-FS-ORDENES-EXT.

       SELECT OPTIONAL ORDENES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JORDENES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ORDEN-ID
       FILE STATUS IS WS-FS-ORDENES.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO WS-RUTA-EMPLEADOS
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JIBANREV.txt"
       .

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD ORDENES-EXT.
           01 DATOS-ORDEN-EXT.
               05 ORD-ID PIC 9(4).
               05 ORD-CUENTA-ORIGEN PIC X(10).
               05 ORD-BANCO-BENEF PIC X(11).
               05 ORD-CUENTA-BENEF PIC X(24).
               05 ORD-IMPORTE PIC 9(7)V99.
               05 ORD-FECHA PIC 9(8).
               05 ORD-ESTADO PIC X(1).

       FD ORDENES.
           01 DATOS-ORDEN.
               05 ORDEN-ID PIC 9(4).
               05 ORDEN-CUENTA-ORIGEN PIC X(10).
               05 ORDEN-CUENTA-DESTINO PIC X(10).
               05 ORDEN-IMPORTE PIC 9(5)V99.
               05 ORDEN-DIA PIC 99.
               05 ORDEN-ACTIVA PIC X(1).
               05 ORDEN-ULTIMA-EJECUCION PIC 9(8).

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
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JIBANREV".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOIBANREV".

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-ORDENES-EXT PIC 99.
       77 WS-FS-ORDENES PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FIN-ARCHIVO PIC X(3).
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-FECHA PIC X(21).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-IBAN-TEXTO PIC X(24).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-CUENTA-REVISAR PIC X(10).
       77 WS-MOTIVO PIC X(25).
       77 WS-REVISADAS-ARCHIVO PIC 9(5).
       77 WS-ERRONEAS-ARCHIVO PIC 9(5).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOIBANREV".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-CTRL-ESCRITOS PIC 9(5) VALUE 0.

      *> RUTAS FISICAS DE LOS ARCHIVOS: POR DEFECTO LAS DE
      *> PRODUCCION, PERO EL SERVICIO RUTAS LAS PUEDE REDIRIGIR
      *> DESDE EL ARCHIVO DE CONFIGURACION JRUTAS AL ARRANCAR.
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-EMPLEADOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat".

       01 WS-CABECERA.
           05 FILLER PIC X(35) VALUE
           "CUENTAS CON IBAN NO VALIDO -       ".
           05 CAB-FECHA PIC X(21).

       01 WS-CABECERA-COLUMNAS.
           05 FILLER PIC X(13) VALUE "Archivo".
           05 FILLER PIC X(7) VALUE "Clave".
           05 FILLER PIC X(25) VALUE "Cuenta".
           05 FILLER PIC X(6) VALUE "Motivo".

       01 WS-LINEA-DETALLE.
           05 DET-ARCHIVO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CLAVE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CUENTA PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 DET-MOTIVO PIC X(25).

       01 WS-LINEA-ARCHIVO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-ARCHIVO PIC X(12).
           05 FILLER PIC X(12) VALUE " revisadas: ".
           05 TOT-REVISADAS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE " erroneas:  ".
           05 TOT-ERRONEAS PIC ZZZZ9.

       01 WS-RESUMEN.
           05 FILLER PIC X(30) VALUE
           "Cuentas a corregir:".
           05 RES-CONTADOR PIC ZZZZ9.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 05-CARGAR-RUTAS.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               PERFORM 20-REVISAR-INTERCAMBIO
               PERFORM 30-REVISAR-ORDENES
               PERFORM 40-REVISAR-EMPLEADOS
               PERFORM 80-ESCRIBIR-RESUMEN
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       05-CARGAR-RUTAS.
           MOVE "EMPIDX" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-EMPLEADOS.
       05-CARGAR-RUTAS-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Error abriendo CUENTA, file status: "
               WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN OUTPUT INFORME
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE WS-FECHA TO CAB-FECHA
               WRITE REGISTRO-INFORME FROM WS-CABECERA
               WRITE REGISTRO-INFORME FROM WS-CABECERA-COLUMNAS
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


      *> ORDENES AL EXTERIOR: LA CUENTA DEL BENEFICIARIO TIENE QUE SER
      *> UN IBAN CORRECTO (DE CUALQUIER ENTIDAD).
       20-REVISAR-INTERCAMBIO.
           MOVE ZERO TO WS-REVISADAS-ARCHIVO.
           MOVE ZERO TO WS-ERRONEAS-ARCHIVO.
           OPEN INPUT ORDENES-EXT.
           IF WS-FS-ORDENES-EXT EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 25-LEER-ORDEN-EXT
                   UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE ORDENES-EXT.
           MOVE "JINTERCAMBIO" TO TOT-ARCHIVO.
           PERFORM 70-ESCRIBIR-TOTAL-ARCHIVO.
       20-REVISAR-INTERCAMBIO-END.
       EXIT.


       25-LEER-ORDEN-EXT.
           READ ORDENES-EXT NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               ADD 1 TO WS-REVISADAS-ARCHIVO
               MOVE ORD-CUENTA-BENEF TO WS-IBAN-TEXTO
               MOVE "V" TO WS-IBAN-OPERACION
               CALL "IBANSERV" USING WS-IBAN-OPERACION,
                   WS-IBAN-CUENTA, WS-IBAN-TEXTO, WS-IBAN-RESULTADO
               IF WS-IBAN-RESULTADO EQUAL "N"
                   MOVE "JINTERCAMBIO" TO DET-ARCHIVO
                   MOVE ORD-ID TO DET-CLAVE
                   MOVE ORD-CUENTA-BENEF TO DET-CUENTA
                   MOVE "IBAN NO VALIDO" TO DET-MOTIVO
                   PERFORM 60-ESCRIBIR-DETALLE
               END-IF
           END-READ.
       25-LEER-ORDEN-EXT-END.
       EXIT.


      *> ORDENES PERMANENTES: SUS DOS CUENTAS SON DE LA ENTIDAD.
       30-REVISAR-ORDENES.
           MOVE ZERO TO WS-REVISADAS-ARCHIVO.
           MOVE ZERO TO WS-ERRONEAS-ARCHIVO.
           OPEN INPUT ORDENES.
           IF WS-FS-ORDENES EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 35-LEER-ORDEN UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE ORDENES.
           MOVE "JORDENES" TO TOT-ARCHIVO.
           PERFORM 70-ESCRIBIR-TOTAL-ARCHIVO.
       30-REVISAR-ORDENES-END.
       EXIT.


       35-LEER-ORDEN.
           READ ORDENES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               ADD 1 TO WS-REVISADAS-ARCHIVO
               MOVE "JORDENES" TO DET-ARCHIVO
               MOVE ORDEN-ID TO DET-CLAVE
               MOVE ORDEN-CUENTA-ORIGEN TO WS-CUENTA-REVISAR
               PERFORM 50-REVISAR-CUENTA-PROPIA
               MOVE ORDEN-CUENTA-DESTINO TO WS-CUENTA-REVISAR
               PERFORM 50-REVISAR-CUENTA-PROPIA
           END-READ.
       35-LEER-ORDEN-END.
       EXIT.


      *> EMPLEADOS: LA NOMINA SE ABONA EN UNA CUENTA DE LA ENTIDAD.
       40-REVISAR-EMPLEADOS.
           MOVE ZERO TO WS-REVISADAS-ARCHIVO.
           MOVE ZERO TO WS-ERRONEAS-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 45-LEER-EMPLEADO UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
           MOVE "EMPLEADOS" TO TOT-ARCHIVO.
           PERFORM 70-ESCRIBIR-TOTAL-ARCHIVO.
       40-REVISAR-EMPLEADOS-END.
       EXIT.


       45-LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               ADD 1 TO WS-REVISADAS-ARCHIVO
               MOVE "EMPLEADOS" TO DET-ARCHIVO
               MOVE EMPLEADOS-ID TO DET-CLAVE
               MOVE EMPLEADOS-CUENTA-BANCO TO WS-CUENTA-REVISAR
               PERFORM 50-REVISAR-CUENTA-PROPIA
           END-READ.
       45-LEER-EMPLEADO-END.
       EXIT.


      *> UNA CUENTA DE LA ENTIDAD ES BUENA SI EXISTE EN JDATOSCUENTA Y
      *> CON ELLA SE PUEDE FORMAR SU IBAN.
       50-REVISAR-CUENTA-PROPIA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "G" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-CUENTA-REVISAR,
               WS-IBAN-TEXTO, WS-IBAN-RESULTADO.
           IF WS-CUENTA-REVISAR EQUAL SPACES
               MOVE "FALTA LA CUENTA" TO WS-MOTIVO
           ELSE
               IF WS-IBAN-RESULTADO NOT EQUAL "S"
                   MOVE "NO SE PUEDE FORMAR IBAN" TO WS-MOTIVO
               ELSE
                   MOVE WS-CUENTA-REVISAR TO NUMCUENTA
                   READ CUENTA RECORD
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-MOTIVO
                   END-READ
               END-IF
           END-IF.
           IF WS-MOTIVO NOT EQUAL SPACES
               MOVE WS-CUENTA-REVISAR TO DET-CUENTA
               MOVE WS-MOTIVO TO DET-MOTIVO
               PERFORM 60-ESCRIBIR-DETALLE
           END-IF.
       50-REVISAR-CUENTA-PROPIA-END.
       EXIT.


       60-ESCRIBIR-DETALLE.
           WRITE REGISTRO-INFORME FROM WS-LINEA-DETALLE.
           ADD 1 TO WS-ERRONEAS-ARCHIVO.
           ADD 1 TO WS-CTRL-ESCRITOS.
       60-ESCRIBIR-DETALLE-END.
       EXIT.


       70-ESCRIBIR-TOTAL-ARCHIVO.
           MOVE WS-REVISADAS-ARCHIVO TO TOT-REVISADAS.
           MOVE WS-ERRONEAS-ARCHIVO TO TOT-ERRONEAS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-ARCHIVO.
           ADD WS-REVISADAS-ARCHIVO TO WS-CTRL-LEIDOS.
           DISPLAY TOT-ARCHIVO ": " WS-REVISADAS-ARCHIVO
           " revisados, " WS-ERRONEAS-ARCHIVO " con cuenta erronea.".
       70-ESCRIBIR-TOTAL-ARCHIVO-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           MOVE WS-CTRL-ESCRITOS TO RES-CONTADOR.
           WRITE REGISTRO-INFORME FROM WS-RESUMEN.
           DISPLAY "Cuentas a corregir: " WS-CTRL-ESCRITOS.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CTRL-ESCRITOS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE CUENTA INFORME
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOIBANREV.
