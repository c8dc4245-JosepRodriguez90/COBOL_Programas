      *          extras prorrateadas), la paga por JPAGOS como
      *          cualquier nomina, graba la ultima fila del historico
      *          JHISTSUELDO (asi NOMINAANUAL sigue certificando al
      *          que se fue), retiene de la liquidacion lo que toque
      *          por las ordenes de embargo judicial abiertas del
      *          empleado (EMBARGOSERV, con su linea "E" en
      *          JHISTDEDUC), archiva el registro en JEMPBAJAS con su
      *          fecha (mismo patron de baja con historial que
      *          JCERRADAS) y lo borra del maestro con su linea "B"
      *          en la pista JEMPAUDIT. Los operadores del empleado en
      *          el maestro unico JOPERADORES quedan de baja, sin
      *          acceso a ningun subsistema, y su ficha de JCAJEROS
      *          queda sin clave y sin rol de supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       RECORD KEY IS HIST-CLAVE
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT OPTIONAL HISTORICO-DEDUC ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHISTDEDUC.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTDEDUC.

       SELECT OPTIONAL BAJAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMPBAJAS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AUDITORIA.

       SELECT OPTIONAL OPERADORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOPERADORES.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OPE-ID
       FILE STATUS IS WS-FS-OPERADORES.

       SELECT OPTIONAL CAJEROS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJEROS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CAJERO-ID
       FILE STATUS IS WS-FS-CAJEROS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
                   10 ESC-CATEGORIA PIC X(6).
                   10 ESC-FECHA-EFECTO PIC 9(8).
               05 ESC-SUELDO PIC 9(6).
               05 ESC-FECHA-ALTA PIC 9(8).

      *> SALDO DE VACACIONES POR EMPLEADO Y AÑO (NOMINAVACACIONES):
      *> EL FINIQUITO PAGA LOS DIAS DE DERECHO NO DISFRUTADOS.
               05 HIST-NETO PIC 9(06).
               05 HIST-FECHA PIC X(21).

       FD HISTORICO-DEDUC
       RECORD CONTAINS 20 CHARACTERS.
       01 REG-HISTDEDUC.
           05 HD-ID PIC X(6).
           05 HD-PERIODO PIC 9(6).
           05 HD-CONCEPTO PIC X(1).
           05 HD-IMPORTE PIC 9(6).
           05 FILLER PIC X(1).

      *> ARCHIVO DE BAJAS: EL REGISTRO COMPLETO DEL EMPLEADO MAS LA
      *> FECHA DE BAJA, COMO JCERRADAS HACE CON LAS CUENTAS.
       FD BAJAS
       RECORD CONTAINS 296 CHARACTERS.
       01 REG-AUDITORIA PIC X(296).

      *> MAESTRO UNICO DE OPERADORES (OPERADORMANT): EL QUE SE VA
      *> PIERDE EL ACCESO A TODOS LOS SUBSISTEMAS.
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
           05 OPE-ROLES PIC X(4).
           05 OPE-FECHA-BAJA PIC 9(8).

      *> MAESTRO DE CAJEROS (CAJEROMANT), MISMO CODIGO QUE EL
      *> OPERADOR.
       FD CAJEROS.
           01 DATOS-CAJERO.
               05 CAJERO-ID PIC X(4).
               05 CAJERO-NOMBRE PIC X(15).
               05 CAJERO-CLAVE PIC X(4).
               05 CAJERO-ROL PIC X(1).
               05 CAJERO-OFICINA PIC X(4).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-ESCALAS PIC 99.
       77 WS-FS-VACSALDO PIC 99.
       77 WS-FS-PAGOS PIC 99.
       77 WS-FS-HISTORICO PIC 99.
       77 WS-FS-HISTDEDUC PIC 99.
       77 WS-FS-BAJAS PIC 99.
       77 WS-FS-AUDITORIA PIC 99.
       77 WS-FS-OPERADORES PIC 99.
       77 WS-FS-CAJEROS PIC 99.
       77 WS-CAJEROS-OK PIC X(1).
       77 WS-FIN-OPERADORES PIC X(3).
       77 WS-EMPLEADO-BAJA PIC X(6).
       77 WS-OPERADOR PIC X(4).
       77 WS-FECHA PIC X(21).
       77 WS-FECHA-BAJA PIC 9(8).
       77 WS-NETO-FINIQUITO PIC 9(7)V99.
       77 WS-TASA-IMPUESTO PIC V99 VALUE .10.
       77 WS-CONFIRMAR PIC X(1).
       77 WS-EMB-OPERACION PIC X(1).
       77 WS-EMB-PERIODO PIC 9(6).
       77 WS-EMB-NETO PIC 9(7).
       77 WS-EMBARGO PIC 9(7).
       77 WS-LIQUIDO PIC 9(7)V99.

       01 WS-CONSTANTES-CATEGORIA.
           05 WS-SUELDO-JUNIOR PIC 9(6) VALUE 100000.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-OPERADOR.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS NOT EQUAL "00"
               DISPLAY "No se encuentra el maestro de empleados."
           WS-PRORRATA-EXTRAS.
           DISPLAY "Impuesto: " WS-IMPUESTO.
           DISPLAY "NETO DEL FINIQUITO: " WS-NETO-FINIQUITO.
           MOVE "P" TO WS-EMB-OPERACION.
           PERFORM 40-EMBARGOS.
       20-CALCULAR-FINIQUITO-END.
       EXIT.

       EXIT.


      *> LAS ORDENES DE EMBARGO ABIERTAS SE APLICAN A LA
      *> LIQUIDACION CON LA MISMA ESCALA LEGAL QUE LA NOMINA
      *> MENSUAL; EN LA SIMULACION ("P") SOLO SE INFORMA.
       40-EMBARGOS.
           MOVE WS-FECHA-BAJA (1:6) TO WS-EMB-PERIODO.
           MOVE WS-NETO-FINIQUITO TO WS-EMB-NETO.
           CALL "EMBARGOSERV" USING WS-EMB-OPERACION, EMPLEADOS-ID,
               WS-EMB-PERIODO, WS-EMB-NETO, WS-EMBARGO.
           IF WS-EMBARGO NOT EQUAL ZERO
               DISPLAY "Embargo judicial a retener: " WS-EMBARGO
               COMPUTE WS-LIQUIDO = WS-NETO-FINIQUITO - WS-EMBARGO
               DISPLAY "LIQUIDO A PERCIBIR: " WS-LIQUIDO
           END-IF.
       40-EMBARGOS-END.
       EXIT.


       50-PAGAR-Y-ARCHIVAR.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE "F" TO WS-EMB-OPERACION.
           PERFORM 40-EMBARGOS.

      *>EL FINIQUITO VIAJA POR JPAGOS COMO CUALQUIER NOMINA: LO
      *>ABONA NOMINAPAGO CONTRA LA CUENTA DEL EMPLEADO.
           OPEN EXTEND PAGOS.
           MOVE EMPLEADOS-ID TO PAGO-ID.
           MOVE EMPLEADOS-CUENTA-BANCO TO PAGO-CUENTA.
           COMPUTE PAGO-NETO = WS-NETO-FINIQUITO - WS-EMBARGO.
           WRITE REG-PAGO.
           CLOSE PAGOS.

               END-REWRITE
           END-WRITE.
           CLOSE HISTORICO-SUELDOS.
           IF WS-EMBARGO NOT EQUAL ZERO
               MOVE SPACES TO REG-HISTDEDUC
               MOVE EMPLEADOS-ID TO HD-ID
               MOVE WS-EMB-PERIODO TO HD-PERIODO
               MOVE "E" TO HD-CONCEPTO
               MOVE WS-EMBARGO TO HD-IMPORTE
               OPEN EXTEND HISTORICO-DEDUC
               WRITE REG-HISTDEDUC
               CLOSE HISTORICO-DEDUC
           END-IF.

      *>EL REGISTRO PASA AL ARCHIVO DE BAJAS CON SU FECHA Y SALE
      *>DEL MAESTRO, CON SU LINEA "B" EN LA PISTA DE AUDITORIA.
           WRITE REG-AUDITORIA FROM WS-AUDITORIA-LINEA.
           CLOSE AUDITORIA.

           MOVE EMPLEADOS-ID TO WS-EMPLEADO-BAJA.
           DELETE EMPLEADOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Error al dar de baja el registro."
           NOT INVALID KEY
               DISPLAY "Empleado liquidado, archivado en JEMPBAJAS"
               " y dado de baja del maestro."
               PERFORM 60-BAJA-OPERADORES
           END-DELETE.
       50-PAGAR-Y-ARCHIVAR-END.
       EXIT.


      *> LOS OPERADORES DEL EMPLEADO QUE SE VA QUEDAN DE BAJA EN EL
      *> MAESTRO UNICO CON SU FECHA DE BAJA: DESDE YA NO PUEDEN
      *> FIRMAR EN NINGUN PROGRAMA.
       60-BAJA-OPERADORES.
           OPEN I-O OPERADORES.
           IF WS-FS-OPERADORES NOT EQUAL "00"
               CLOSE OPERADORES
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CAJEROS.
           IF WS-FS-CAJEROS EQUAL "00"
               MOVE "S" TO WS-CAJEROS-OK
           ELSE
               MOVE "N" TO WS-CAJEROS-OK
           END-IF.
           MOVE "NO" TO WS-FIN-OPERADORES.
           PERFORM 62-BAJA-OPERADOR
               UNTIL WS-FIN-OPERADORES EQUAL "SI".
           CLOSE CAJEROS.
           CLOSE OPERADORES.
       60-BAJA-OPERADORES-END.
       EXIT.


       62-BAJA-OPERADOR.
           READ OPERADORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-OPERADORES
           NOT AT END
               IF OPE-EMPLEADO EQUAL WS-EMPLEADO-BAJA
                   AND OPE-ESTADO EQUAL "A"
                   MOVE "B" TO OPE-ESTADO
                   MOVE WS-FECHA-BAJA TO OPE-FECHA-BAJA
                   REWRITE DATOS-OPERADOR
                   DISPLAY "Operador " OPE-ID " dado de baja."
                   PERFORM 64-BAJA-CAJERO
               END-IF
           END-READ.
       62-BAJA-OPERADOR-END.
       EXIT.


      *> SI EL OPERADOR ERA CAJERO, SU FICHA DE JCAJEROS SE QUEDA
      *> (LA OFICINA SIGUE EN LOS MOVIMIENTOS ANTIGUOS) PERO SIN CLAVE
      *> Y CON ROL DE CAJERO RASO.
       64-BAJA-CAJERO.
           IF WS-CAJEROS-OK NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE OPE-ID TO CAJERO-ID.
           READ CAJEROS RECORD
           NOT INVALID KEY
               MOVE SPACES TO CAJERO-CLAVE
               MOVE "C" TO CAJERO-ROL
               REWRITE DATOS-CAJERO
               DISPLAY "Cajero " CAJERO-ID " sin clave ni rol de"
               " supervisor."
           END-READ.
       64-BAJA-CAJERO-END.
       EXIT.

       END PROGRAM NOMINAFINIQUITO.
