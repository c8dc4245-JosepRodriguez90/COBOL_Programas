      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proteccion de datos de antiguos clientes. Las cuentas
      *          cerradas pasan a JCERRADAS, pero el cliente seguia
      *          para siempre en JCLIENTES con su nombre. Aqui se
      *          sustituyen sus datos personales por un seudonimo
      *          (token "Z" mas cinco cifras, serie JANONSEQ) en
      *          JCLIENTES, JCERRADAS, JTITULARES, la ficha KYC de
      *          JCLIPERFIL y las preferencias de avisos de JAVISOPREF,
      *          conservando importes y fechas para la estadistica.
      *          Dos formas de hacerlo, las dos firmadas por un
      *          supervisor de banco del maestro de operadores:
      *          - pasada de conservacion: todos los clientes sin
      *            cuentas abiertas, depositos ni prestamos vivos cuyo
      *            ultimo cierre tiene mas años que el plazo legal de
      *            JCONSERVA (por defecto 10);
      *          - derecho de supresion de un cliente concreto, que se
      *            rechaza mientras quede alguna obligacion legal
      *            (cuentas, cotitularidades, depositos o prestamos
      *            vivos, alertas de sanciones pendientes o el plazo
      *            de conservacion sin cumplir), diciendo cual.
      *          Cada anonimizacion queda en el registro JANONREG con
      *          el seudonimo, el motivo, el ultimo cierre, quien la
      *          autorizo y cuando (el identificador anterior no se
      *          guarda en ninguna parte).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOANONIMIZA.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIENTES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CLI-ID
       ALTERNATE RECORD KEY IS CLI-NOMBRE-APELLIDO WITH DUPLICATES
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL PERFILES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIPERFIL.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PERF-CLI-ID
       FILE STATUS IS WS-FS-PERFILES.

       SELECT OPTIONAL PREFAVISOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOPREF.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS AVP-CLIENTE
       FILE STATUS IS WS-FS-PREFAVISOS.

       SELECT OPTIONAL TITULARES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTITULARES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS TIT-CLAVE
       FILE STATUS IS WS-FS-TITULARES.

       SELECT OPTIONAL PLAZOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPLAZOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PLAZO-ID
       FILE STATUS IS WS-FS-PLAZOS.

       SELECT OPTIONAL PRESTAMOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTAMOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PREST-ID
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL ALERTAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JALERTASAN.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ALE-CLAVE
       FILE STATUS IS WS-FS-ALERTAS.

       SELECT OPTIONAL CERRADAS ASSIGN TO WS-RUTA-CERRADAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CERRADAS.

       SELECT CERRADAS-NUEVO ASSIGN TO WS-RUTA-CERRADAS-NUEVO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CERRADAS-NUEVO.

       SELECT OPTIONAL CONSERVA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCONSERVA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONSERVA.

       SELECT OPTIONAL ANON-SEQ ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JANONSEQ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ANONSEQ.

       SELECT OPTIONAL REGISTRO-ANON ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JANONREG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REGISTRO.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD PERFILES.
           01 DATOS-PERFIL.
               05 PERF-CLI-ID PIC X(6).
               05 PERF-DOC-TIPO PIC X(1).
               05 PERF-DOC-NUMERO PIC X(15).
               05 PERF-DOC-CADUCIDAD PIC 9(8).
               05 PERF-FECHA-NACIMIENTO PIC 9(8).
               05 PERF-DIRECCION PIC X(40).
               05 PERF-POBLACION PIC X(20).
               05 PERF-COD-POSTAL PIC X(5).
               05 PERF-TELEFONO PIC X(15).
               05 PERF-EMAIL PIC X(30).
               05 PERF-NACIONALIDAD PIC X(3).
               05 PERF-FECHA-REVISION PIC 9(8).
               05 FILLER PIC X(41).

       FD PREFAVISOS.
           01 DATOS-PREFERENCIA.
               05 AVP-CLIENTE PIC X(6).
               05 AVP-CANAL PIC X(1).
               05 AVP-TELEFONO PIC X(15).
               05 AVP-EMAIL PIC X(40).
               05 AVP-UMBRAL-SALDO PIC 9(7)V99.
               05 AVP-UMBRAL-RETIRADA PIC 9(7)V99.
               05 AVP-SUCESOS.
                   10 AVP-SUCESO PIC X(1) OCCURS 7 TIMES.
               05 FILLER PIC X(13).

       FD TITULARES.
           01 DATOS-TITULAR.
               05 TIT-CLAVE.
                   10 TIT-CUENTA PIC X(10).
                   10 TIT-CLIENTE PIC X(6).
               05 TIT-ROL PIC X(1).

       FD PLAZOS.
           01 DATOS-PLAZO.
               05 PLAZO-ID PIC 9(4).
               05 PLAZO-CUENTA PIC X(10).
               05 PLAZO-PRINCIPAL PIC 9(7)V99.
               05 PLAZO-TASA PIC 9V999.
               05 PLAZO-FECHA-INICIO PIC 9(8).
               05 PLAZO-FECHA-VENCIMIENTO PIC 9(8).
               05 PLAZO-ESTADO PIC X(1).

       FD PRESTAMOS.
           01 DATOS-PRESTAMO.
               05 PREST-ID PIC 9(4).
               05 PREST-CUENTA PIC X(10).
               05 PREST-PRINCIPAL PIC 9(7)V99.
               05 PREST-TASA PIC 9V999.
               05 PREST-MESES PIC 9(3).
               05 PREST-CUOTA PIC 9(7)V99.
               05 PREST-FECHA-INICIO PIC 9(8).
               05 PREST-CUOTAS-PAGADAS PIC 9(3).
               05 PREST-ULT-INTENTO PIC 9(6).
               05 PREST-ESTADO PIC X(1).
               05 PREST-SOLICITUD PIC 9(6).

       FD ALERTAS.
           01 DATOS-ALERTA.
               05 ALE-CLAVE.
                   10 ALE-OBJETO.
                       15 ALE-TIPO PIC X(1).
                           88 ALE-DE-CLIENTE VALUE "C".
                           88 ALE-DE-ORDEN VALUE "O".
                       15 ALE-CLAVE-OBJETO PIC X(10).
                   10 ALE-REFERENCIA PIC X(12).
               05 ALE-TEXTO PIC X(30).
               05 ALE-FECHA-ALTA PIC 9(8).
               05 ALE-ESTADO PIC X(1).
                   88 ALE-PENDIENTE VALUE "P".
                   88 ALE-DESCARTADA VALUE "D".
                   88 ALE-CONFIRMADA VALUE "C".
               05 ALE-FECHA-DECISION PIC 9(8).
               05 ALE-OPERADOR PIC X(4).

      *> CUENTA CERRADA: IMAGEN DEL REGISTRO DE JDATOSCUENTA Y FECHA
      *> DEL CIERRE EN EL FORMATO DE FECHA-ACTUAL (BANCO).
       FD CERRADAS.
       01 REG-CERRADA.
           05 RCE-DATOS.
               10 RCE-NUMCUENTA PIC X(10).
               10 RCE-CLIENTE PIC X(6).
               10 FILLER PIC X(24).
           05 RCE-FECHA PIC X(21).

       FD CERRADAS-NUEVO.
       01 REG-CERRADA-NUEVO PIC X(61).

      *> PLAZO LEGAL DE CONSERVACION EN AÑOS, EDITABLE POR
      *> CUMPLIMIENTO.
       FD CONSERVA
       RECORD CONTAINS 2 CHARACTERS.
       01 REG-CONSERVA.
           05 CNS-ANIOS PIC 9(2).

       FD ANON-SEQ
       RECORD CONTAINS 5 CHARACTERS.
       01 REG-ANON-SEQ.
           05 SEQ-ULTIMO-TOKEN PIC 9(5).

       FD REGISTRO-ANON
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-ANONIMIZACION.
           05 RAN-FECHA PIC X(21).
           05 FILLER PIC X.
           05 RAN-TOKEN PIC X(6).
           05 FILLER PIC X.
           05 RAN-MOTIVO PIC X(1).
               88 RAN-POR-CONSERVACION VALUE "C".
               88 RAN-POR-SUPRESION VALUE "S".
           05 FILLER PIC X.
           05 RAN-ULTIMO-CIERRE PIC 9(8).
           05 FILLER PIC X.
           05 RAN-ANIOS PIC 9(2).
           05 FILLER PIC X.
           05 RAN-AUTORIZA PIC X(4).
           05 FILLER PIC X(33).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-CLIENTES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-PERFILES PIC 99.
       77 WS-FS-PREFAVISOS PIC 99.
       77 WS-FS-TITULARES PIC 99.
       77 WS-FS-PLAZOS PIC 99.
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FS-ALERTAS PIC 99.
       77 WS-FS-CERRADAS PIC 99.
       77 WS-FS-CERRADAS-NUEVO PIC 99.
       77 WS-FS-CONSERVA PIC 99.
       77 WS-FS-ANONSEQ PIC 99.
       77 WS-FS-REGISTRO PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-OPERADOR PIC X(4).
       77 WS-FIRMA-OK PIC X(1) VALUE "N".
       77 WS-FIN-ARCHIVO PIC X(3).
       77 WS-FIN-ALERTAS PIC X(3).
       77 WS-ANIOS-CONSERVA PIC 9(2) VALUE 10.
       77 WS-FECHA-CORTE PIC 9(8).
       77 WS-FECHA PIC X(21).
       77 WS-MODO-FECHA PIC X(1) VALUE "I".
       77 WS-CLI-REVISAR PIC X(6).
       77 WS-CUENTA-REVISAR PIC X(10).
       77 WS-TOKEN PIC X(6).
       77 WS-MOTIVO-RECHAZO PIC X(40).
       77 WS-ULTIMO-CIERRE PIC 9(8).
       77 WS-FECHA-CIERRE PIC 9(8).
       77 WS-CONFIRMAR PIC X(1).
       77 WS-ANONIMIZADO PIC X(1).
       77 WS-TIPO-ANONIMIZACION PIC X(1).
       77 WS-CERRADAS-CAMBIADAS PIC X(1).
       77 WS-CONTADOR-REVISADOS PIC 9(5).
       77 WS-CONTADOR-ANONIMIZADOS PIC 9(5).
       77 WS-I PIC 9(4).
       77 WS-J PIC 9(4).
       77 WS-K PIC 9(4).
       77 WS-RESULTADO-FICHERO PIC S9(9) COMP-5.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOANONIMIZA".

      *> RUTAS FISICAS DE LOS ARCHIVOS: POR DEFECTO LAS DE
      *> PRODUCCION, PERO EL SERVICIO RUTAS LAS PUEDE REDIRIGIR
      *> DESDE EL ARCHIVO DE CONFIGURACION JRUTAS AL ARRANCAR.
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-CERRADAS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCERRADAS.txt".
       77 WS-RUTA-CERRADAS-NUEVO PIC X(80).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> FECHA DEL CIERRE TAL Y COMO LA DEJA FECHA-ACTUAL:
      *> "DDD DD/MM/AA HH:MM:SS".
       01 WS-FECHA-TEXTO.
           05 FILLER PIC X(4).
           05 WS-FTX-DIA PIC 9(2).
           05 FILLER PIC X(1).
           05 WS-FTX-MES PIC 9(2).
           05 FILLER PIC X(1).
           05 WS-FTX-ANIO PIC 9(2).
           05 FILLER PIC X(9).

      *> CUENTAS CERRADAS (JCERRADAS): CLIENTE Y FECHA DE CIERRE.
       01 WS-TABLA-CERRADAS.
           05 WS-CER-OCUPADAS PIC 9(4) VALUE 0.
           05 WS-CER-ENTRADA OCCURS 5000 TIMES.
               10 WS-CER-CUENTA PIC X(10).
               10 WS-CER-CLIENTE PIC X(6).
               10 WS-CER-FECHA PIC 9(8).

      *> VINCULOS CUENTA-CLIENTE DE JTITULARES (CUALQUIER ROL).
       01 WS-TABLA-VINCULOS.
           05 WS-VIN-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-VIN-ENTRADA OCCURS 5000 TIMES.
               10 WS-VIN-CUENTA PIC X(10).
               10 WS-VIN-CLIENTE PIC X(6).

      *> CUENTAS CON UN DEPOSITO A PLAZO O UN PRESTAMO TODAVIA VIVO.
       01 WS-TABLA-VIVOS.
           05 WS-VIV-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-VIV-ENTRADA OCCURS 3000 TIMES.
               10 WS-VIV-CUENTA PIC X(10).
               10 WS-VIV-TIPO PIC X(1).

      *> CLIENTES QUE CUMPLEN PARA LA PASADA DE CONSERVACION; SE
      *> RECOGEN ANTES DE TOCAR JCLIENTES PARA NO RECORRERLO MIENTRAS
      *> SE LE CAMBIAN LAS CLAVES.
       01 WS-TABLA-CANDIDATOS.
           05 WS-CAN-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-CAN-ENTRADA OCCURS 3000 TIMES.
               10 WS-CAN-CLIENTE PIC X(6).
               10 WS-CAN-ULTIMO-CIERRE PIC 9(8).

      *> SEUDONIMOS DADOS EN ESTA EJECUCION, SOLO EN MEMORIA, PARA
      *> REESCRIBIR JCERRADAS AL TERMINAR.
       01 WS-TABLA-ANONIMOS.
           05 WS-ANO-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-ANO-ENTRADA OCCURS 3000 TIMES.
               10 WS-ANO-CLIENTE PIC X(6).
               10 WS-ANO-TOKEN PIC X(6).

       01 WS-TOKEN-NUEVO.
           05 FILLER PIC X(1) VALUE "Z".
           05 WS-TOKEN-NUMERO PIC 9(5).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE "JCERRADAS" TO WS-RUTA-LOGICO.
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-CERRADAS.
           MOVE SPACES TO WS-RUTA-CERRADAS-NUEVO.
           STRING WS-RUTA-CERRADAS DELIMITED BY ".txt"
               "-NUEVO.txt" DELIMITED BY SIZE
               INTO WS-RUTA-CERRADAS-NUEVO
           END-STRING.
           PERFORM 05-CARGAR-CONSERVACION.
           PERFORM 07-FIRMA-SUPERVISOR.
           IF WS-FIRMA-OK EQUAL "S"
               PERFORM 10-MENU UNTIL WS-OPCION = 4
           END-IF.
           STOP RUN.
       00-INICIO-END.
       EXIT.


      *> PLAZO DE CONSERVACION: SI NO HAY JCONSERVA SE CREA CON EL
      *> VALOR POR DEFECTO PARA QUE CUMPLIMIENTO LO PUEDA EDITAR.
       05-CARGAR-CONSERVACION.
           OPEN INPUT CONSERVA.
           IF WS-FS-CONSERVA EQUAL "00"
               READ CONSERVA INTO REG-CONSERVA
               IF CNS-ANIOS IS NUMERIC AND CNS-ANIOS > 0
                   MOVE CNS-ANIOS TO WS-ANIOS-CONSERVA
               END-IF
               CLOSE CONSERVA
           ELSE
               CLOSE CONSERVA
               MOVE WS-ANIOS-CONSERVA TO CNS-ANIOS
               OPEN OUTPUT CONSERVA
               WRITE REG-CONSERVA
               CLOSE CONSERVA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           COMPUTE WS-FECHA-CORTE =
               WS-HOY-NUM - WS-ANIOS-CONSERVA * 10000.
       05-CARGAR-CONSERVACION-END.
       EXIT.


      *> ANONIMIZAR ES IRREVERSIBLE: SOLO LO AUTORIZA UN SUPERVISOR
      *> (ROL "S" DE BANCO DEL MAESTRO DE OPERADORES), QUE QUEDA EN
      *> EL REGISTRO.
       07-FIRMA-SUPERVISOR.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "Solo un supervisor puede"
               " autorizar anonimizaciones."
           ELSE
               MOVE WS-SES-OPERADOR TO WS-OPERADOR
               MOVE "S" TO WS-FIRMA-OK
           END-IF.
       07-FIRMA-SUPERVISOR-END.
       EXIT.


       10-MENU.
           DISPLAY "Proteccion de datos de antiguos clientes."
           DISPLAY "Plazo de conservacion: " WS-ANIOS-CONSERVA
           " años (cierres anteriores a " WS-FECHA-CORTE ")."
           DISPLAY "Pasada de conservacion (1)"
           DISPLAY "Solicitud de supresion de un cliente (2)"
           DISPLAY "Registro de anonimizaciones (3)"
           DISPLAY "salir (4)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 30-PASADA-CONSERVACION
           WHEN 2
               PERFORM 35-SOLICITUD-SUPRESION
           WHEN 3
               PERFORM 80-LISTAR-REGISTRO
           WHEN 4
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> CARGA EN MEMORIA LO QUE HACE FALTA PARA DECIDIR SI UN CLIENTE
      *> TIENE TODAVIA OBLIGACIONES: CIERRES, VINCULOS DE TITULARIDAD Y
      *> CUENTAS CON DEPOSITO O PRESTAMO VIVO.
       20-CARGAR-TABLAS.
           MOVE ZERO TO WS-CER-OCUPADAS.
           MOVE ZERO TO WS-VIN-OCUPADOS.
           MOVE ZERO TO WS-VIV-OCUPADOS.
           MOVE ZERO TO WS-ANO-OCUPADOS.
           MOVE "N" TO WS-CERRADAS-CAMBIADAS.

           OPEN INPUT CERRADAS.
           IF WS-FS-CERRADAS EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 21-LEER-CERRADA UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE CERRADAS.

           OPEN INPUT TITULARES.
           IF WS-FS-TITULARES EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 22-LEER-VINCULO UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE TITULARES.

           OPEN INPUT PLAZOS.
           IF WS-FS-PLAZOS EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 23-LEER-PLAZO UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE PLAZOS.

           OPEN INPUT PRESTAMOS.
           IF WS-FS-PRESTAMOS EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 24-LEER-PRESTAMO UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE PRESTAMOS.
       20-CARGAR-TABLAS-END.
       EXIT.


       21-LEER-CERRADA.
           READ CERRADAS
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               IF WS-CER-OCUPADAS < 5000
                   ADD 1 TO WS-CER-OCUPADAS
                   MOVE RCE-NUMCUENTA TO WS-CER-CUENTA (WS-CER-OCUPADAS)
                   MOVE RCE-CLIENTE TO WS-CER-CLIENTE (WS-CER-OCUPADAS)
                   MOVE RCE-FECHA TO WS-FECHA-TEXTO
                   MOVE ZERO TO WS-FECHA-CIERRE
                   IF WS-FTX-DIA IS NUMERIC AND WS-FTX-MES IS NUMERIC
                   AND WS-FTX-ANIO IS NUMERIC
                       COMPUTE WS-FECHA-CIERRE =
                           (2000 + WS-FTX-ANIO) * 10000
                           + WS-FTX-MES * 100 + WS-FTX-DIA
                   END-IF
                   MOVE WS-FECHA-CIERRE
                       TO WS-CER-FECHA (WS-CER-OCUPADAS)
               END-IF
           END-READ.
       21-LEER-CERRADA-END.
       EXIT.


       22-LEER-VINCULO.
           READ TITULARES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               IF WS-VIN-OCUPADOS < 5000
                   ADD 1 TO WS-VIN-OCUPADOS
                   MOVE TIT-CUENTA TO WS-VIN-CUENTA (WS-VIN-OCUPADOS)
                   MOVE TIT-CLIENTE TO WS-VIN-CLIENTE (WS-VIN-OCUPADOS)
               END-IF
           END-READ.
       22-LEER-VINCULO-END.
       EXIT.


       23-LEER-PLAZO.
           READ PLAZOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               IF PLAZO-ESTADO EQUAL "A" AND WS-VIV-OCUPADOS < 3000
                   ADD 1 TO WS-VIV-OCUPADOS
                   MOVE PLAZO-CUENTA TO WS-VIV-CUENTA (WS-VIV-OCUPADOS)
                   MOVE "D" TO WS-VIV-TIPO (WS-VIV-OCUPADOS)
               END-IF
           END-READ.
       23-LEER-PLAZO-END.
       EXIT.


       24-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               IF PREST-ESTADO EQUAL "A" AND WS-VIV-OCUPADOS < 3000
                   ADD 1 TO WS-VIV-OCUPADOS
                   MOVE PREST-CUENTA TO WS-VIV-CUENTA (WS-VIV-OCUPADOS)
                   MOVE "P" TO WS-VIV-TIPO (WS-VIV-OCUPADOS)
               END-IF
           END-READ.
       24-LEER-PRESTAMO-END.
       EXIT.


      *> PASADA DE CONSERVACION: PRIMERO SE RECOGEN LOS CLIENTES QUE
      *> CUMPLEN Y LUEGO SE ANONIMIZAN UNO A UNO.
       30-PASADA-CONSERVACION.
           PERFORM 20-CARGAR-TABLAS.
           PERFORM 50-ABRIR-MAESTROS.
           MOVE ZERO TO WS-CONTADOR-REVISADOS.
           MOVE ZERO TO WS-CONTADOR-ANONIMIZADOS.
           MOVE ZERO TO WS-CAN-OCUPADOS.
           MOVE LOW-VALUES TO CLI-ID.
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT INVALID KEY
               MOVE "NO" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM 31-REVISAR-CLIENTE UNTIL WS-FIN-ARCHIVO EQUAL "SI".
           MOVE "C" TO WS-TIPO-ANONIMIZACION.
           PERFORM 32-ANONIMIZAR-CANDIDATO
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAN-OCUPADOS.
           PERFORM 55-CERRAR-MAESTROS.
           PERFORM 70-REESCRIBIR-CERRADAS.
           DISPLAY "Clientes revisados: " WS-CONTADOR-REVISADOS
           " anonimizados: " WS-CONTADOR-ANONIMIZADOS.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA,
               WS-CONTADOR-REVISADOS, WS-CONTADOR-ANONIMIZADOS.
       30-PASADA-CONSERVACION-END.
       EXIT.


      *> SOLO CUENTAN LOS ANTIGUOS CLIENTES: HACE FALTA UN CIERRE Y
      *> QUE NO QUEDE NINGUNA OBLIGACION. LOS YA ANONIMIZADOS SE SALTAN.
       31-REVISAR-CLIENTE.
           READ CLIENTES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               IF CLI-NOMBRE NOT EQUAL "ANONIMO"
                   ADD 1 TO WS-CONTADOR-REVISADOS
                   MOVE CLI-ID TO WS-CLI-REVISAR
                   PERFORM 40-COMPROBAR-OBLIGACIONES
                   IF WS-MOTIVO-RECHAZO EQUAL SPACES
                   AND WS-ULTIMO-CIERRE > ZERO
                   AND WS-CAN-OCUPADOS < 3000
                       ADD 1 TO WS-CAN-OCUPADOS
                       MOVE CLI-ID TO WS-CAN-CLIENTE (WS-CAN-OCUPADOS)
                       MOVE WS-ULTIMO-CIERRE
                           TO WS-CAN-ULTIMO-CIERRE (WS-CAN-OCUPADOS)
                   END-IF
               END-IF
           END-READ.
       31-REVISAR-CLIENTE-END.
       EXIT.


       32-ANONIMIZAR-CANDIDATO.
           MOVE WS-CAN-CLIENTE (WS-K) TO WS-CLI-REVISAR.
           MOVE WS-CAN-ULTIMO-CIERRE (WS-K) TO WS-ULTIMO-CIERRE.
           PERFORM 60-ANONIMIZAR-CLIENTE.
       32-ANONIMIZAR-CANDIDATO-END.
       EXIT.


      *> DERECHO DE SUPRESION: SE ATIENDE SOLO SI NO QUEDA NINGUNA
      *> OBLIGACION LEGAL; SI NO, SE DICE CUAL LO IMPIDE.
       35-SOLICITUD-SUPRESION.
           PERFORM 20-CARGAR-TABLAS.
           PERFORM 50-ABRIR-MAESTROS.
           DISPLAY "Cliente que pide la supresion: "
           ACCEPT WS-CLI-REVISAR
           MOVE WS-CLI-REVISAR TO CLI-ID
           READ CLIENTES RECORD
           INVALID KEY
               DISPLAY "No existe ningun cliente con ese codigo."
           NOT INVALID KEY
               IF CLI-NOMBRE EQUAL "ANONIMO"
                   DISPLAY "El cliente ya esta anonimizado."
               ELSE
                   PERFORM 40-COMPROBAR-OBLIGACIONES
                   IF WS-MOTIVO-RECHAZO NOT EQUAL SPACES
                       DISPLAY "Solicitud rechazada: "
                       WS-MOTIVO-RECHAZO
                   ELSE
                       DISPLAY "Cliente " CLI-ID " " CLI-NOMBRE " "
                       CLI-APELLIDO ": se anonimizara. ¿Seguro? (S/N)"
                       ACCEPT WS-CONFIRMAR
                       IF WS-CONFIRMAR EQUAL "S"
                           MOVE "S" TO WS-TIPO-ANONIMIZACION
                           PERFORM 60-ANONIMIZAR-CLIENTE
                       ELSE
                           DISPLAY "Solicitud no atendida."
                       END-IF
                   END-IF
               END-IF
           END-READ.
           PERFORM 55-CERRAR-MAESTROS.
           PERFORM 70-REESCRIBIR-CERRADAS.
       35-SOLICITUD-SUPRESION-END.
       EXIT.


      *> DEJA EN WS-MOTIVO-RECHAZO LA PRIMERA OBLIGACION QUE IMPIDE
      *> ANONIMIZAR AL CLIENTE (EN BLANCO SI NO QUEDA NINGUNA) Y EN
      *> WS-ULTIMO-CIERRE LA FECHA DEL ULTIMO CIERRE DE SUS CUENTAS.
       40-COMPROBAR-OBLIGACIONES.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE ZERO TO WS-ULTIMO-CIERRE.
           MOVE WS-CLI-REVISAR TO CLIENTE-ID.
           START CUENTA KEY IS EQUAL TO CLIENTE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "tiene cuentas abiertas" TO WS-MOTIVO-RECHAZO
           END-START.
           PERFORM 41-REVISAR-CERRADA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CER-OCUPADAS.
           PERFORM 42-REVISAR-VINCULO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VIN-OCUPADOS.
           IF WS-MOTIVO-RECHAZO EQUAL SPACES
               PERFORM 45-REVISAR-ALERTAS
           END-IF.
           IF WS-MOTIVO-RECHAZO EQUAL SPACES
           AND WS-ULTIMO-CIERRE NOT < WS-FECHA-CORTE
               MOVE "ultimo cierre dentro del plazo legal"
                   TO WS-MOTIVO-RECHAZO
           END-IF.
       40-COMPROBAR-OBLIGACIONES-END.
       EXIT.


       41-REVISAR-CERRADA.
           IF WS-CER-CLIENTE (WS-I) EQUAL WS-CLI-REVISAR
               IF WS-CER-FECHA (WS-I) > WS-ULTIMO-CIERRE
                   MOVE WS-CER-FECHA (WS-I) TO WS-ULTIMO-CIERRE
               END-IF
               MOVE WS-CER-CUENTA (WS-I) TO WS-CUENTA-REVISAR
               PERFORM 43-REVISAR-PRODUCTOS
           END-IF.
       41-REVISAR-CERRADA-END.
       EXIT.


      *> COMO COTITULAR O AUTORIZADO: LA CUENTA NO PUEDE SEGUIR
      *> ABIERTA, Y SI YA SE CERRO SU CIERRE CUENTA COMO SUYO.
       42-REVISAR-VINCULO.
           IF WS-VIN-CLIENTE (WS-I) EQUAL WS-CLI-REVISAR
               MOVE WS-VIN-CUENTA (WS-I) TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MOTIVO-RECHAZO EQUAL SPACES
                       MOVE "titular de una cuenta abierta"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               END-READ
               MOVE WS-VIN-CUENTA (WS-I) TO WS-CUENTA-REVISAR
               PERFORM 44-CIERRE-DE-CUENTA
                   VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CER-OCUPADAS
               PERFORM 43-REVISAR-PRODUCTOS
           END-IF.
       42-REVISAR-VINCULO-END.
       EXIT.


       43-REVISAR-PRODUCTOS.
           PERFORM 46-COMPARAR-VIVO
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-VIV-OCUPADOS.
       43-REVISAR-PRODUCTOS-END.
       EXIT.


       44-CIERRE-DE-CUENTA.
           IF WS-CER-CUENTA (WS-J) EQUAL WS-CUENTA-REVISAR
           AND WS-CER-FECHA (WS-J) > WS-ULTIMO-CIERRE
               MOVE WS-CER-FECHA (WS-J) TO WS-ULTIMO-CIERRE
           END-IF.
       44-CIERRE-DE-CUENTA-END.
       EXIT.


      *> UNA ALERTA DE SANCIONES PENDIENTE SOBRE EL CLIENTE OBLIGA A
      *> CONSERVAR SUS DATOS HASTA QUE CUMPLIMIENTO LA RESUELVA.
       45-REVISAR-ALERTAS.
           OPEN INPUT ALERTAS.
           IF WS-FS-ALERTAS EQUAL "00"
               MOVE LOW-VALUES TO ALE-CLAVE
               MOVE "C" TO ALE-TIPO
               MOVE WS-CLI-REVISAR TO ALE-CLAVE-OBJETO
               START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-ALERTAS
               NOT INVALID KEY
                   MOVE "NO" TO WS-FIN-ALERTAS
               END-START
               PERFORM 47-LEER-ALERTA UNTIL WS-FIN-ALERTAS EQUAL "SI"
           END-IF.
           CLOSE ALERTAS.
       45-REVISAR-ALERTAS-END.
       EXIT.


       46-COMPARAR-VIVO.
           IF WS-VIV-CUENTA (WS-J) EQUAL WS-CUENTA-REVISAR
           AND WS-MOTIVO-RECHAZO EQUAL SPACES
               IF WS-VIV-TIPO (WS-J) EQUAL "D"
                   MOVE "deposito a plazo vigente"
                       TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE "prestamo pendiente de amortizar"
                       TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
       46-COMPARAR-VIVO-END.
       EXIT.


       47-LEER-ALERTA.
           READ ALERTAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ALERTAS
           NOT AT END
               IF NOT ALE-DE-CLIENTE
               OR ALE-CLAVE-OBJETO NOT EQUAL WS-CLI-REVISAR
                   MOVE "SI" TO WS-FIN-ALERTAS
               ELSE
                   IF ALE-PENDIENTE
                       MOVE "alerta de sanciones pendiente"
                           TO WS-MOTIVO-RECHAZO
                       MOVE "SI" TO WS-FIN-ALERTAS
                   END-IF
               END-IF
           END-READ.
       47-LEER-ALERTA-END.
       EXIT.


       50-ABRIR-MAESTROS.
           OPEN INPUT CUENTA.
           OPEN I-O CLIENTES.
           OPEN I-O PERFILES.
           OPEN I-O PREFAVISOS.
           OPEN I-O TITULARES.
       50-ABRIR-MAESTROS-END.
       EXIT.


       55-CERRAR-MAESTROS.
           CLOSE CUENTA CLIENTES PERFILES PREFAVISOS TITULARES.
       55-CERRAR-MAESTROS-END.
       EXIT.


      *> EL CLIENTE PASA A LLAMARSE POR SU SEUDONIMO EN TODOS LOS
      *> ARCHIVOS; LOS DATOS PERSONALES SE BORRAN Y SE CONSERVAN LAS
      *> FECHAS, LA NACIONALIDAD Y LOS UMBRALES PARA LA ESTADISTICA.
       60-ANONIMIZAR-CLIENTE.
           MOVE WS-CLI-REVISAR TO CLI-ID.
           READ CLIENTES RECORD
           INVALID KEY
               MOVE "N" TO WS-ANONIMIZADO
           NOT INVALID KEY
               PERFORM 62-SIGUIENTE-TOKEN
               DELETE CLIENTES RECORD
               MOVE WS-TOKEN TO CLI-ID
               MOVE "ANONIMO" TO CLI-NOMBRE
               MOVE WS-TOKEN TO CLI-APELLIDO
               WRITE DATOS-CLIENTE
               INVALID KEY
                   DISPLAY "Error al grabar el cliente " WS-TOKEN
                   MOVE "N" TO WS-ANONIMIZADO
               NOT INVALID KEY
                   MOVE "S" TO WS-ANONIMIZADO
               END-WRITE
           END-READ.
           IF WS-ANONIMIZADO EQUAL "S"
               PERFORM 64-ANONIMIZAR-PERFIL
               PERFORM 66-ANONIMIZAR-VINCULOS
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VIN-OCUPADOS
               PERFORM 68-ANONIMIZAR-CERRADAS
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CER-OCUPADAS
               IF WS-ANO-OCUPADOS < 3000
                   ADD 1 TO WS-ANO-OCUPADOS
                   MOVE WS-CLI-REVISAR
                       TO WS-ANO-CLIENTE (WS-ANO-OCUPADOS)
                   MOVE WS-TOKEN TO WS-ANO-TOKEN (WS-ANO-OCUPADOS)
               END-IF
               PERFORM 75-ANOTAR-REGISTRO
               ADD 1 TO WS-CONTADOR-ANONIMIZADOS
               DISPLAY "Cliente anonimizado como " WS-TOKEN "."
           END-IF.
       60-ANONIMIZAR-CLIENTE-END.
       EXIT.


       62-SIGUIENTE-TOKEN.
           MOVE ZERO TO SEQ-ULTIMO-TOKEN.
           OPEN INPUT ANON-SEQ.
           IF WS-FS-ANONSEQ EQUAL "00"
               READ ANON-SEQ
               AT END
                   MOVE ZERO TO SEQ-ULTIMO-TOKEN
               END-READ
           END-IF.
           CLOSE ANON-SEQ.
           ADD 1 TO SEQ-ULTIMO-TOKEN.
           MOVE SEQ-ULTIMO-TOKEN TO WS-TOKEN-NUMERO.
           MOVE WS-TOKEN-NUEVO TO WS-TOKEN.
           OPEN OUTPUT ANON-SEQ.
           WRITE REG-ANON-SEQ.
           CLOSE ANON-SEQ.
       62-SIGUIENTE-TOKEN-END.
       EXIT.


       64-ANONIMIZAR-PERFIL.
           MOVE WS-CLI-REVISAR TO PERF-CLI-ID.
           READ PERFILES RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DELETE PERFILES RECORD
               MOVE WS-TOKEN TO PERF-CLI-ID
               MOVE SPACES TO PERF-DOC-NUMERO
               MOVE SPACES TO PERF-DIRECCION
               MOVE SPACES TO PERF-POBLACION
               MOVE SPACES TO PERF-COD-POSTAL
               MOVE SPACES TO PERF-TELEFONO
               MOVE SPACES TO PERF-EMAIL
               WRITE DATOS-PERFIL
           END-READ.
           MOVE WS-CLI-REVISAR TO AVP-CLIENTE.
           READ PREFAVISOS RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DELETE PREFAVISOS RECORD
               MOVE WS-TOKEN TO AVP-CLIENTE
               MOVE SPACES TO AVP-TELEFONO
               MOVE SPACES TO AVP-EMAIL
               WRITE DATOS-PREFERENCIA
           END-READ.
       64-ANONIMIZAR-PERFIL-END.
       EXIT.


       66-ANONIMIZAR-VINCULOS.
           IF WS-VIN-CLIENTE (WS-I) EQUAL WS-CLI-REVISAR
               MOVE WS-VIN-CUENTA (WS-I) TO TIT-CUENTA
               MOVE WS-CLI-REVISAR TO TIT-CLIENTE
               READ TITULARES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE TITULARES RECORD
                   MOVE WS-TOKEN TO TIT-CLIENTE
                   WRITE DATOS-TITULAR
               END-READ
               MOVE WS-TOKEN TO WS-VIN-CLIENTE (WS-I)
           END-IF.
       66-ANONIMIZAR-VINCULOS-END.
       EXIT.


       68-ANONIMIZAR-CERRADAS.
           IF WS-CER-CLIENTE (WS-I) EQUAL WS-CLI-REVISAR
               MOVE WS-TOKEN TO WS-CER-CLIENTE (WS-I)
               MOVE "S" TO WS-CERRADAS-CAMBIADAS
           END-IF.
       68-ANONIMIZAR-CERRADAS-END.
       EXIT.


      *> JCERRADAS ES SECUENCIAL: SE COPIA ENTERO CON LOS SEUDONIMOS
      *> Y LA COPIA SUSTITUYE AL ORIGINAL (MISMO JUEGO DE BORRADO Y
      *> RENOMBRADO QUE BANCOARCHIVA).
       70-REESCRIBIR-CERRADAS.
           IF WS-CERRADAS-CAMBIADAS EQUAL "S"
               OPEN INPUT CERRADAS
               OPEN OUTPUT CERRADAS-NUEVO
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 72-COPIAR-CERRADA
                   UNTIL WS-FIN-ARCHIVO EQUAL "SI"
               CLOSE CERRADAS CERRADAS-NUEVO
               CALL "CBL_DELETE_FILE" USING WS-RUTA-CERRADAS
                   RETURNING WS-RESULTADO-FICHERO
               CALL "CBL_RENAME_FILE" USING WS-RUTA-CERRADAS-NUEVO,
                   WS-RUTA-CERRADAS
                   RETURNING WS-RESULTADO-FICHERO
               IF WS-RESULTADO-FICHERO NOT EQUAL ZERO
                   DISPLAY "JCERRADAS: ERROR al sustituir el archivo"
                   " por la copia anonimizada."
               END-IF
               MOVE "N" TO WS-CERRADAS-CAMBIADAS
           END-IF.
       70-REESCRIBIR-CERRADAS-END.
       EXIT.


       72-COPIAR-CERRADA.
           READ CERRADAS
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               PERFORM 74-BUSCAR-SEUDONIMO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ANO-OCUPADOS
               WRITE REG-CERRADA-NUEVO FROM REG-CERRADA
           END-READ.
       72-COPIAR-CERRADA-END.
       EXIT.


       74-BUSCAR-SEUDONIMO.
           IF WS-ANO-CLIENTE (WS-I) EQUAL RCE-CLIENTE
               MOVE WS-ANO-TOKEN (WS-I) TO RCE-CLIENTE
               MOVE WS-ANO-OCUPADOS TO WS-I
           END-IF.
       74-BUSCAR-SEUDONIMO-END.
       EXIT.


       75-ANOTAR-REGISTRO.
           MOVE SPACES TO REG-ANONIMIZACION.
           CALL "FECHA-ACTUAL" USING WS-FECHA, WS-MODO-FECHA.
           MOVE WS-FECHA TO RAN-FECHA.
           MOVE WS-TOKEN TO RAN-TOKEN.
           MOVE WS-TIPO-ANONIMIZACION TO RAN-MOTIVO.
           MOVE WS-ULTIMO-CIERRE TO RAN-ULTIMO-CIERRE.
           MOVE WS-ANIOS-CONSERVA TO RAN-ANIOS.
           MOVE WS-OPERADOR TO RAN-AUTORIZA.
           OPEN EXTEND REGISTRO-ANON.
           WRITE REG-ANONIMIZACION.
           CLOSE REGISTRO-ANON.
       75-ANOTAR-REGISTRO-END.
       EXIT.


       80-LISTAR-REGISTRO.
           OPEN INPUT REGISTRO-ANON.
           IF WS-FS-REGISTRO NOT EQUAL "00"
               DISPLAY "Todavia no hay anonimizaciones registradas."
           ELSE
               DISPLAY "Fecha               Token  M Ult.cierre Años"
               " Autoriza"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 85-LISTAR-ANONIMIZACION
                   UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE REGISTRO-ANON.
       80-LISTAR-REGISTRO-END.
       EXIT.


       85-LISTAR-ANONIMIZACION.
           READ REGISTRO-ANON
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               DISPLAY REG-ANONIMIZACION
           END-READ.
       85-LISTAR-ANONIMIZACION-END.
       EXIT.

       END PROGRAM BANCOANONIMIZA.
