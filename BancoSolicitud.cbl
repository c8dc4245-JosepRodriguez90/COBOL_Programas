      ******************************************************************
      * Author:
      * Date:
      * Purpose: Solicitudes de prestamo y estudio de capacidad de
      *          pago antes de que BANCOPRESTAMOS formalice el
      *          prestamo. Cada solicitud queda en JSOLPREST con el
      *          cliente, la cuenta, el importe, el plazo, la cuota
      *          que saldria y su estado ("P" pendiente, "A"
      *          aprobada, "D" denegada, "F" formalizada). El estudio
      *          usa datos que ya tiene la oficina: la nomina media
      *          de los seis ultimos meses abonada en la cuenta (los
      *          INGRESO de NOMINAPAGO en JMOVS, operador "NOMI"), las
      *          cuotas de los prestamos vivos del cliente en
      *          JPRESTAMOS, el descubierto que tiene dispuesto y las
      *          cuotas impagadas de los doce ultimos meses en
      *          JPRESTMORA. De ahi sale el ratio de endeudamiento y
      *          una recomendacion ("A" aprobar, "R" revisar, "D"
      *          denegar). La decision la firma un supervisor contra
      *          JOPERADORES (rol de banco "S").
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOSOLICITUD.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SOLICITUDES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSOLPREST.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS SOL-ID
       FILE STATUS IS WS-FS-SOLICITUDES.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL PRESTAMOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTAMOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PREST-ID
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL MOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT OPTIONAL MOROSIDAD ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTMORA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOROSIDAD.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> SOLICITUD DE PRESTAMO CON EL RESULTADO DEL ESTUDIO. CUANDO
      *> BANCOPRESTAMOS LA FORMALIZA QUEDA EN "F" CON EL NUMERO DEL
      *> PRESTAMO QUE SE ABRIO.
       FD SOLICITUDES.
           01 DATOS-SOLICITUD.
               05 SOL-ID PIC 9(6).
               05 SOL-CLIENTE PIC X(6).
               05 SOL-CUENTA PIC X(10).
               05 SOL-IMPORTE PIC 9(7)V99.
               05 SOL-MESES PIC 9(3).
               05 SOL-TASA PIC 9V999.
               05 SOL-CUOTA PIC 9(7)V99.
               05 SOL-FECHA PIC 9(8).
               05 SOL-ESTADO PIC X(1).
               05 SOL-INGRESO-MEDIO PIC 9(7)V99.
               05 SOL-CUOTAS-VIGENTES PIC 9(7)V99.
               05 SOL-DESCUBIERTO-USO PIC 9(7)V99.
               05 SOL-MORA PIC 9(3).
               05 SOL-RATIO PIC 9(3)V99.
               05 SOL-RECOMENDACION PIC X(1).
               05 SOL-DECIDE PIC X(4).
               05 SOL-FECHA-DECISION PIC 9(8).
               05 SOL-PRESTAMO-ID PIC 9(4).
               05 FILLER PIC X(20).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

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

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD MOROSIDAD
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-MOROSIDAD PIC X(60).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-SOLICITUDES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-MOROSIDAD PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-SOLICITUDES PIC X(3) VALUE "NO".
       77 WS-FIN-MOVS PIC X(3) VALUE "NO".
       77 WS-FIN-PRESTAMOS PIC X(3) VALUE "NO".
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-FIN-MOROSIDAD PIC X(3) VALUE "NO".
       77 WS-SUPERVISOR PIC X(4).
       77 WS-FIR-SUBSISTEMA PIC X(1) VALUE "F".
       77 WS-FIR-ROL PIC X(1).
       77 WS-FIR-RESULTADO PIC X(1).
       77 WS-SUPERVISOR-OK PIC X(1) VALUE "N".
       77 WS-DECISION PIC X(1).
       77 WS-TASA-MENSUAL PIC 9V9(6).
       77 WS-FACTOR PIC 9(7)V9(6).
       77 WS-INGRESO-TOTAL PIC 9(8)V99.
       77 WS-RETROCESO PIC 9(2).
       77 WS-MESES-ABS PIC 9(6).
       77 WS-VENT-ANIO PIC 9(4).
       77 WS-VENT-MES PIC 9(2).
       77 WS-NOMINA-DESDE PIC 9(8).
       77 WS-NOMINA-HASTA PIC 9(8).
       77 WS-MORA-DESDE PIC 9(6).
       77 WS-RATIO-ED PIC ZZ9.99.
      *>UMBRALES DEL RATIO DE ENDEUDAMIENTO (CUOTAS / NOMINA, EN %):
      *>HASTA EL PRIMERO SE RECOMIENDA APROBAR, HASTA EL SEGUNDO SE
      *>DEJA A REVISION DEL SUPERVISOR Y POR ENCIMA SE DENIEGA.
       77 WS-RATIO-APROBAR PIC 9(3)V99 VALUE 35.
       77 WS-RATIO-MAXIMO PIC 9(3)V99 VALUE 45.
      *>MESES DE NOMINA QUE ENTRAN EN LA MEDIA.
       77 WS-MESES-NOMINA PIC 9(2) VALUE 6.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
               88 WS-MOVS-ES-MOVIMIENTO VALUE "MV".
           05 WS-MOVS-CUENTA PIC X(10).
           05 WS-MOVS-FECHA PIC 9(8).
           05 WS-MOVS-TIPO PIC X(10).
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-MOROSIDAD-LINEA.
           05 MOR-PRESTAMO PIC 9(4).
           05 FILLER PIC X.
           05 MOR-CUENTA PIC X(10).
           05 FILLER PIC X.
           05 MOR-CUOTA PIC 9(3).
           05 FILLER PIC X.
           05 MOR-PERIODO PIC 9(6).
           05 FILLER PIC X.
           05 MOR-IMPORTE PIC -(6)9.99.
           05 FILLER PIC X.
           05 MOR-MOTIVO PIC X(20).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-SOLICITUDES.
           PERFORM 10-MENU UNTIL WS-OPCION = 5.
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
           DISPLAY "Solicitudes de prestamo."
           DISPLAY "Nueva solicitud y estudio (1)"
           DISPLAY "Consultar solicitud (2)"
           DISPLAY "Resolver solicitud (3)"
           DISPLAY "Listar pendientes (4)"
           DISPLAY "salir (5)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-NUEVA-SOLICITUD
           WHEN 2
               PERFORM 70-CONSULTAR-SOLICITUD
           WHEN 3
               PERFORM 50-RESOLVER-SOLICITUD
           WHEN 4
               PERFORM 60-LISTAR-PENDIENTES
           WHEN 5
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-NUEVA-SOLICITUD.
           DISPLAY "Numero de la solicitud: "
           ACCEPT SOL-ID
           READ SOLICITUDES RECORD
           INVALID KEY
               PERFORM 25-PEDIR-DATOS
           NOT INVALID KEY
               DISPLAY "Ya existe una solicitud con ese numero."
           END-READ.
       20-NUEVA-SOLICITUD-END.
       EXIT.


      *> LA SOLICITUD SE HACE SOBRE UNA CUENTA DEL CLIENTE, QUE ES
      *> DONDE SE ABONARA EL PRINCIPAL Y SE CARGARAN LAS CUOTAS.
       25-PEDIR-DATOS.
           OPEN INPUT CUENTA.
           DISPLAY "Cuenta del cliente: "
           ACCEPT SOL-CUENTA.
           MOVE SOL-CUENTA TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               DISPLAY "La cuenta no existe. Solicitud cancelada."
           NOT INVALID KEY
               IF ESTADO EQUAL "L"
                   DISPLAY "Cuenta bloqueada por seguridad."
                   " Solicitud cancelada."
               ELSE
                   MOVE CLIENTE-ID TO SOL-CLIENTE
                   PERFORM 30-GRABAR-SOLICITUD
               END-IF
           END-READ.
           CLOSE CUENTA.
       25-PEDIR-DATOS-END.
       EXIT.


       30-GRABAR-SOLICITUD.
           DISPLAY "Importe solicitado: "
           ACCEPT SOL-IMPORTE.
           DISPLAY "Tasa anual (p.e. 0.060): "
           ACCEPT SOL-TASA.
           DISPLAY "Plazo en meses (1-360): "
           ACCEPT SOL-MESES.
           IF SOL-IMPORTE <= 0
           OR SOL-MESES < 1 OR SOL-MESES > 360
               DISPLAY "Datos no validos. Solicitud cancelada."
           ELSE
      *>Misma cuota francesa que calculara BANCOPRESTAMOS al
      *>formalizar el prestamo.
               COMPUTE WS-TASA-MENSUAL ROUNDED = SOL-TASA / 12
               IF WS-TASA-MENSUAL EQUAL ZERO
                   COMPUTE SOL-CUOTA ROUNDED =
                       SOL-IMPORTE / SOL-MESES
               ELSE
                   COMPUTE WS-FACTOR ROUNDED =
                       (1 + WS-TASA-MENSUAL) ** SOL-MESES
                   COMPUTE SOL-CUOTA ROUNDED =
                       SOL-IMPORTE * WS-TASA-MENSUAL
                       * WS-FACTOR / (WS-FACTOR - 1)
               END-IF

               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO SOL-FECHA
               PERFORM 40-ESTUDIAR-SOLICITUD
               MOVE "P" TO SOL-ESTADO
               MOVE SPACES TO SOL-DECIDE
               MOVE ZERO TO SOL-FECHA-DECISION
               MOVE ZERO TO SOL-PRESTAMO-ID
               WRITE DATOS-SOLICITUD
               PERFORM 75-MOSTRAR-SOLICITUD
           END-IF.
       30-GRABAR-SOLICITUD-END.
       EXIT.


      *> DEVUELVE EN WS-VENT-ANIO/WS-VENT-MES EL MES QUE QUEDA
      *> WS-RETROCESO MESES ANTES DEL MES DE HOY.
       38-RETROCEDER-MESES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM (1:4) TO WS-VENT-ANIO.
           MOVE WS-HOY-NUM (5:2) TO WS-VENT-MES.
           COMPUTE WS-MESES-ABS =
               WS-VENT-ANIO * 12 + WS-VENT-MES - 1 - WS-RETROCESO.
           DIVIDE WS-MESES-ABS BY 12 GIVING WS-VENT-ANIO
               REMAINDER WS-VENT-MES.
           ADD 1 TO WS-VENT-MES.
       38-RETROCEDER-MESES-END.
       EXIT.


      *> ESTUDIO DE CAPACIDAD DE PAGO: NOMINA MEDIA, CUOTAS QUE YA
      *> PAGA EL CLIENTE, DESCUBIERTO DISPUESTO E IMPAGADOS, Y CON
      *> TODO ELLO EL RATIO Y LA RECOMENDACION.
       40-ESTUDIAR-SOLICITUD.
           PERFORM 41-NOMINA-MEDIA.
           PERFORM 43-CUOTAS-VIGENTES.
           PERFORM 45-DESCUBIERTO-DISPUESTO.
           PERFORM 47-CUOTAS-IMPAGADAS.
           PERFORM 49-RECOMENDAR.
       40-ESTUDIAR-SOLICITUD-END.
       EXIT.


      *> MEDIA DE LOS SEIS MESES NATURALES ANTERIORES AL ACTUAL: SE
      *> SUMAN LOS ABONOS DE NOMINA DE LA CUENTA EN ESE PERIODO Y SE
      *> DIVIDEN ENTRE SEIS, AUNQUE ALGUN MES NO HAYA COBRADO.
       41-NOMINA-MEDIA.
           MOVE WS-MESES-NOMINA TO WS-RETROCESO.
           PERFORM 38-RETROCEDER-MESES.
           COMPUTE WS-NOMINA-DESDE =
               WS-VENT-ANIO * 10000 + WS-VENT-MES * 100 + 1.
           MOVE WS-HOY-NUM TO WS-NOMINA-HASTA.
           MOVE "01" TO WS-NOMINA-HASTA (7:2).

           MOVE ZERO TO WS-INGRESO-TOTAL.
           MOVE "NO" TO WS-FIN-MOVS.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-MOVS
           END-IF.
           PERFORM 42-LEER-MOVIMIENTO UNTIL WS-FIN-MOVS EQUAL "SI".
           CLOSE MOVS.
           COMPUTE SOL-INGRESO-MEDIO ROUNDED =
               WS-INGRESO-TOTAL / WS-MESES-NOMINA.
       41-NOMINA-MEDIA-END.
       EXIT.


       42-LEER-MOVIMIENTO.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               IF WS-MOVS-ES-MOVIMIENTO
               AND WS-MOVS-CUENTA EQUAL SOL-CUENTA
               AND WS-MOVS-TIPO EQUAL "INGRESO"
               AND WS-MOVS-OPERADOR EQUAL "NOMI"
               AND WS-MOVS-FECHA NOT LESS THAN WS-NOMINA-DESDE
               AND WS-MOVS-FECHA < WS-NOMINA-HASTA
                   ADD WS-MOVS-IMPORTE TO WS-INGRESO-TOTAL
               END-IF
           END-READ.
       42-LEER-MOVIMIENTO-END.
       EXIT.


      *> CUOTAS DE LOS PRESTAMOS VIVOS DE CUALQUIER CUENTA DEL
      *> CLIENTE, NO SOLO DE LA CUENTA DE LA SOLICITUD.
       43-CUOTAS-VIGENTES.
           MOVE ZERO TO SOL-CUOTAS-VIGENTES.
           MOVE "NO" TO WS-FIN-PRESTAMOS.
           OPEN INPUT PRESTAMOS.
           IF WS-FS-PRESTAMOS NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-PRESTAMOS
           ELSE
               MOVE ZEROES TO PREST-ID
               START PRESTAMOS KEY IS NOT LESS THAN PREST-ID
               INVALID KEY
                   MOVE "SI" TO WS-FIN-PRESTAMOS
               END-START
           END-IF.
           PERFORM 44-LEER-PRESTAMO UNTIL WS-FIN-PRESTAMOS EQUAL "SI".
           CLOSE PRESTAMOS.
       43-CUOTAS-VIGENTES-END.
       EXIT.


       44-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PREST-ESTADO EQUAL "A"
                   MOVE PREST-CUENTA TO NUMCUENTA
                   READ CUENTA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIENTE-ID EQUAL SOL-CLIENTE
                           ADD PREST-CUOTA TO SOL-CUOTAS-VIGENTES
                       END-IF
                   END-READ
               END-IF
           END-READ.
       44-LEER-PRESTAMO-END.
       EXIT.


      *> DESCUBIERTO DISPUESTO: SALDOS NEGATIVOS DE LAS CUENTAS DEL
      *> CLIENTE, RECORRIDAS POR LA CLAVE ALTERNATIVA CLIENTE-ID.
       45-DESCUBIERTO-DISPUESTO.
           MOVE ZERO TO SOL-DESCUBIERTO-USO.
           MOVE "NO" TO WS-FIN-CUENTAS.
           MOVE SOL-CLIENTE TO CLIENTE-ID.
           START CUENTA KEY IS EQUAL TO CLIENTE-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-CUENTAS
           END-START.
           PERFORM 46-LEER-CUENTA UNTIL WS-FIN-CUENTAS EQUAL "SI".
       45-DESCUBIERTO-DISPUESTO-END.
       EXIT.


       46-LEER-CUENTA.
           READ CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               IF CLIENTE-ID NOT EQUAL SOL-CLIENTE
                   MOVE "SI" TO WS-FIN-CUENTAS
               ELSE
                   IF SALDO < 0
                       SUBTRACT SALDO FROM SOL-DESCUBIERTO-USO
                   END-IF
               END-IF
           END-READ.
       46-LEER-CUENTA-END.
       EXIT.


      *> CUOTAS QUE BANCOPRESTCOBRO NO PUDO COBRAR EN LOS DOCE
      *> ULTIMOS MESES EN CUALQUIER CUENTA DEL CLIENTE.
       47-CUOTAS-IMPAGADAS.
           MOVE ZERO TO SOL-MORA.
           MOVE 12 TO WS-RETROCESO.
           PERFORM 38-RETROCEDER-MESES.
           COMPUTE WS-MORA-DESDE = WS-VENT-ANIO * 100 + WS-VENT-MES.
           MOVE "NO" TO WS-FIN-MOROSIDAD.
           OPEN INPUT MOROSIDAD.
           IF WS-FS-MOROSIDAD NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-MOROSIDAD
           END-IF.
           PERFORM 48-LEER-MOROSIDAD
               UNTIL WS-FIN-MOROSIDAD EQUAL "SI".
           CLOSE MOROSIDAD.
       47-CUOTAS-IMPAGADAS-END.
       EXIT.


       48-LEER-MOROSIDAD.
           READ MOROSIDAD INTO WS-MOROSIDAD-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOROSIDAD
           NOT AT END
               IF MOR-PERIODO IS NUMERIC
               AND MOR-PERIODO NOT LESS THAN WS-MORA-DESDE
                   MOVE MOR-CUENTA TO NUMCUENTA
                   READ CUENTA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIENTE-ID EQUAL SOL-CLIENTE
                           ADD 1 TO SOL-MORA
                       END-IF
                   END-READ
               END-IF
           END-READ.
       48-LEER-MOROSIDAD-END.
       EXIT.


      *> RATIO = (CUOTAS VIGENTES + CUOTA NUEVA) / NOMINA MEDIA. SIN
      *> NOMINA O CON IMPAGADOS SE DENIEGA; CON DESCUBIERTO DISPUESTO
      *> COMO MUCHO SE DEJA A REVISION.
       49-RECOMENDAR.
           IF SOL-INGRESO-MEDIO EQUAL ZERO
               MOVE 999.99 TO SOL-RATIO
           ELSE
               COMPUTE SOL-RATIO ROUNDED =
                   (SOL-CUOTAS-VIGENTES + SOL-CUOTA) * 100
                   / SOL-INGRESO-MEDIO
                   ON SIZE ERROR
                       MOVE 999.99 TO SOL-RATIO
               END-COMPUTE
           END-IF.

           EVALUATE TRUE
           WHEN SOL-INGRESO-MEDIO EQUAL ZERO
           WHEN SOL-MORA > 0
           WHEN SOL-RATIO > WS-RATIO-MAXIMO
               MOVE "D" TO SOL-RECOMENDACION
           WHEN SOL-RATIO > WS-RATIO-APROBAR
           WHEN SOL-DESCUBIERTO-USO > 0
               MOVE "R" TO SOL-RECOMENDACION
           WHEN OTHER
               MOVE "A" TO SOL-RECOMENDACION
           END-EVALUATE.
       49-RECOMENDAR-END.
       EXIT.


      *> EL SUPERVISOR VE EL ESTUDIO Y DECIDE; PUEDE APARTARSE DE LA
      *> RECOMENDACION, PERO QUEDA SU FIRMA EN LA SOLICITUD.
       50-RESOLVER-SOLICITUD.
           IF WS-SUPERVISOR-OK NOT EQUAL "S"
               PERFORM 51-FIRMA-SUPERVISOR
           END-IF.
           IF WS-SUPERVISOR-OK EQUAL "S"
               DISPLAY "Numero de la solicitud: "
               ACCEPT SOL-ID
               READ SOLICITUDES RECORD
               INVALID KEY
                   DISPLAY "No existe esa solicitud."
               NOT INVALID KEY
                   IF SOL-ESTADO NOT EQUAL "P"
                       DISPLAY "La solicitud ya esta resuelta."
                   ELSE
                       PERFORM 75-MOSTRAR-SOLICITUD
                       PERFORM 55-ANOTAR-DECISION
                   END-IF
               END-READ
           END-IF.
       50-RESOLVER-SOLICITUD-END.
       EXIT.


      *> LA DECISION ES COSA DE SUPERVISORES: SI EL OPERADOR DE LA
      *> SESION NO TIENE ROL DE BANCO "S", FIRMA UN SUPERVISOR DEL
      *> MAESTRO UNICO DE OPERADORES (OPERFIRMA "F").
       51-FIRMA-SUPERVISOR.
           IF WS-SES-ROL EQUAL "S"
               MOVE WS-SES-OPERADOR TO WS-SUPERVISOR
               MOVE "S" TO WS-SUPERVISOR-OK
           ELSE
               DISPLAY "Codigo del supervisor: "
               ACCEPT WS-SUPERVISOR
               CALL "OPERFIRMA" USING WS-FIR-SUBSISTEMA, WS-SUPERVISOR,
                   WS-FIR-ROL, WS-FIR-RESULTADO
               IF WS-FIR-RESULTADO EQUAL "S"
                   IF WS-FIR-ROL EQUAL "S"
                       MOVE "S" TO WS-SUPERVISOR-OK
                   ELSE
                       DISPLAY "El operador no tiene rol de"
                       " supervisor."
                   END-IF
               END-IF
           END-IF.
       51-FIRMA-SUPERVISOR-END.
       EXIT.


       55-ANOTAR-DECISION.
           DISPLAY "Aprobar (A) / Denegar (D): "
           ACCEPT WS-DECISION.
           IF WS-DECISION EQUAL "A" OR WS-DECISION EQUAL "D"
               IF SOL-RECOMENDACION NOT EQUAL "R"
               AND WS-DECISION NOT EQUAL SOL-RECOMENDACION
                   DISPLAY "Aviso: decision distinta de la"
                   " recomendacion del estudio."
               END-IF
               MOVE WS-DECISION TO SOL-ESTADO
               MOVE WS-SUPERVISOR TO SOL-DECIDE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO SOL-FECHA-DECISION
               REWRITE DATOS-SOLICITUD
               DISPLAY "Solicitud " SOL-ID " resuelta: " SOL-ESTADO
           ELSE
               DISPLAY "Decision no valida. Sigue pendiente."
           END-IF.
       55-ANOTAR-DECISION-END.
       EXIT.


       60-LISTAR-PENDIENTES.
           MOVE "NO" TO WS-FIN-SOLICITUDES.
           MOVE ZEROES TO SOL-ID.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-SOLICITUDES
           END-START.
           PERFORM 65-LISTAR-UNA UNTIL WS-FIN-SOLICITUDES EQUAL "SI".
       60-LISTAR-PENDIENTES-END.
       EXIT.


       65-LISTAR-UNA.
           READ SOLICITUDES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-SOLICITUDES
           NOT AT END
               IF SOL-ESTADO EQUAL "P"
                   MOVE SOL-RATIO TO WS-RATIO-ED
                   DISPLAY "Solicitud " SOL-ID " cuenta " SOL-CUENTA
                   " importe " SOL-IMPORTE " cuota " SOL-CUOTA
                   " ratio " WS-RATIO-ED "%"
                   " recomendacion " SOL-RECOMENDACION
               END-IF
           END-READ.
       65-LISTAR-UNA-END.
       EXIT.


       70-CONSULTAR-SOLICITUD.
           DISPLAY "Numero de la solicitud: "
           ACCEPT SOL-ID
           READ SOLICITUDES RECORD
           INVALID KEY
               DISPLAY "No existe esa solicitud."
           NOT INVALID KEY
               PERFORM 75-MOSTRAR-SOLICITUD
           END-READ.
       70-CONSULTAR-SOLICITUD-END.
       EXIT.


       75-MOSTRAR-SOLICITUD.
           MOVE SOL-RATIO TO WS-RATIO-ED.
           DISPLAY "Solicitud " SOL-ID " cliente " SOL-CLIENTE
           " cuenta " SOL-CUENTA " estado " SOL-ESTADO.
           DISPLAY "  Importe " SOL-IMPORTE " a " SOL-MESES
           " meses, tasa " SOL-TASA ", cuota " SOL-CUOTA.
           DISPLAY "  Nomina media " SOL-INGRESO-MEDIO
           " cuotas vigentes " SOL-CUOTAS-VIGENTES.
           DISPLAY "  Descubierto dispuesto " SOL-DESCUBIERTO-USO
           " cuotas impagadas " SOL-MORA.
           DISPLAY "  Ratio de endeudamiento " WS-RATIO-ED "%"
           " recomendacion " SOL-RECOMENDACION.
           IF SOL-DECIDE NOT EQUAL SPACES
               DISPLAY "  Resuelta por " SOL-DECIDE
               " el " SOL-FECHA-DECISION
           END-IF.
           IF SOL-PRESTAMO-ID NOT EQUAL ZERO
               DISPLAY "  Formalizada en el prestamo " SOL-PRESTAMO-ID
           END-IF.
       75-MOSTRAR-SOLICITUD-END.
       EXIT.

       END PROGRAM BANCOSOLICITUD.
