      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revaluacion de divisas de fin de dia y posicion por
      *          divisa. Suma por MONEDA los saldos de JDATOSCUENTA,
      *          los depositos a plazo activos de JPLAZOS y el capital
      *          vivo de los prestamos activos de JPRESTAMOS (en la
      *          divisa de su cuenta), saca la posicion neta de cada
      *          divisa (prestamos menos saldos y depositos) y la
      *          valora en la divisa base con la tasa de JCAMBIOS.
      *          Contra la ultima revaluacion anterior de JREVALUA
      *          calcula la diferencia de cambio no realizada
      *          (posicion de hoy por la variacion de la tasa) y la
      *          deja como asientos en JCONTAREV con el mismo formato
      *          que JCONTAEXP de BANCOCONTAB. Cada tasa usada queda
      *          en el historico fechado JCAMBIOHIS y cada revaluacion
      *          en JREVALUA, asi cualquier revaluacion pasada se
      *          puede reproducir. Una reejecucion del mismo dia
      *          reescribe los registros de ese dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOREVALUA.

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

       SELECT OPTIONAL CAMBIOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAMBIOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CAMBIO-PAR
       FILE STATUS IS WS-FS-CAMBIOS.

       SELECT CAMBIOS-HIS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAMBIOHIS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT REVALUACIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JREVALUA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS REV-CLAVE
       FILE STATUS IS WS-FS-REVALUA.

       SELECT EXPORTACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCONTAREV.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-EXPORTACION.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JREVALINF.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

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

       FD CAMBIOS.
           01 DATOS-CAMBIO.
               05 CAMBIO-PAR PIC X(6).
               05 CAMBIO-TASA PIC 9(3)V9(4).
               05 CAMBIO-FECHA PIC 9(8).

      *> HISTORICO DE TASAS USADAS: UNA LINEA POR DIA Y DIVISA CON LA
      *> TASA A LA BASE QUE SE APLICO, EL PAR DE JCAMBIOS DEL QUE
      *> SALIO ("S" SI SE USO EL PAR INVERSO) Y SU FECHA DE VIGENCIA.
       FD CAMBIOS-HIS.
           01 DATOS-HISTORICO.
               05 HIS-CLAVE.
                   10 HIS-FECHA PIC 9(8).
                   10 HIS-MONEDA PIC X(3).
               05 HIS-TASA PIC 9(3)V9(6).
               05 HIS-PAR PIC X(6).
               05 HIS-INVERSA PIC X(1).
               05 HIS-FECHA-VIGENCIA PIC 9(8).
               05 FILLER PIC X(10).

      *> RESULTADO DE CADA REVALUACION POR DIA Y DIVISA: LOS TRES
      *> COMPONENTES DE LA POSICION, LA POSICION NETA, SU VALOR EN LA
      *> DIVISA BASE Y LA DIFERENCIA DE CAMBIO DEL DIA.
       FD REVALUACIONES.
           01 DATOS-REVALUACION.
               05 REV-CLAVE.
                   10 REV-FECHA PIC 9(8).
                   10 REV-MONEDA PIC X(3).
               05 REV-SALDOS PIC S9(11)V99.
               05 REV-PLAZOS PIC 9(11)V99.
               05 REV-PRESTAMOS PIC 9(11)V99.
               05 REV-POSICION PIC S9(11)V99.
               05 REV-TASA PIC 9(3)V9(6).
               05 REV-VALOR-BASE PIC S9(11)V99.
               05 REV-RESULTADO PIC S9(11)V99.
               05 FILLER PIC X(10).

      *> MISMO FORMATO QUE JCONTAEXP DE BANCOCONTAB: DOS LINEAS POR
      *> ASIENTO (UNA AL DEBE Y UNA AL HABER).
       FD EXPORTACION
       RECORD CONTAINS 47 CHARACTERS.
       01 REG-EXPORTACION.
           05 EXP-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-DH PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 EXP-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-CENTRO PIC X(4).

       FD INFORME
       RECORD CONTAINS 100 CHARACTERS.
       01 REG-INFORME PIC X(100).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JREVALINF".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOREVALUA".

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-PLAZOS PIC 99.
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FS-CAMBIOS PIC 99.
       77 WS-FS-HISTORICO PIC 99.
       77 WS-FS-REVALUA PIC 99.
       77 WS-FS-EXPORTACION PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-FIN-PLAZOS PIC X(3) VALUE "NO".
       77 WS-FIN-PRESTAMOS PIC X(3) VALUE "NO".
       77 WS-FIN-REVALUA PIC X(3) VALUE "NO".
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
      *>DIVISA BASE DE LA CONTABILIDAD Y CUENTAS CONTABLES DE LA
      *>DIFERENCIA DE CAMBIO: POSICION EN DIVISA 55900000, BENEFICIO
      *>76800000 Y PERDIDA 66800000.
       77 WS-MONEDA-BASE PIC X(3) VALUE "EUR".
       77 WS-CTA-POSICION PIC X(8) VALUE "55900000".
       77 WS-CTA-BENEFICIO PIC X(8) VALUE "76800000".
       77 WS-CTA-PERDIDA PIC X(8) VALUE "66800000".
      *> LA POSICION EN DIVISA ES DEL BANCO ENTERO: SUS ASIENTOS VAN
      *> AL CENTRO DE COSTE DE LA OFICINA PRINCIPAL.
       77 WS-CENTRO-TESORERIA PIC X(4) VALUE "0001".
       77 WS-MONEDA-BUSCAR PIC X(3).
       77 WS-D PIC 9(2).
       77 WS-D-IDX PIC 9(2).
       77 WS-TASA-OK PIC X(1).
       77 WS-TASA-MENSUAL PIC 9V9(6).
       77 WS-FACTOR PIC 9(7)V9(6).
       77 WS-CAPITAL-VIVO PIC S9(9)V99.
       77 WS-IMPORTE-ABS PIC 9(9)V99.
       77 WS-TOTAL-BASE PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-RESULTADO PIC S9(11)V99 VALUE 0.
       77 WS-CONTADOR-ASIENTOS PIC 9(5) VALUE 0.
       77 WS-SIN-TASA PIC 9(3) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOREVALUA".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> POSICION EN MEMORIA POR DIVISA. LA TASA ANTERIOR ES LA DE
      *> LA ULTIMA REVALUACION GRABADA ANTES DE HOY (CERO SI LA
      *> DIVISA NO SE HABIA REVALUADO NUNCA).
       01 WS-TABLA-DIVISAS.
           05 WS-DIV-OCUPADAS PIC 9(2) VALUE 0.
           05 WS-DIV-ENTRADA OCCURS 20 TIMES.
               10 WS-DIV-MONEDA PIC X(3).
               10 WS-DIV-SALDOS PIC S9(11)V99.
               10 WS-DIV-PLAZOS PIC 9(11)V99.
               10 WS-DIV-PRESTAMOS PIC 9(11)V99.
               10 WS-DIV-POSICION PIC S9(11)V99.
               10 WS-DIV-TASA PIC 9(3)V9(6).
               10 WS-DIV-TASA-ANTERIOR PIC 9(3)V9(6).
               10 WS-DIV-FECHA-ANTERIOR PIC 9(8).
               10 WS-DIV-VALOR-BASE PIC S9(11)V99.
               10 WS-DIV-RESULTADO PIC S9(11)V99.

       01 WS-CABECERA.
           05 FILLER PIC X(39) VALUE
           "REVALUACION DE DIVISAS - POSICION A   ".
           05 CAB-FECHA PIC 9(8).
           05 FILLER PIC X(16) VALUE "  Divisa base: ".
           05 CAB-BASE PIC X(3).

       01 WS-TITULOS.
           05 FILLER PIC X(54) VALUE
           "DIV        SALDOS       PLAZOS    PRESTAMOS      POSIC".
           05 FILLER PIC X(46) VALUE
           "ION      TASA     VALOR BASE  DIF. CAMBIO".

       01 WS-LINEA-DIVISA.
           05 DET-MONEDA PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-SALDOS PIC -(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-PLAZOS PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-PRESTAMOS PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-POSICION PIC -(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-TASA PIC ZZ9.9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-VALOR-BASE PIC -(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-RESULTADO PIC -(8)9.99.

       01 WS-LINEA-SIN-TASA.
           05 SNT-MONEDA PIC X(3).
           05 FILLER PIC X(48) VALUE
           " SIN TASA EN JCAMBIOS: FUERA DE LA REVALUACION. ".

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(24) VALUE "TOTAL VALOR EN BASE:    ".
           05 TOT-VALOR-BASE PIC -(11)9.99.
           05 FILLER PIC X(24) VALUE "   DIFERENCIA DE CAMBIO ".
           05 TOT-RESULTADO PIC -(11)9.99.

       01 WS-RAYAS.
           05 FILLER PIC X(100) VALUE ALL "-".

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               PERFORM 20-ACUMULAR-CUENTA
                   UNTIL WS-FIN-CUENTAS EQUAL "SI"
               PERFORM 30-ACUMULAR-PLAZOS
               PERFORM 40-ACUMULAR-PRESTAMOS
               PERFORM 50-CARGAR-ANTERIOR
               PERFORM 60-REVALUAR-DIVISA
                   VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIV-OCUPADAS
               PERFORM 80-ESCRIBIR-RESUMEN
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Error abriendo CUENTA, file status: "
               WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN INPUT CAMBIOS
               OPEN I-O CAMBIOS-HIS
               IF WS-FS-HISTORICO = "35"
                   OPEN OUTPUT CAMBIOS-HIS
                   CLOSE CAMBIOS-HIS
                   OPEN I-O CAMBIOS-HIS
               END-IF
               OPEN I-O REVALUACIONES
               IF WS-FS-REVALUA = "35"
                   OPEN OUTPUT REVALUACIONES
                   CLOSE REVALUACIONES
                   OPEN I-O REVALUACIONES
               END-IF
               OPEN OUTPUT EXPORTACION
               OPEN OUTPUT INFORME
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO CAB-FECHA
               MOVE WS-MONEDA-BASE TO CAB-BASE
               WRITE REG-INFORME FROM WS-CABECERA
               WRITE REG-INFORME FROM WS-RAYAS
               WRITE REG-INFORME FROM WS-TITULOS
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


      *> LOS SALDOS SE SUMAN CON SU SIGNO: UNA CUENTA EN DESCUBIERTO
      *> RESTA DE LO QUE DEBEMOS A LOS CLIENTES EN ESA DIVISA.
       20-ACUMULAR-CUENTA.
           READ CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE MONEDA TO WS-MONEDA-BUSCAR
               PERFORM 25-BUSCAR-DIVISA
               IF WS-D-IDX > 0
                   ADD SALDO TO WS-DIV-SALDOS (WS-D-IDX)
               END-IF
           END-READ.
       20-ACUMULAR-CUENTA-END.
       EXIT.


      *> DEVUELVE EN WS-D-IDX LA ENTRADA DE LA DIVISA, DANDOLA DE
      *> ALTA SI ES NUEVA; CERO SI LA TABLA ESTA LLENA.
       25-BUSCAR-DIVISA.
           MOVE ZERO TO WS-D-IDX.
           PERFORM 26-COMPARAR-DIVISA
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DIV-OCUPADAS.
           IF WS-D-IDX EQUAL ZERO
               IF WS-DIV-OCUPADAS < 20
                   ADD 1 TO WS-DIV-OCUPADAS
                   MOVE WS-DIV-OCUPADAS TO WS-D-IDX
                   INITIALIZE WS-DIV-ENTRADA (WS-D-IDX)
                   MOVE WS-MONEDA-BUSCAR TO WS-DIV-MONEDA (WS-D-IDX)
               ELSE
                   DISPLAY "ERROR: tabla de divisas llena (20);"
                   " ampliar BANCOREVALUA."
               END-IF
           END-IF.
       25-BUSCAR-DIVISA-END.
       EXIT.


       26-COMPARAR-DIVISA.
           IF WS-DIV-MONEDA (WS-D) EQUAL WS-MONEDA-BUSCAR
               MOVE WS-D TO WS-D-IDX
           END-IF.
       26-COMPARAR-DIVISA-END.
       EXIT.


      *> LOS DEPOSITOS Y LOS PRESTAMOS ESTAN EN LA DIVISA DE SU
      *> CUENTA: SE RELEE LA CUENTA POR CLAVE PARA CONOCERLA.
       30-ACUMULAR-PLAZOS.
           OPEN INPUT PLAZOS.
           IF WS-FS-PLAZOS EQUAL "00"
               PERFORM 35-ACUMULAR-PLAZO
                   UNTIL WS-FIN-PLAZOS EQUAL "SI"
           END-IF.
           CLOSE PLAZOS.
       30-ACUMULAR-PLAZOS-END.
       EXIT.


       35-ACUMULAR-PLAZO.
           READ PLAZOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PLAZOS
           NOT AT END
               IF PLAZO-ESTADO EQUAL "A"
                   MOVE PLAZO-CUENTA TO NUMCUENTA
                   READ CUENTA RECORD
                   INVALID KEY
                       DISPLAY "AVISO: deposito " PLAZO-ID
                       " sin cuenta, fuera de la posicion."
                   NOT INVALID KEY
                       MOVE MONEDA TO WS-MONEDA-BUSCAR
                       PERFORM 25-BUSCAR-DIVISA
                       IF WS-D-IDX > 0
                           ADD PLAZO-PRINCIPAL TO
                               WS-DIV-PLAZOS (WS-D-IDX)
                       END-IF
                   END-READ
               END-IF
           END-READ.
       35-ACUMULAR-PLAZO-END.
       EXIT.


       40-ACUMULAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS.
           IF WS-FS-PRESTAMOS EQUAL "00"
               PERFORM 45-ACUMULAR-PRESTAMO
                   UNTIL WS-FIN-PRESTAMOS EQUAL "SI"
           END-IF.
           CLOSE PRESTAMOS.
       40-ACUMULAR-PRESTAMOS-END.
       EXIT.


       45-ACUMULAR-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PREST-ESTADO EQUAL "A"
                   MOVE PREST-CUENTA TO NUMCUENTA
                   READ CUENTA RECORD
                   INVALID KEY
                       DISPLAY "AVISO: prestamo " PREST-ID
                       " sin cuenta, fuera de la posicion."
                   NOT INVALID KEY
                       PERFORM 47-CAPITAL-VIVO
                       MOVE MONEDA TO WS-MONEDA-BUSCAR
                       PERFORM 25-BUSCAR-DIVISA
                       IF WS-D-IDX > 0
                           ADD WS-CAPITAL-VIVO TO
                               WS-DIV-PRESTAMOS (WS-D-IDX)
                       END-IF
                   END-READ
               END-IF
           END-READ.
       45-ACUMULAR-PRESTAMO-END.
       EXIT.


      *> CAPITAL PENDIENTE TRAS LAS CUOTAS PAGADAS, CON LA MISMA
      *> CUOTA FRANCESA DE BANCOPRESTAMOS:
      *> P * (1+i)**k - CUOTA * ((1+i)**k - 1) / i.
       47-CAPITAL-VIVO.
           COMPUTE WS-TASA-MENSUAL ROUNDED = PREST-TASA / 12.
           IF WS-TASA-MENSUAL EQUAL ZERO
               COMPUTE WS-CAPITAL-VIVO =
                   PREST-PRINCIPAL - PREST-CUOTA * PREST-CUOTAS-PAGADAS
           ELSE
               COMPUTE WS-FACTOR ROUNDED =
                   (1 + WS-TASA-MENSUAL) ** PREST-CUOTAS-PAGADAS
               COMPUTE WS-CAPITAL-VIVO ROUNDED =
                   PREST-PRINCIPAL * WS-FACTOR
                   - PREST-CUOTA * (WS-FACTOR - 1) / WS-TASA-MENSUAL
           END-IF.
           IF WS-CAPITAL-VIVO < 0
               MOVE ZERO TO WS-CAPITAL-VIVO
           END-IF.
       47-CAPITAL-VIVO-END.
       EXIT.


      *> LA REVALUACION ANTERIOR DE CADA DIVISA ES LA DE FECHA MAS
      *> ALTA ANTES DE HOY: JREVALUA VA ORDENADO POR FECHA, ASI QUE LA
      *> ULTIMA QUE SE LEE ES LA BUENA.
       50-CARGAR-ANTERIOR.
           MOVE "NO" TO WS-FIN-REVALUA.
           MOVE ZEROES TO REV-FECHA.
           MOVE SPACES TO REV-MONEDA.
           START REVALUACIONES KEY IS NOT LESS THAN REV-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-REVALUA
           END-START.
           PERFORM 55-LEER-ANTERIOR UNTIL WS-FIN-REVALUA EQUAL "SI".
       50-CARGAR-ANTERIOR-END.
       EXIT.


       55-LEER-ANTERIOR.
           READ REVALUACIONES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-REVALUA
           NOT AT END
               IF REV-FECHA NOT LESS THAN WS-HOY-NUM
                   MOVE "SI" TO WS-FIN-REVALUA
               ELSE
                   MOVE ZERO TO WS-D-IDX
                   MOVE REV-MONEDA TO WS-MONEDA-BUSCAR
                   PERFORM 26-COMPARAR-DIVISA
                       VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DIV-OCUPADAS
                   IF WS-D-IDX > 0
                       MOVE REV-TASA TO
                           WS-DIV-TASA-ANTERIOR (WS-D-IDX)
                       MOVE REV-FECHA TO
                           WS-DIV-FECHA-ANTERIOR (WS-D-IDX)
                   END-IF
               END-IF
           END-READ.
       55-LEER-ANTERIOR-END.
       EXIT.


      *> POSICION NETA = PRESTAMOS - SALDOS - DEPOSITOS (POSITIVA ES
      *> POSICION LARGA EN LA DIVISA). LA DIFERENCIA DE CAMBIO ES LA
      *> POSICION DE HOY POR LO QUE HA VARIADO LA TASA DESDE LA
      *> REVALUACION ANTERIOR.
       60-REVALUAR-DIVISA.
           COMPUTE WS-DIV-POSICION (WS-D) =
               WS-DIV-PRESTAMOS (WS-D) - WS-DIV-SALDOS (WS-D)
               - WS-DIV-PLAZOS (WS-D).
           PERFORM 62-BUSCAR-TASA.

           MOVE WS-DIV-MONEDA (WS-D) TO DET-MONEDA.
           MOVE WS-DIV-SALDOS (WS-D) TO DET-SALDOS.
           MOVE WS-DIV-PLAZOS (WS-D) TO DET-PLAZOS.
           MOVE WS-DIV-PRESTAMOS (WS-D) TO DET-PRESTAMOS.
           MOVE WS-DIV-POSICION (WS-D) TO DET-POSICION.

           IF WS-TASA-OK NOT EQUAL "S"
               ADD 1 TO WS-SIN-TASA
               MOVE WS-DIV-MONEDA (WS-D) TO SNT-MONEDA
               WRITE REG-INFORME FROM WS-LINEA-SIN-TASA
               DISPLAY WS-LINEA-SIN-TASA
           ELSE
               COMPUTE WS-DIV-VALOR-BASE (WS-D) ROUNDED =
                   WS-DIV-POSICION (WS-D) * WS-DIV-TASA (WS-D)
               IF WS-DIV-TASA-ANTERIOR (WS-D) EQUAL ZERO
                   MOVE ZERO TO WS-DIV-RESULTADO (WS-D)
               ELSE
                   COMPUTE WS-DIV-RESULTADO (WS-D) ROUNDED =
                       WS-DIV-POSICION (WS-D) *
                       (WS-DIV-TASA (WS-D)
                       - WS-DIV-TASA-ANTERIOR (WS-D))
               END-IF
               ADD WS-DIV-VALOR-BASE (WS-D) TO WS-TOTAL-BASE
               ADD WS-DIV-RESULTADO (WS-D) TO WS-TOTAL-RESULTADO

               MOVE WS-DIV-TASA (WS-D) TO DET-TASA
               MOVE WS-DIV-VALOR-BASE (WS-D) TO DET-VALOR-BASE
               MOVE WS-DIV-RESULTADO (WS-D) TO DET-RESULTADO
               WRITE REG-INFORME FROM WS-LINEA-DIVISA

               PERFORM 65-GRABAR-HISTORICO
               PERFORM 67-GRABAR-REVALUACION
               IF WS-DIV-RESULTADO (WS-D) NOT EQUAL ZERO
                   PERFORM 70-ESCRIBIR-ASIENTO
               END-IF
           END-IF.
       60-REVALUAR-DIVISA-END.
       EXIT.


      *> TASA A LA DIVISA BASE: EL PAR DIVISA+BASE DE JCAMBIOS (MISMO
      *> CONVENIO QUE BANCOPOSICION) O, SI SOLO ESTA EL CONTRARIO,
      *> SU INVERSA. LA PROPIA DIVISA BASE VA A 1.
       62-BUSCAR-TASA.
           MOVE "S" TO WS-TASA-OK.
           MOVE SPACES TO HIS-PAR.
           MOVE "N" TO HIS-INVERSA.
           MOVE WS-HOY-NUM TO HIS-FECHA-VIGENCIA.
           IF WS-DIV-MONEDA (WS-D) EQUAL WS-MONEDA-BASE
               MOVE 1 TO WS-DIV-TASA (WS-D)
           ELSE
               MOVE WS-DIV-MONEDA (WS-D) TO CAMBIO-PAR (1:3)
               MOVE WS-MONEDA-BASE TO CAMBIO-PAR (4:3)
               READ CAMBIOS RECORD
               INVALID KEY
                   MOVE WS-MONEDA-BASE TO CAMBIO-PAR (1:3)
                   MOVE WS-DIV-MONEDA (WS-D) TO CAMBIO-PAR (4:3)
                   READ CAMBIOS RECORD
                   INVALID KEY
                       MOVE "N" TO WS-TASA-OK
                   NOT INVALID KEY
                       IF CAMBIO-TASA EQUAL ZERO
                           MOVE "N" TO WS-TASA-OK
                       ELSE
                           COMPUTE WS-DIV-TASA (WS-D) ROUNDED =
                               1 / CAMBIO-TASA
                           MOVE "S" TO HIS-INVERSA
                       END-IF
                   END-READ
               NOT INVALID KEY
                   MOVE CAMBIO-TASA TO WS-DIV-TASA (WS-D)
               END-READ
               IF WS-TASA-OK EQUAL "S"
                   MOVE CAMBIO-PAR TO HIS-PAR
                   MOVE CAMBIO-FECHA TO HIS-FECHA-VIGENCIA
               END-IF
           END-IF.
       62-BUSCAR-TASA-END.
       EXIT.


       65-GRABAR-HISTORICO.
           MOVE WS-HOY-NUM TO HIS-FECHA.
           MOVE WS-DIV-MONEDA (WS-D) TO HIS-MONEDA.
           MOVE WS-DIV-TASA (WS-D) TO HIS-TASA.
           WRITE DATOS-HISTORICO
           INVALID KEY
               REWRITE DATOS-HISTORICO
           END-WRITE.
       65-GRABAR-HISTORICO-END.
       EXIT.


       67-GRABAR-REVALUACION.
           MOVE WS-HOY-NUM TO REV-FECHA.
           MOVE WS-DIV-MONEDA (WS-D) TO REV-MONEDA.
           MOVE WS-DIV-SALDOS (WS-D) TO REV-SALDOS.
           MOVE WS-DIV-PLAZOS (WS-D) TO REV-PLAZOS.
           MOVE WS-DIV-PRESTAMOS (WS-D) TO REV-PRESTAMOS.
           MOVE WS-DIV-POSICION (WS-D) TO REV-POSICION.
           MOVE WS-DIV-TASA (WS-D) TO REV-TASA.
           MOVE WS-DIV-VALOR-BASE (WS-D) TO REV-VALOR-BASE.
           MOVE WS-DIV-RESULTADO (WS-D) TO REV-RESULTADO.
           WRITE DATOS-REVALUACION
           INVALID KEY
               REWRITE DATOS-REVALUACION
           END-WRITE.
       67-GRABAR-REVALUACION-END.
       EXIT.


      *> BENEFICIO: DEBE POSICION EN DIVISA / HABER DIFERENCIAS
      *> POSITIVAS. PERDIDA: DEBE DIFERENCIAS NEGATIVAS / HABER
      *> POSICION. EL TIPO LLEVA LA DIVISA PARA EL CUADRE.
       70-ESCRIBIR-ASIENTO.
           IF WS-DIV-RESULTADO (WS-D) < ZERO
               COMPUTE WS-IMPORTE-ABS = WS-DIV-RESULTADO (WS-D) * -1
           ELSE
               MOVE WS-DIV-RESULTADO (WS-D) TO WS-IMPORTE-ABS
           END-IF.

           MOVE SPACES TO REG-EXPORTACION.
           MOVE WS-HOY-NUM TO EXP-FECHA.
           IF WS-DIV-RESULTADO (WS-D) > ZERO
               MOVE WS-CTA-POSICION TO EXP-CUENTA
           ELSE
               MOVE WS-CTA-PERDIDA TO EXP-CUENTA
           END-IF.
           MOVE "D" TO EXP-DH.
           MOVE WS-IMPORTE-ABS TO EXP-IMPORTE.
           STRING "REVAL" WS-DIV-MONEDA (WS-D) DELIMITED BY SIZE
               INTO EXP-TIPO
           END-STRING.
           MOVE WS-CENTRO-TESORERIA TO EXP-CENTRO.
           WRITE REG-EXPORTACION.

           MOVE SPACES TO REG-EXPORTACION.
           MOVE WS-HOY-NUM TO EXP-FECHA.
           IF WS-DIV-RESULTADO (WS-D) > ZERO
               MOVE WS-CTA-BENEFICIO TO EXP-CUENTA
           ELSE
               MOVE WS-CTA-POSICION TO EXP-CUENTA
           END-IF.
           MOVE "H" TO EXP-DH.
           MOVE WS-IMPORTE-ABS TO EXP-IMPORTE.
           STRING "REVAL" WS-DIV-MONEDA (WS-D) DELIMITED BY SIZE
               INTO EXP-TIPO
           END-STRING.
           MOVE WS-CENTRO-TESORERIA TO EXP-CENTRO.
           WRITE REG-EXPORTACION.

           ADD 1 TO WS-CONTADOR-ASIENTOS.
       70-ESCRIBIR-ASIENTO-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           WRITE REG-INFORME FROM WS-RAYAS.
           MOVE WS-TOTAL-BASE TO TOT-VALOR-BASE.
           MOVE WS-TOTAL-RESULTADO TO TOT-RESULTADO.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           DISPLAY WS-LINEA-TOTAL.
           DISPLAY "Divisas revaluadas: " WS-DIV-OCUPADAS.
           DISPLAY "Divisas sin tasa: " WS-SIN-TASA.
           DISPLAY "Asientos de diferencia de cambio: "
           WS-CONTADOR-ASIENTOS.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CONTADOR-ASIENTOS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE CUENTA CAMBIOS CAMBIOS-HIS REVALUACIONES
                   EXPORTACION INFORME
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOREVALUA.
