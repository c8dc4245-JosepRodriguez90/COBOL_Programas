      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de saldos por fecha valor (mismo
      *          patron que OFICINASERV): da el saldo que tenia una
      *          cuenta al final de un dia contando los movimientos
      *          por su fecha valor y no por la del apunte, para que
      *          los intereses y la demora se calculen sobre el saldo
      *          valor diario.
      *          "C" carga de JMOVS los movimientos apuntados o con
      *              valor desde la fecha PARAM-FECHA. El efecto de
      *              cada movimiento en el saldo sale de la diferencia
      *              con el saldo del movimiento anterior de la misma
      *              cuenta (como el debe/haber de BANCONORMA43); el
      *              primero de cada cuenta en el archivo vivo se
      *              resuelve por su tipo;
      *          "P" prepara la cuenta PARAM-CUENTA: aparta sus
      *              movimientos cargados para las consultas
      *              siguientes;
      *          "V" saldo valor al final del dia PARAM-FECHA partiendo
      *              del saldo contable actual PARAM-SALDO, tal como
      *              se veia con los movimientos apuntados hasta
      *              PARAM-CORTE (con ceros, todos);
      *          "R" primera fecha valor de los movimientos apuntados
      *              despues de PARAM-CORTE con valor igual o anterior
      *              a el (apuntes con valor retrasado que quedan por
      *              regularizar); cero si no hay ninguno.
      *          Los movimientos grabados antes de existir la fecha
      *          valor la llevan en blanco: valen su fecha de apunte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOVALOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MOVS ASSIGN TO WS-RUTA-MOVS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       WORKING-STORAGE SECTION.
       77 WS-FS-MOVS PIC 99.
       77 WS-FIN-MOVS PIC X(1).
       77 WS-FECHA-VALOR PIC 9(8).
       77 WS-EFECTO PIC S9(7)V99.
       77 WS-IMPORTE PIC S9(7)V99.
       77 WS-SALDO-PREVIO PIC S9(7)V99.
       77 WS-HAY-PREVIO PIC X(1).
       77 WS-C PIC 9(4).
       77 WS-M PIC 9(4).
       77 WS-K PIC 9(4).
       77 WS-MAX-CUENTAS PIC 9(4) VALUE 3000.
       77 WS-MAX-MOVIMIENTOS PIC 9(4) VALUE 9000.
       77 WS-MAX-CUENTA-MOVS PIC 9(4) VALUE 500.
       77 WS-TOTAL-CUENTAS PIC 9(4) VALUE 0.
       77 WS-TOTAL-MOVIMIENTOS PIC 9(4) VALUE 0.
       77 WS-TOTAL-CUENTA-MOVS PIC 9(4) VALUE 0.
       77 WS-AVISO-LLENO PIC X(1).
       77 WS-S PIC 9(2).
       77 WS-SIGNO PIC X(1).
       77 WS-CORTE PIC 9(8).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt".

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
           05 WS-MOVS-CUENTA PIC X(10).
           05 WS-MOVS-FECHA PIC 9(8).
           05 WS-MOVS-TIPO PIC X(10).
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> ULTIMO SALDO VISTO DE CADA CUENTA AL RECORRER JMOVS: ES LA
      *> BASE PARA SACAR EL EFECTO DEL MOVIMIENTO SIGUIENTE.
       01 WS-TABLA-CUENTAS.
           05 WS-CTA OCCURS 3000 TIMES.
               10 WS-CTA-CUENTA PIC X(10).
               10 WS-CTA-SALDO PIC S9(7)V99.

      *> MOVIMIENTOS DE LA VENTANA PEDIDA CON SU EFECTO EN EL SALDO.
       01 WS-TABLA-MOVIMIENTOS.
           05 WS-MOV OCCURS 9000 TIMES.
               10 WS-MOV-CUENTA PIC X(10).
               10 WS-MOV-FECHA PIC 9(8).
               10 WS-MOV-VALOR PIC 9(8).
               10 WS-MOV-EFECTO PIC S9(7)V99.

      *> MOVIMIENTOS DE LA CUENTA PREPARADA CON LA OPERACION "P".
       01 WS-TABLA-CUENTA-MOVS.
           05 WS-CMV OCCURS 500 TIMES.
               10 WS-CMV-FECHA PIC 9(8).
               10 WS-CMV-VALOR PIC 9(8).
               10 WS-CMV-EFECTO PIC S9(7)V99.

      *> SIGNO POR TIPO PARA EL PRIMER MOVIMIENTO DE UNA CUENTA EN EL
      *> ARCHIVO VIVO, QUE NO TIENE SALDO ANTERIOR CON QUE COMPARAR:
      *> "+" ABONO, "0" SIN EFECTO EN EL SALDO; EL RESTO SON CARGOS.
       01 WS-TABLA-SIGNOS-DATOS.
           05 FILLER PIC X(11) VALUE "INGRESO   +".
           05 FILLER PIC X(11) VALUE "INGCHEQUE +".
           05 FILLER PIC X(11) VALUE "INTERES   +".
           05 FILLER PIC X(11) VALUE "VENCPLAZO +".
           05 FILLER PIC X(11) VALUE "PRESTAMO  +".
           05 FILLER PIC X(11) VALUE "TARJDEVOL +".
           05 FILLER PIC X(11) VALUE "DEVOLEXT  +".
           05 FILLER PIC X(11) VALUE "RETENCION 0".
           05 FILLER PIC X(11) VALUE "LIBERACION0".
           05 FILLER PIC X(11) VALUE "CAMBIOPIN 0".
           05 FILLER PIC X(11) VALUE "RECHAZADA 0".
           05 FILLER PIC X(11) VALUE "CIERRE    0".
           05 FILLER PIC X(11) VALUE "REGINTERES0".
           05 FILLER PIC X(11) VALUE "REGDEMORA +".
       01 FILLER REDEFINES WS-TABLA-SIGNOS-DATOS.
           05 WS-SIGNO-REGLA OCCURS 14 TIMES.
               10 WS-SIGNO-TIPO PIC X(10).
               10 WS-SIGNO-VALOR PIC X(1).

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-CUENTA PIC X(10).
       01 PARAM-FECHA PIC 9(8).
       01 PARAM-CORTE PIC 9(8).
       01 PARAM-SALDO PIC S9(7)V99.
       01 PARAM-RESULTADO PIC S9(11)V99.

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-CUENTA,
           PARAM-FECHA, PARAM-CORTE, PARAM-SALDO, PARAM-RESULTADO.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JMOVS" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVS
           END-IF.
           MOVE ZERO TO PARAM-RESULTADO.
           EVALUATE PARAM-OPERACION
           WHEN "C"
               PERFORM 020-CARGAR
               MOVE WS-TOTAL-MOVIMIENTOS TO PARAM-RESULTADO
           WHEN "P"
               PERFORM 040-PREPARAR-CUENTA
               MOVE WS-TOTAL-CUENTA-MOVS TO PARAM-RESULTADO
           WHEN "V"
               PERFORM 050-SALDO-VALOR
           WHEN "R"
               PERFORM 060-PRIMER-RETRASADO
           END-EVALUATE.
       010-SERVICIO-END.
       EXIT PROGRAM.


       020-CARGAR.
           MOVE ZERO TO WS-TOTAL-CUENTAS.
           MOVE ZERO TO WS-TOTAL-MOVIMIENTOS.
           MOVE ZERO TO WS-TOTAL-CUENTA-MOVS.
           MOVE "N" TO WS-AVISO-LLENO.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS EQUAL "00"
               MOVE "N" TO WS-FIN-MOVS
               PERFORM 025-LEER-MOVIMIENTO
                   UNTIL WS-FIN-MOVS EQUAL "S"
           END-IF.
           CLOSE MOVS.
       020-CARGAR-END.
       EXIT.


       025-LEER-MOVIMIENTO.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "S" TO WS-FIN-MOVS
           NOT AT END
               IF WS-MOVS-TIPO-REGISTRO EQUAL "MV"
                   PERFORM 030-ANOTAR-MOVIMIENTO
               END-IF
           END-READ.
       025-LEER-MOVIMIENTO-END.
       EXIT.


       030-ANOTAR-MOVIMIENTO.
           IF WS-MOVS-FECHA-VALOR IS NUMERIC
           AND WS-MOVS-FECHA-VALOR NOT EQUAL ZERO
               MOVE WS-MOVS-FECHA-VALOR TO WS-FECHA-VALOR
           ELSE
               MOVE WS-MOVS-FECHA TO WS-FECHA-VALOR
           END-IF.

           MOVE "N" TO WS-HAY-PREVIO.
           PERFORM 032-BUSCAR-CUENTA
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CUENTAS
               OR WS-HAY-PREVIO EQUAL "S".
           IF WS-HAY-PREVIO EQUAL "S"
               COMPUTE WS-EFECTO = WS-MOVS-SALDO - WS-SALDO-PREVIO
           ELSE
               PERFORM 034-EFECTO-POR-TIPO
               IF WS-TOTAL-CUENTAS < WS-MAX-CUENTAS
                   ADD 1 TO WS-TOTAL-CUENTAS
                   MOVE WS-TOTAL-CUENTAS TO WS-C
                   MOVE WS-MOVS-CUENTA TO WS-CTA-CUENTA (WS-C)
                   MOVE WS-MOVS-SALDO TO WS-CTA-SALDO (WS-C)
               END-IF
           END-IF.

           IF WS-EFECTO NOT EQUAL ZERO
           AND (WS-MOVS-FECHA NOT < PARAM-FECHA
               OR WS-FECHA-VALOR NOT < PARAM-FECHA)
               IF WS-TOTAL-MOVIMIENTOS < WS-MAX-MOVIMIENTOS
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   MOVE WS-TOTAL-MOVIMIENTOS TO WS-M
                   MOVE WS-MOVS-CUENTA TO WS-MOV-CUENTA (WS-M)
                   MOVE WS-MOVS-FECHA TO WS-MOV-FECHA (WS-M)
                   MOVE WS-FECHA-VALOR TO WS-MOV-VALOR (WS-M)
                   MOVE WS-EFECTO TO WS-MOV-EFECTO (WS-M)
               ELSE
                   IF WS-AVISO-LLENO EQUAL "N"
                       MOVE "S" TO WS-AVISO-LLENO
                       DISPLAY "SALDOVALOR: tabla de movimientos"
                       " llena, la fecha valor de los siguientes"
                       " no se tiene en cuenta."
                   END-IF
               END-IF
           END-IF.
       030-ANOTAR-MOVIMIENTO-END.
       EXIT.


       032-BUSCAR-CUENTA.
           IF WS-CTA-CUENTA (WS-C) EQUAL WS-MOVS-CUENTA
               MOVE "S" TO WS-HAY-PREVIO
               MOVE WS-CTA-SALDO (WS-C) TO WS-SALDO-PREVIO
               MOVE WS-MOVS-SALDO TO WS-CTA-SALDO (WS-C)
           END-IF.
       032-BUSCAR-CUENTA-END.
       EXIT.


       034-EFECTO-POR-TIPO.
           MOVE "-" TO WS-SIGNO.
           PERFORM 036-BUSCAR-SIGNO
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 14.
           MOVE WS-MOVS-IMPORTE TO WS-IMPORTE.
           IF WS-IMPORTE < ZERO
               COMPUTE WS-IMPORTE = WS-IMPORTE * -1
           END-IF.
           EVALUATE WS-SIGNO
           WHEN "+"
               MOVE WS-IMPORTE TO WS-EFECTO
           WHEN "0"
               MOVE ZERO TO WS-EFECTO
           WHEN OTHER
               COMPUTE WS-EFECTO = WS-IMPORTE * -1
           END-EVALUATE.
       034-EFECTO-POR-TIPO-END.
       EXIT.


       036-BUSCAR-SIGNO.
           IF WS-SIGNO-TIPO (WS-S) EQUAL WS-MOVS-TIPO
               MOVE WS-SIGNO-VALOR (WS-S) TO WS-SIGNO
               MOVE 15 TO WS-S
           END-IF.
       036-BUSCAR-SIGNO-END.
       EXIT.


       040-PREPARAR-CUENTA.
           MOVE ZERO TO WS-TOTAL-CUENTA-MOVS.
           PERFORM 045-APARTAR-MOVIMIENTO
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-TOTAL-MOVIMIENTOS.
       040-PREPARAR-CUENTA-END.
       EXIT.


       045-APARTAR-MOVIMIENTO.
           IF WS-MOV-CUENTA (WS-M) EQUAL PARAM-CUENTA
           AND WS-TOTAL-CUENTA-MOVS < WS-MAX-CUENTA-MOVS
               ADD 1 TO WS-TOTAL-CUENTA-MOVS
               MOVE WS-TOTAL-CUENTA-MOVS TO WS-K
               MOVE WS-MOV-FECHA (WS-M) TO WS-CMV-FECHA (WS-K)
               MOVE WS-MOV-VALOR (WS-M) TO WS-CMV-VALOR (WS-K)
               MOVE WS-MOV-EFECTO (WS-M) TO WS-CMV-EFECTO (WS-K)
           END-IF.
       045-APARTAR-MOVIMIENTO-END.
       EXIT.


      *> AL SALDO CONTABLE DE HOY SE LE QUITAN LOS MOVIMIENTOS QUE
      *> TODAVIA NO VALIAN ESE DIA Y, SI HAY CORTE, LOS APUNTADOS
      *> DESPUES DEL CORTE AUNQUE SU VALOR SEA ANTERIOR.
       050-SALDO-VALOR.
           MOVE PARAM-CORTE TO WS-CORTE.
           IF WS-CORTE EQUAL ZERO
               MOVE 99999999 TO WS-CORTE
           END-IF.
           MOVE PARAM-SALDO TO PARAM-RESULTADO.
           PERFORM 055-DESCONTAR-MOVIMIENTO
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CUENTA-MOVS.
       050-SALDO-VALOR-END.
       EXIT.


       055-DESCONTAR-MOVIMIENTO.
           IF WS-CMV-VALOR (WS-K) > PARAM-FECHA
           OR WS-CMV-FECHA (WS-K) > WS-CORTE
               SUBTRACT WS-CMV-EFECTO (WS-K) FROM PARAM-RESULTADO
           END-IF.
       055-DESCONTAR-MOVIMIENTO-END.
       EXIT.


       060-PRIMER-RETRASADO.
           PERFORM 065-COMPROBAR-RETRASADO
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CUENTA-MOVS.
       060-PRIMER-RETRASADO-END.
       EXIT.


       065-COMPROBAR-RETRASADO.
           IF WS-CMV-FECHA (WS-K) > PARAM-CORTE
           AND WS-CMV-VALOR (WS-K) NOT > PARAM-CORTE
               IF PARAM-RESULTADO EQUAL ZERO
               OR WS-CMV-VALOR (WS-K) < PARAM-RESULTADO
                   MOVE WS-CMV-VALOR (WS-K) TO PARAM-RESULTADO
               END-IF
           END-IF.
       065-COMPROBAR-RETRASADO-END.
       EXIT.
