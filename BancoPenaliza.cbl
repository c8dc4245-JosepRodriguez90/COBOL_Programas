      *          control de reejecucion guarda la ultima fecha
      *          devengada (mismo patron que el INTCTRL de
      *          BANCOINTERES): una doble pasada del mismo dia no
      *          puede devengar dos veces. El descubierto se mide
      *          sobre el saldo valor del dia (servicio SALDOVALOR) y
      *          los movimientos apuntados despues de la ultima pasada
      *          con valor anterior regularizan la demora de los dias
      *          ya devengados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> CONTROL DE REEJECUCION: ULTIMA FECHA (AAAAMMDD) EN QUE SE
      *> DEVENGO LA DEMORA DIARIA.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JPENALIZA".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOPENALIZA".

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-PENACUM PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-PENCTRL PIC 99.
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-FIN-PENACUM PIC X(3) VALUE "NO".
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-TASA-APLICAR PIC V9(5).
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).
       77 WS-ULTIMO-DEVENGO PIC 9(8) VALUE ZERO.
       77 WS-LIMITE-REGULARIZA PIC 9(8).
       77 WS-DIAS-REGULARIZA PIC S9(7) VALUE -62.
       77 WS-DIA PIC 9(8).
       77 WS-SALDO-VALOR PIC S9(7)V99.
       77 WS-DESCUBIERTO-AHORA PIC S9(11)V99.
       77 WS-DESCUBIERTO-ANTES PIC S9(11)V99.
       77 WS-DESCUBIERTO-DIF PIC S9(11)V99.
       77 WS-REGULARIZA PIC S9(7)V99.
       77 WS-REGULARIZA-DESDE PIC 9(8).
       77 WS-DEVOLVER PIC 9(7)V99.
       77 WS-CONTADOR-REGULARIZA PIC 9(5) VALUE 0.
       77 WS-SV-OPERACION PIC X(1).
       77 WS-SV-FECHA PIC 9(8).
       77 WS-SV-CORTE PIC 9(8).
       77 WS-SV-RESULTADO PIC S9(11)V99.
       77 WS-SV-RESULTADO-CORTE PIC S9(11)V99.
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).

      *> PRODUCTO DE LA CUENTA (SERVICIO PRODCUENTA, CATALOGO
      *> JPRODUCTOS).
       01 WS-PRODUCTO.
           05 WS-PRD-CODIGO PIC X(3).
           05 WS-PRD-DESCRIPCION PIC X(20).
           05 WS-PRD-TASA-INTERES PIC V999.
           05 WS-PRD-TRAMO OCCURS 3 TIMES.
               10 WS-PRD-TRAMO-DESDE PIC 9(7)V99.
               10 WS-PRD-TRAMO-TASA PIC V999.
           05 WS-PRD-CUOTA-MES PIC 9(4)V99.
           05 WS-PRD-MAX-DESCUBIERTO PIC 9(5)V99.
           05 WS-PRD-TASA-DEMORA PIC V9(5).
           05 WS-PRD-DIVISA PIC X(3) OCCURS 4 TIMES.
           05 WS-PRD-ESTADO PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
           05 FILLER PIC X(7) VALUE " Dias: ".
           05 CAR-DIAS PIC Z9.

       01 WS-LINEA-REGULARIZA.
           05 FILLER PIC X(11) VALUE "Regulariz: ".
           05 REG-CUENTA PIC X(10).
           05 FILLER PIC X(14) VALUE " Valor desde: ".
           05 REG-DESDE PIC 9(8).
           05 FILLER PIC X(10) VALUE " Importe: ".
           05 REG-IMPORTE PIC -(6)9.99.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
               AT END
                   CONTINUE
               NOT AT END
                   IF CTRL-FECHA IS NUMERIC
                       MOVE CTRL-FECHA TO WS-ULTIMO-DEVENGO
                   END-IF
                   IF CTRL-FECHA EQUAL WS-HOY-NUM
                       MOVE "S" TO WS-YA-DEVENGADO
                       DISPLAY "La demora del dia " WS-HOY-NUM
               END-READ
           END-IF.
           CLOSE PENCTRL.
           IF WS-YA-DEVENGADO NOT EQUAL "S"
               PERFORM 07-CARGAR-SALDOS-VALOR
           END-IF.
       05-COMPROBAR-FECHA-END.
       EXIT.


      *> LOS SALDOS VALOR SALEN DE LOS MOVIMIENTOS DE JMOVS DESDE EL
      *> LIMITE DE REGULARIZACION (DOS MESES ANTES DE LA ULTIMA
      *> PASADA): LOS VALORES ATRASADOS MAS ALLA NO SE REGULARIZAN.
       07-CARGAR-SALDOS-VALOR.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE WS-DIAS-REGULARIZA TO WS-FECHASERV-DIAS.
           IF WS-ULTIMO-DEVENGO NOT EQUAL ZERO
               CALL "FECHASERV" USING WS-FECHASERV-OP,
                   WS-ULTIMO-DEVENGO, WS-FECHASERV-FECHA2,
                   WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
           ELSE
               CALL "FECHASERV" USING WS-FECHASERV-OP,
                   WS-HOY-NUM, WS-FECHASERV-FECHA2,
                   WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
           END-IF.
           MOVE WS-FECHASERV-RESULTADO TO WS-LIMITE-REGULARIZA.
           MOVE "C" TO WS-SV-OPERACION.
           MOVE WS-LIMITE-REGULARIZA TO WS-SV-FECHA.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO.
       07-CARGAR-SALDOS-VALOR-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN I-O CUENTA.
           IF WS-FILE-STATUS EQUAL "00"
       EXIT.


      *> DEVENGO DIARIO: CADA CUENTA CON SALDO VALOR NEGATIVO SUMA A
      *> SU ACUMULADO DEL PERIODO EL INTERES DE UN DIA SOBRE EL
      *> DESCUBIERTO. NO SE TOCA NINGUN SALDO: EL CARGO ES MENSUAL.
       20-DEVENGAR-DIA.
           READ CUENTA NEXT RECORD
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE "P" TO WS-SV-OPERACION
               CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
                   WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO
               MOVE "V" TO WS-SV-OPERACION
               MOVE WS-HOY-NUM TO WS-SV-FECHA
               MOVE ZERO TO WS-SV-CORTE
               CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
                   WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO
               MOVE WS-SV-RESULTADO TO WS-SALDO-VALOR
               PERFORM 28-TASA-DE-CUENTA
               IF WS-SALDO-VALOR < 0
                   PERFORM 30-ACUMULAR-DEVENGO
               END-IF
               IF WS-ULTIMO-DEVENGO NOT EQUAL ZERO
                   PERFORM 32-REGULARIZAR-CUENTA
               END-IF
           END-READ.
       20-DEVENGAR-DIA-END.
       EXIT.


      *> LA TASA DIARIA DE DEMORA ES LA DEL PRODUCTO DE LA CUENTA;
      *> SIN CATALOGO, O CON LA TASA DEL PRODUCTO A CERO, SE APLICA LA
      *> GENERAL.
       28-TASA-DE-CUENTA.
           MOVE WS-TASA-DIARIA TO WS-TASA-APLICAR.
           CALL "PRODCUENTA" USING WS-PRD-OPERACION, NUMCUENTA,
               WS-PRODUCTO, WS-PRD-RESULTADO.
           IF WS-PRD-RESULTADO EQUAL "S"
               AND WS-PRD-TASA-DEMORA > ZERO
               MOVE WS-PRD-TASA-DEMORA TO WS-TASA-APLICAR
           END-IF.
       28-TASA-DE-CUENTA-END.
       EXIT.


       30-ACUMULAR-DEVENGO.
           COMPUTE WS-DEVENGO-DIA ROUNDED =
               WS-SALDO-VALOR * -1 * WS-TASA-APLICAR.
           MOVE NUMCUENTA TO PEN-CUENTA.
           MOVE WS-PERIODO-HOY TO PEN-PERIODO.
           READ PENACUM RECORD
           ADD 1 TO WS-CONTADOR-DEVENGOS.

           MOVE NUMCUENTA TO DEV-CUENTA.
           MOVE WS-SALDO-VALOR TO DEV-SALDO.
           MOVE WS-DEVENGO-DIA TO DEV-IMPORTE.
           MOVE PEN-ACUMULADO TO DEV-ACUMULADO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-DEVENGO.
       EXIT.


      *> MOVIMIENTOS APUNTADOS DESDE LA ULTIMA PASADA CON FECHA VALOR
      *> IGUAL O ANTERIOR A ELLA: PARA CADA DIA YA DEVENGADO SE
      *> COMPARA EL DESCUBIERTO QUE HABIA CON EL QUE HABRIA HABIDO
      *> CONTANDOLOS, Y LA DIFERENCIA DE DEMORA (A FAVOR O EN CONTRA)
      *> SE LLEVA AL ACUMULADO DEL PERIODO EN CURSO.
       32-REGULARIZAR-CUENTA.
           MOVE "R" TO WS-SV-OPERACION.
           MOVE WS-ULTIMO-DEVENGO TO WS-SV-CORTE.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO.
           IF WS-SV-RESULTADO NOT EQUAL ZERO
               MOVE WS-SV-RESULTADO TO WS-DIA
               IF WS-DIA < WS-LIMITE-REGULARIZA
                   MOVE WS-LIMITE-REGULARIZA TO WS-DIA
               END-IF
               MOVE WS-DIA TO WS-REGULARIZA-DESDE
               MOVE ZERO TO WS-DESCUBIERTO-DIF
               PERFORM 34-REGULARIZAR-DIA
                   UNTIL WS-DIA > WS-ULTIMO-DEVENGO
               COMPUTE WS-REGULARIZA ROUNDED =
                   WS-DESCUBIERTO-DIF * WS-TASA-APLICAR
               IF WS-REGULARIZA NOT EQUAL ZERO
                   PERFORM 36-APLICAR-REGULARIZACION
               END-IF
           END-IF.
       32-REGULARIZAR-CUENTA-END.
       EXIT.


       34-REGULARIZAR-DIA.
           MOVE "V" TO WS-SV-OPERACION.
           MOVE WS-DIA TO WS-SV-FECHA.
           MOVE ZERO TO WS-SV-CORTE.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO.
           MOVE WS-ULTIMO-DEVENGO TO WS-SV-CORTE.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO,
               WS-SV-RESULTADO-CORTE.
           MOVE ZERO TO WS-DESCUBIERTO-AHORA.
           MOVE ZERO TO WS-DESCUBIERTO-ANTES.
           IF WS-SV-RESULTADO < ZERO
               COMPUTE WS-DESCUBIERTO-AHORA = WS-SV-RESULTADO * -1
           END-IF.
           IF WS-SV-RESULTADO-CORTE < ZERO
               COMPUTE WS-DESCUBIERTO-ANTES =
                   WS-SV-RESULTADO-CORTE * -1
           END-IF.
           COMPUTE WS-DESCUBIERTO-DIF = WS-DESCUBIERTO-DIF
               + WS-DESCUBIERTO-AHORA - WS-DESCUBIERTO-ANTES.

           MOVE "A" TO WS-FECHASERV-OP.
           MOVE 1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-DIA,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-DIA.
       34-REGULARIZAR-DIA-END.
       EXIT.


      *> LA DEMORA DE MAS SE SUMA AL ACUMULADO DEL PERIODO; LA DE
      *> MENOS SE DESCUENTA DE EL Y, SI YA NO ALCANZA (LA DEMORA SE
      *> CARGO EN MESES ANTERIORES), EL RESTO SE DEVUELVE EN CUENTA
      *> CON UN MOVIMIENTO REGDEMORA.
       36-APLICAR-REGULARIZACION.
           MOVE NUMCUENTA TO PEN-CUENTA.
           MOVE WS-PERIODO-HOY TO PEN-PERIODO.
           READ PENACUM RECORD
           INVALID KEY
               MOVE ZERO TO PEN-ACUMULADO
               MOVE ZERO TO PEN-DIAS
               MOVE "N" TO PEN-ABONADO
               WRITE DATOS-PENACUM
           END-READ.
           MOVE ZERO TO WS-DEVOLVER.
           IF WS-REGULARIZA > ZERO
               ADD WS-REGULARIZA TO PEN-ACUMULADO
           ELSE
               IF PEN-ACUMULADO + WS-REGULARIZA NOT < ZERO
                   ADD WS-REGULARIZA TO PEN-ACUMULADO
               ELSE
                   COMPUTE WS-DEVOLVER =
                       (PEN-ACUMULADO + WS-REGULARIZA) * -1
                   MOVE ZERO TO PEN-ACUMULADO
               END-IF
           END-IF.
           REWRITE DATOS-PENACUM.
           ADD 1 TO WS-CONTADOR-REGULARIZA.

           MOVE NUMCUENTA TO REG-CUENTA.
           MOVE WS-REGULARIZA-DESDE TO REG-DESDE.
           MOVE WS-REGULARIZA TO REG-IMPORTE.
           WRITE REGISTRO-INFORME FROM WS-LINEA-REGULARIZA.

           IF WS-DEVOLVER > ZERO
               PERFORM 38-DEVOLVER-DEMORA
           END-IF.
       36-APLICAR-REGULARIZACION-END.
       EXIT.


       38-DEVOLVER-DEMORA.
           MOVE DATOS-CUENTA TO WS-JRN-ANTES.
           ADD WS-DEVOLVER TO SALDO.
           IF SALDO + LIMITE-DESCUBIERTO > 0 AND ESTADO EQUAL "B"
               MOVE "A" TO ESTADO
           END-IF.
           REWRITE DATOS-CUENTA.
           MOVE DATOS-CUENTA TO WS-JRN-DESPUES.
           CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
               WS-JRN-DESPUES.

           MOVE NUMCUENTA TO WS-LEDGER-CUENTA.
           MOVE "REGDEMORA" TO WS-LEDGER-TIPO.
           MOVE WS-DEVOLVER TO WS-LEDGER-IMPORTE.
           MOVE SALDO TO WS-LEDGER-SALDO.
           MOVE WS-FECHA TO WS-LEDGER-FECHA.
           WRITE REGISTRO FROM WS-LEDGER-LINEA AFTER ADVANCING PAGE.

           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "REGDEMORA" TO WS-MOVS-TIPO.
           MOVE WS-DEVOLVER TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION.
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA.
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       38-DEVOLVER-DEMORA-END.
       EXIT.


      *> AL CERRAR EL MES LOS ACUMULADOS DE PERIODOS ANTERIORES AUN
      *> NO ABONADOS SE CARGAN EN CUENTA DE UNA VEZ, CON SU LINEA
      *> INTDEMORA EN EL LIBRO Y EN JMOVS, Y EL REGISTRO QUEDA
               MOVE "MV" TO WS-MOVS-TIPO-REGISTRO
               MOVE NUMCUENTA TO WS-MOVS-CUENTA
               MOVE WS-HOY-NUM TO WS-MOVS-FECHA
               MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR
               MOVE "INTDEMORA" TO WS-MOVS-TIPO
               MOVE PEN-ACUMULADO TO WS-MOVS-IMPORTE
               MOVE SALDO TO WS-MOVS-SALDO
               MOVE "M" TO WS-OFI-OPERACION
               CALL "OFICINASERV" USING WS-OFI-OPERACION,
                   WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
               WRITE REG-MOVS FROM WS-MOVS-LINEA

               MOVE PEN-CUENTA TO CAR-CUENTA
           DISPLAY "Cuentas con devengo hoy: " WS-CONTADOR-DEVENGOS.
           DISPLAY "Acumulados cargados en cuenta: "
           WS-CONTADOR-CARGOS.
           DISPLAY "Cuentas con demora regularizada por fecha valor: "
           WS-CONTADOR-REGULARIZA.
           IF WS-YA-DEVENGADO NOT EQUAL "S"
               MOVE WS-HOY-NUM TO CTRL-FECHA
               OPEN OUTPUT PENCTRL

       90-CERRAR.
           CLOSE CUENTA PENACUM SALIDA MOVS INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       GOBACK.
       90-CERRAR-END.
       EXIT.
