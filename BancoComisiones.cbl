       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> TARIFA DE COMISIONES: LA CUOTA MENSUAL DE MANTENIMIENTO,
      *> EDITABLE POR OPERACIONES SIN RECOMPILAR.

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-TARIFA PIC 99.
       77 WS-FS-COMCTRL PIC 99.
       77 WS-FS-PAGOS PIC 99.
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-CUOTA-APLICAR PIC 9(4)V99.
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).

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

      *> EXENCIONES: ESTADO "B" (BLOQUEADA POR SALDO) Y "L"
      *> (BLOQUEADA POR SEGURIDAD) NO PAGAN, Y TAMPOCO LA CUENTA
      *> CON ABONO DE NOMINA DEL MES. LA CUOTA ES LA DEL PRODUCTO DE
      *> LA CUENTA (UN PRODUCTO CON CUOTA CERO, COMO LA CUENTA JOVEN,
      *> NO PAGA); SIN CATALOGO SE COBRA LA TARIFA GENERAL.
       25-EVALUAR-EXENCION.
           MOVE WS-CUOTA-MES TO WS-CUOTA-APLICAR.
           CALL "PRODCUENTA" USING WS-PRD-OPERACION, NUMCUENTA,
               WS-PRODUCTO, WS-PRD-RESULTADO.
           IF WS-PRD-RESULTADO EQUAL "S"
               MOVE WS-PRD-CUOTA-MES TO WS-CUOTA-APLICAR
           END-IF.
           IF ESTADO EQUAL "B" OR ESTADO EQUAL "L"
               OR WS-CUOTA-APLICAR EQUAL ZERO
               ADD 1 TO WS-CONTADOR-EXENTAS
           ELSE
               MOVE "N" TO WS-TIENE-NOMINA

       30-APLICAR-COMISION.
           MOVE DATOS-CUENTA TO WS-JRN-ANTES.
           SUBTRACT WS-CUOTA-APLICAR FROM SALDO.
           IF SALDO + LIMITE-DESCUBIERTO <= 0
               MOVE "B" TO ESTADO
           END-IF.

           MOVE NUMCUENTA TO WS-LEDGER-CUENTA.
           MOVE "COMISION" TO WS-LEDGER-TIPO.
           MOVE WS-CUOTA-APLICAR TO WS-LEDGER-IMPORTE.
           MOVE SALDO TO WS-LEDGER-SALDO.
           MOVE WS-FECHA TO WS-LEDGER-FECHA.
           WRITE REGISTRO FROM WS-LEDGER-LINEA AFTER ADVANCING PAGE.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "COMISION" TO WS-MOVS-TIPO.
           MOVE WS-CUOTA-APLICAR TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.

           ADD 1 TO WS-CONTADOR-COBRADAS.
