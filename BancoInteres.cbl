      *> MOVIMIENTO REAL (CODIGO "MV"), PARA QUE LOS PROGRAMAS DE
      *> INFORME NO TENGAN QUE INTERPRETAR EL LIBRO IMPRESO.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> CONTROL DE REEJECUCION: GUARDA EL ULTIMO PERIODO (AAAAMM)
      *> EN QUE SE ABONARON INTERESES, PARA QUE UNA SEGUNDA PASADA
      *> EN EL MISMO DIA NO ABONE DOS VECES, Y EL DIA DE ESA PASADA:
      *> LA SIGUIENTE DEVENGA DESDE EL DIA DESPUES Y REGULARIZA LOS
      *> MOVIMIENTOS APUNTADOS DESDE ENTONCES CON VALOR ANTERIOR.
       FD INTCTRL
       RECORD CONTAINS 14 CHARACTERS.
       01 REG-INTCTRL.
           05 CTRL-PERIODO PIC 9(6).
           05 CTRL-FECHA PIC 9(8).

      *> RETENCIONES FISCALES PRACTICADAS SOBRE LOS INTERESES: UNA
      *> LINEA POR ABONO CON EL BRUTO, LO RETENIDO Y EL NETO, PARA
       77 WS-CONTADOR-CUENTAS PIC 9(5) VALUE 0.
       77 WS-FECHA PIC X(21).
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-INTCTRL PIC 99.
       77 WS-YA-ABONADO PIC X(1) VALUE "N".
       77 WS-PERIODO-HOY PIC 9(6).
       77 WS-ERR-PARRAFO PIC X(30).
       77 WS-ERR-FS PIC X(2).
       77 WS-ERR-CLAVE PIC X(20).
       77 WS-TASA-APLICAR PIC V999.
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).
       77 WS-I PIC 9(1).
      *> DEVENGO POR SALDO VALOR DIARIO (SERVICIO SALDOVALOR): LA
      *> TASA DEL PRODUCTO ES MENSUAL Y SE APLICA A LOS NUMEROS
      *> (SUMA DE SALDOS DIARIOS) A RAZON DE UN TREINTAVO POR DIA.
       77 WS-ULTIMA-PASADA PIC 9(8) VALUE ZERO.
       77 WS-DESDE PIC 9(8).
       77 WS-DIA PIC 9(8).
       77 WS-DIAS-PERIODO PIC S9(7).
       77 WS-DIAS-MES-COMERCIAL PIC 9(2) VALUE 30.
       77 WS-DIAS-REGULARIZA PIC S9(7) VALUE -366.
       77 WS-LIMITE-REGULARIZA PIC 9(8).
       77 WS-NUMEROS PIC S9(11)V99.
       77 WS-NUMEROS-REGULARIZA PIC S9(11)V99.
       77 WS-SALDO-MEDIO PIC S9(7)V99.
       77 WS-INTERES-REGULARIZA PIC S9(5)V99.
       77 WS-SV-OPERACION PIC X(1).
       77 WS-SV-FECHA PIC 9(8).
       77 WS-SV-CORTE PIC 9(8).
       77 WS-SV-RESULTADO PIC S9(11)V99.
       77 WS-SV-RESULTADO-CORTE PIC S9(11)V99.
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).

      *> RUTAS FISICAS DE LOS ARCHIVOS: POR DEFECTO LAS DE
      *> PRODUCCION, PERO EL SERVICIO RUTAS LAS PUEDE REDIRIGIR
       77 WS-RUTA-RETINT PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRETINT.txt".

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

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-RESUMEN.
           05 FILLER PIC X(26) VALUE
       10-ABRIR-ARCHIVOS.
           OPEN I-O CUENTA.
           IF WS-FILE-STATUS EQUAL "00"
               PERFORM 15-COMPROBAR-PERIODO
               OPEN EXTEND SALIDA
               OPEN EXTEND MOVS
               OPEN EXTEND RETENCIONES-INT
               CALL "FECHA-ACTUAL" USING WS-FECHA
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.
               AT END
                   CONTINUE
               NOT AT END
                   IF CTRL-FECHA IS NUMERIC
                       MOVE CTRL-FECHA TO WS-ULTIMA-PASADA
                   END-IF
                   IF CTRL-PERIODO EQUAL WS-PERIODO-HOY
                       MOVE "S" TO WS-YA-ABONADO
                       DISPLAY "Los intereses del periodo "
               END-READ
           END-IF.
           CLOSE INTCTRL.
           IF WS-YA-ABONADO NOT EQUAL "S"
               PERFORM 16-PREPARAR-DEVENGO
           END-IF.
       15-COMPROBAR-PERIODO-END.
       EXIT.


      *> EL DEVENGO VA DEL DIA SIGUIENTE A LA ULTIMA PASADA HASTA HOY
      *> (SIN PASADA ANOTADA, DESDE EL DIA 1 DEL MES). SE CARGAN LOS
      *> MOVIMIENTOS DE ESE TRAMO PARA CALCULAR LOS SALDOS VALOR.
       16-PREPARAR-DEVENGO.
           IF WS-ULTIMA-PASADA NOT EQUAL ZERO
               MOVE "A" TO WS-FECHASERV-OP
               MOVE 1 TO WS-FECHASERV-DIAS
               CALL "FECHASERV" USING WS-FECHASERV-OP,
                   WS-ULTIMA-PASADA, WS-FECHASERV-FECHA2,
                   WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
               MOVE WS-FECHASERV-RESULTADO TO WS-DESDE
               MOVE "A" TO WS-FECHASERV-OP
               MOVE WS-DIAS-REGULARIZA TO WS-FECHASERV-DIAS
               CALL "FECHASERV" USING WS-FECHASERV-OP,
                   WS-ULTIMA-PASADA, WS-FECHASERV-FECHA2,
                   WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
               MOVE WS-FECHASERV-RESULTADO TO WS-LIMITE-REGULARIZA
           ELSE
               MOVE WS-HOY-NUM TO WS-DESDE
               MOVE "01" TO WS-DESDE (7:2)
           END-IF.
           IF WS-DESDE > WS-HOY-NUM
               MOVE WS-HOY-NUM TO WS-DESDE
           END-IF.
           MOVE "D" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-DESDE,
               WS-HOY-NUM, WS-DIAS-PERIODO, WS-FECHASERV-RESULTADO.
           ADD 1 TO WS-DIAS-PERIODO.

           MOVE "C" TO WS-SV-OPERACION.
           MOVE WS-DESDE TO WS-SV-FECHA.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO.
       16-PREPARAR-DEVENGO-END.
       EXIT.


       20-APLICAR-INTERES.
           READ CUENTA NEXT RECORD
           AT END
               ADD 1 TO WS-CONTADOR-SALTADAS
           ELSE
               MOVE DATOS-CUENTA TO WS-JRN-ANTES
               PERFORM 24-NUMEROS-DE-CUENTA
               PERFORM 22-TASA-DE-CUENTA
      *>EL INTERES SE DEVENGA BRUTO, SE LE PRACTICA LA RETENCION A
      *>CUENTA DE HACIENDA Y SOLO EL NETO SE ABONA EN LA CUENTA. LA
      *>REGULARIZACION DE LOS APUNTES CON VALOR ATRASADO VA INCLUIDA.
               COMPUTE WS-INTERES-REGULARIZA ROUNDED =
                   WS-NUMEROS-REGULARIZA * WS-TASA-APLICAR
                   / WS-DIAS-MES-COMERCIAL
               COMPUTE WS-INTERES-BRUTO ROUNDED =
                   (WS-NUMEROS + WS-NUMEROS-REGULARIZA)
                   * WS-TASA-APLICAR / WS-DIAS-MES-COMERCIAL
               COMPUTE WS-INTERES-RETENIDO ROUNDED =
                   WS-INTERES-BRUTO * WS-TASA-RETENCION
               COMPUTE WS-INTERES-APLICADO =
               MOVE "MV" TO WS-MOVS-TIPO-REGISTRO
               MOVE NUMCUENTA TO WS-MOVS-CUENTA
               MOVE WS-HOY-NUM TO WS-MOVS-FECHA
               MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR
               MOVE "INTERES" TO WS-MOVS-TIPO
               MOVE WS-INTERES-APLICADO TO WS-MOVS-IMPORTE
               MOVE SALDO TO WS-MOVS-SALDO
               MOVE "M" TO WS-OFI-OPERACION
               CALL "OFICINASERV" USING WS-OFI-OPERACION,
                   WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
               WRITE REG-MOVS FROM WS-MOVS-LINEA

      *>LA RETENCION QUEDA VISIBLE COMO SU PROPIO MOVIMIENTO (NO
      *>TOCA EL SALDO) Y ACUMULADA EN EL ARCHIVO DE RETENCIONES.
               MOVE "RETENCION" TO WS-MOVS-TIPO
               MOVE WS-INTERES-RETENIDO TO WS-MOVS-IMPORTE
               MOVE "M" TO WS-OFI-OPERACION
               CALL "OFICINASERV" USING WS-OFI-OPERACION,
                   WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
               WRITE REG-MOVS FROM WS-MOVS-LINEA

      *>LA PARTE DEL BRUTO QUE REGULARIZA PERIODOS YA ABONADOS
      *>QUEDA A LA VISTA CON SU PROPIA LINEA INFORMATIVA.
               IF WS-INTERES-REGULARIZA NOT EQUAL ZERO
                   MOVE "REGINTERES" TO WS-MOVS-TIPO
                   MOVE WS-INTERES-REGULARIZA TO WS-MOVS-IMPORTE
                   MOVE "M" TO WS-OFI-OPERACION
                   CALL "OFICINASERV" USING WS-OFI-OPERACION,
                       WS-MOVS-CUENTA, WS-MOVS-OPERADOR,
                       WS-MOVS-OFICINA
                   WRITE REG-MOVS FROM WS-MOVS-LINEA
               END-IF

               MOVE SPACES TO REG-RETINT
               MOVE WS-HOY-NUM TO RET-FECHA
               MOVE NUMCUENTA TO RET-CUENTA
       EXIT.


      *> LA TASA LA FIJA EL PRODUCTO DE LA CUENTA: SU TASA BASE, O
      *> LA DEL TRAMO MAS ALTO CUYO SALDO DESDE YA SE ALCANZA. SIN
      *> CATALOGO TODAS LAS CUENTAS COBRAN LA TASA GENERAL DE SIEMPRE.
       22-TASA-DE-CUENTA.
           MOVE WS-TASA-INTERES TO WS-TASA-APLICAR.
           CALL "PRODCUENTA" USING WS-PRD-OPERACION, NUMCUENTA,
               WS-PRODUCTO, WS-PRD-RESULTADO.
           IF WS-PRD-RESULTADO EQUAL "S"
               MOVE WS-PRD-TASA-INTERES TO WS-TASA-APLICAR
               PERFORM 23-COMPROBAR-TRAMO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
           END-IF.
       22-TASA-DE-CUENTA-END.
       EXIT.


       23-COMPROBAR-TRAMO.
           IF WS-PRD-TRAMO-DESDE (WS-I) > ZERO
               AND WS-SALDO-MEDIO NOT < WS-PRD-TRAMO-DESDE (WS-I)
               MOVE WS-PRD-TRAMO-TASA (WS-I) TO WS-TASA-APLICAR
           END-IF.
       23-COMPROBAR-TRAMO-END.
       EXIT.


      *> NUMEROS DE LA CUENTA: SUMA DE SU SALDO VALOR AL CIERRE DE
      *> CADA DIA DEL PERIODO. LOS DE REGULARIZACION SON, PARA CADA
      *> DIA YA LIQUIDADO, LO QUE CAMBIA ESE SALDO AL CONTAR LOS
      *> MOVIMIENTOS APUNTADOS DESPUES DE LA ULTIMA PASADA CON VALOR
      *> ANTERIOR A ELLA (HASTA UN AÑO ATRAS).
       24-NUMEROS-DE-CUENTA.
           MOVE ZERO TO WS-NUMEROS.
           MOVE ZERO TO WS-NUMEROS-REGULARIZA.
           MOVE "P" TO WS-SV-OPERACION.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO.

           MOVE ZERO TO WS-SV-CORTE.
           MOVE WS-DESDE TO WS-DIA.
           PERFORM 25-SUMAR-DIA UNTIL WS-DIA > WS-HOY-NUM.
           COMPUTE WS-SALDO-MEDIO ROUNDED =
               WS-NUMEROS / WS-DIAS-PERIODO.

           IF WS-ULTIMA-PASADA NOT EQUAL ZERO
               MOVE "R" TO WS-SV-OPERACION
               MOVE WS-ULTIMA-PASADA TO WS-SV-CORTE
               CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
                   WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO
               IF WS-SV-RESULTADO NOT EQUAL ZERO
                   MOVE WS-SV-RESULTADO TO WS-DIA
                   IF WS-DIA < WS-LIMITE-REGULARIZA
                       MOVE WS-LIMITE-REGULARIZA TO WS-DIA
                   END-IF
                   PERFORM 26-REGULARIZAR-DIA
                       UNTIL WS-DIA > WS-ULTIMA-PASADA
               END-IF
           END-IF.
       24-NUMEROS-DE-CUENTA-END.
       EXIT.


       25-SUMAR-DIA.
           MOVE "V" TO WS-SV-OPERACION.
           MOVE WS-DIA TO WS-SV-FECHA.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO.
           ADD WS-SV-RESULTADO TO WS-NUMEROS.
           PERFORM 27-DIA-SIGUIENTE.
       25-SUMAR-DIA-END.
       EXIT.


       26-REGULARIZAR-DIA.
           MOVE "V" TO WS-SV-OPERACION.
           MOVE WS-DIA TO WS-SV-FECHA.
           MOVE ZERO TO WS-SV-CORTE.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO, WS-SV-RESULTADO.
           MOVE WS-ULTIMA-PASADA TO WS-SV-CORTE.
           CALL "SALDOVALOR" USING WS-SV-OPERACION, NUMCUENTA,
               WS-SV-FECHA, WS-SV-CORTE, SALDO,
               WS-SV-RESULTADO-CORTE.
           COMPUTE WS-NUMEROS-REGULARIZA = WS-NUMEROS-REGULARIZA
               + WS-SV-RESULTADO - WS-SV-RESULTADO-CORTE.
           PERFORM 27-DIA-SIGUIENTE.
       26-REGULARIZAR-DIA-END.
       EXIT.


       27-DIA-SIGUIENTE.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE 1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-DIA,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-DIA.
       27-DIA-SIGUIENTE-END.
       EXIT.


       30-ESCRIBIR-RESUMEN.
           MOVE WS-CONTADOR-CUENTAS TO WS-RESUMEN-CONTADOR.
           WRITE REGISTRO FROM WS-RESUMEN AFTER ADVANCING PAGE.

       35-GRABAR-PERIODO.
           MOVE WS-PERIODO-HOY TO CTRL-PERIODO.
           MOVE WS-HOY-NUM TO CTRL-FECHA.
           OPEN OUTPUT INTCTRL.
           WRITE REG-INTCTRL.
           CLOSE INTCTRL.
