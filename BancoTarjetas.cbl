      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion nocturna de tarjetas de debito: lee el
      *          fichero de operaciones de la red de tarjetas
      *          (JTARJMOVS) y aplica cada linea a la cuenta ligada a
      *          la tarjeta en JTARJETAS. Retiradas en cajero
      *          (TARJCAJERO) y compras en comercio (TARJCOMPRA) se
      *          cargan con los mismos controles que BANCO: ESTADO
      *          "B"/"L", retenciones activas de JRETENCION y saldo
      *          mas descubierto autorizado (topado por el producto),
      *          ademas del estado, la caducidad y el limite diario
      *          de la tarjeta. Las devoluciones de compras
      *          (TARJDEVOL) se abonan. Cada operacion aplicada lleva
      *          su recibo de la serie JRECSEQ, su linea de libro y su
      *          registro MV en JMOVS (asi sale en los extractos y en
      *          la exportacion contable); las rechazadas vuelven a
      *          la red en JTARJRECH con su codigo de motivo:
      *          01 tarjeta inexistente, 02 tarjeta no activa,
      *          03 tarjeta caducada, 04 cuenta inexistente o
      *          bloqueada, 05 limite diario superado, 06 saldo
      *          insuficiente, 07 operacion desconocida. Una
      *          operacion de un mes ya cerrado (PERIODOSERV) se anota
      *          con fecha valor de hoy, como ajuste del mes en curso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOTARJETAS.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL TARJMOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTARJMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TARJMOVS.

       SELECT TARJETAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTARJETAS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS TJ-NUMERO
       ALTERNATE RECORD KEY IS TJ-CUENTA WITH DUPLICATES
       FILE STATUS IS WS-FS-TARJETAS.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL RETENCIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRETENCION.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS RET-ID
       FILE STATUS IS WS-FS-RETENCION.

       SELECT SALIDA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JIMPCUENTA.txt".

       SELECT OPTIONAL MOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT OPTIONAL RECIBOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRECIBOS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RECIBOS.

       SELECT OPTIONAL RECIBOS-SEQ ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRECSEQ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RECSEQ.

       SELECT RECHAZOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTARJRECH.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RECHAZOS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> FICHERO DE LA RED: UNA LINEA POR OPERACION CON TARJETA.
      *> CANAL "A" CAJERO AUTOMATICO / "P" COMERCIO (TPV); OPERACION
      *> "C" CARGO / "D" DEVOLUCION DE UNA COMPRA.
       FD TARJMOVS
       RECORD CONTAINS 67 CHARACTERS.
       01 REG-TARJMOV.
           05 TJM-REFERENCIA PIC X(12).
           05 TJM-TARJETA PIC X(16).
           05 TJM-FECHA PIC 9(8).
           05 TJM-CANAL PIC X(1).
           05 TJM-OPERACION PIC X(1).
           05 TJM-IMPORTE PIC 9(7)V99.
           05 TJM-COMERCIO PIC X(20).

       FD TARJETAS.
           01 DATOS-TARJETA.
               05 TJ-NUMERO PIC X(16).
               05 TJ-CUENTA PIC X(10).
               05 TJ-ESTADO PIC X(1).
               05 TJ-CADUCIDAD PIC 9(6).
               05 TJ-LIMITE-CAJERO PIC 9(5)V99.
               05 TJ-LIMITE-COMERCIO PIC 9(5)V99.
               05 TJ-FECHA-USO PIC 9(8).
               05 TJ-USADO-CAJERO PIC 9(5)V99.
               05 TJ-USADO-COMERCIO PIC 9(5)V99.
               05 TJ-FECHA-ALTA PIC 9(8).
               05 FILLER PIC X(23).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD RETENCIONES.
           01 DATOS-RETENCION.
               05 RET-ID PIC 9(4).
               05 RET-CUENTA PIC X(10).
               05 RET-IMPORTE PIC 9(7)V99.
               05 RET-FECHA-DEPOSITO PIC 9(8).
               05 RET-FECHA-LIBERACION PIC 9(8).
               05 RET-ESTADO PIC X(1).

       FD SALIDA
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD RECIBOS
       RECORD CONTAINS 89 CHARACTERS.
       01 REG-RECIBO PIC X(89).

       FD RECIBOS-SEQ
       RECORD CONTAINS 6 CHARACTERS.
       01 REG-RECIBO-SEQ.
           05 SEQ-ULTIMO-RECIBO PIC 9(6).

      *> RECHAZOS PARA LA RED: LA LINEA TAL CUAL LLEGO MAS EL MOTIVO.
       FD RECHAZOS
       RECORD CONTAINS 69 CHARACTERS.
       01 REG-RECHAZO.
           05 RCH-LINEA PIC X(67).
           05 RCH-MOTIVO PIC X(2).

       WORKING-STORAGE SECTION.

       77 WS-FS-TARJMOVS PIC 99.
       77 WS-FS-TARJETAS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-AVI-SUCESO PIC X(10).
       77 WS-AVI-IMPORTE PIC S9(7)V99.
       77 WS-FS-RECIBOS PIC 99.
       77 WS-FS-RECSEQ PIC 99.
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-FS-RECHAZOS PIC 99.
       77 WS-FIN-TARJMOVS PIC X(3) VALUE "NO".
       77 WS-FIN-RETENCIONES PIC X(1).
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-FECHA PIC X(21).
       77 WS-OPERACION-OK PIC X(1).
       77 WS-MOTIVO PIC X(2).
       77 WS-TIPO-MOV PIC X(10).
       77 WS-IMPORTE-RETENIDO PIC 9(7)V99.
       77 WS-DESCUBIERTO-EFECTIVO PIC 9(5)V99.
       77 WS-NUMERO-RECIBO PIC 9(6).
       77 WS-CONTADOR-APLICADAS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-RECHAZADAS PIC 9(5) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOTARJETAS".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

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

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
           05 WS-MOVS-CUENTA PIC X(10).
           05 WS-MOVS-FECHA PIC 9(8).
           05 WS-MOVS-TIPO PIC X(10).
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "TARJ".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-IMPORTE PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-SALDO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-RECIBO PIC 9(6) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LEDGER-OPERADOR PIC X(4) VALUE "TARJ".

       01 WS-RECIBO-LINEA.
           05 REC-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 REC-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 REC-CUENTA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 REC-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 REC-IMPORTE PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 REC-SALDO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 REC-OPERADOR PIC X(4) VALUE "TARJ".
           05 FILLER PIC X VALUE SPACE.
           05 REC-IBAN PIC X(24).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 20-PROCESAR-OPERACION
               UNTIL WS-FIN-TARJMOVS EQUAL "SI".
           PERFORM 80-ESCRIBIR-RESUMEN.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT TARJMOVS.
           IF WS-FS-TARJMOVS NOT EQUAL "00"
               DISPLAY "No hay fichero de la red de tarjetas"
               " JTARJMOVS."
               MOVE "SI" TO WS-FIN-TARJMOVS
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN I-O TARJETAS
               OPEN I-O CUENTA
               OPEN EXTEND SALIDA
               OPEN EXTEND MOVS
               OPEN OUTPUT RECHAZOS
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               IF WS-FS-TARJETAS NOT EQUAL "00"
                   OR WS-FILE-STATUS NOT EQUAL "00"
                   DISPLAY "Error abriendo JTARJETAS/JDATOSCUENTA: "
                   WS-FS-TARJETAS " " WS-FILE-STATUS
                   MOVE "SI" TO WS-FIN-TARJMOVS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


       20-PROCESAR-OPERACION.
           READ TARJMOVS
           AT END
               MOVE "SI" TO WS-FIN-TARJMOVS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               PERFORM 30-VALIDAR-OPERACION
               IF WS-OPERACION-OK EQUAL "S"
                   PERFORM 40-APLICAR-OPERACION
               ELSE
                   PERFORM 50-RECHAZAR-OPERACION
               END-IF
           END-READ.
       20-PROCESAR-OPERACION-END.
       EXIT.


      *> LOS CONTROLES VAN EN ORDEN: TARJETA, CUENTA, LIMITE DIARIO DE
      *> LA TARJETA Y, PARA LOS CARGOS, SALDO DISPONIBLE. LA PRIMERA
      *> QUE FALLA DA EL MOTIVO DEL RECHAZO.
       30-VALIDAR-OPERACION.
           MOVE "S" TO WS-OPERACION-OK.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
           WHEN TJM-OPERACION EQUAL "D"
               MOVE "TARJDEVOL" TO WS-TIPO-MOV
           WHEN TJM-OPERACION EQUAL "C" AND TJM-CANAL EQUAL "A"
               MOVE "TARJCAJERO" TO WS-TIPO-MOV
           WHEN TJM-OPERACION EQUAL "C" AND TJM-CANAL EQUAL "P"
               MOVE "TARJCOMPRA" TO WS-TIPO-MOV
           WHEN OTHER
               MOVE "N" TO WS-OPERACION-OK
               MOVE "07" TO WS-MOTIVO
           END-EVALUATE.

           IF WS-OPERACION-OK EQUAL "S"
               MOVE TJM-TARJETA TO TJ-NUMERO
               READ TARJETAS RECORD
               INVALID KEY
                   MOVE "N" TO WS-OPERACION-OK
                   MOVE "01" TO WS-MOTIVO
               NOT INVALID KEY
                   IF TJ-ESTADO NOT EQUAL "A"
                       MOVE "N" TO WS-OPERACION-OK
                       MOVE "02" TO WS-MOTIVO
                   ELSE
                   IF TJ-CADUCIDAD < TJM-FECHA (1:6)
                       MOVE "N" TO WS-OPERACION-OK
                       MOVE "03" TO WS-MOTIVO
                   END-IF
                   END-IF
               END-READ
           END-IF.

           IF WS-OPERACION-OK EQUAL "S"
               MOVE TJ-CUENTA TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   MOVE "N" TO WS-OPERACION-OK
                   MOVE "04" TO WS-MOTIVO
               NOT INVALID KEY
                   IF ESTADO EQUAL "B" OR ESTADO EQUAL "L"
                       MOVE "N" TO WS-OPERACION-OK
                       MOVE "04" TO WS-MOTIVO
                   END-IF
               END-READ
           END-IF.

           IF WS-OPERACION-OK EQUAL "S"
               AND TJM-OPERACION EQUAL "C"
               PERFORM 32-COMPROBAR-LIMITE-DIARIO
           END-IF.

           IF WS-OPERACION-OK EQUAL "S"
               AND TJM-OPERACION EQUAL "C"
               PERFORM 34-COMPROBAR-SALDO
           END-IF.
       30-VALIDAR-OPERACION-END.
       EXIT.


      *> LOS USADOS DE LA TARJETA SON DEL DIA DE LA OPERACION: SI LA
      *> TARJETA NO SE HA USADO ESE DIA EMPIEZAN EN CERO.
       32-COMPROBAR-LIMITE-DIARIO.
           IF TJ-FECHA-USO NOT EQUAL TJM-FECHA
               MOVE TJM-FECHA TO TJ-FECHA-USO
               MOVE ZERO TO TJ-USADO-CAJERO
               MOVE ZERO TO TJ-USADO-COMERCIO
           END-IF.
           IF TJM-CANAL EQUAL "A"
               IF TJ-USADO-CAJERO + TJM-IMPORTE > TJ-LIMITE-CAJERO
                   MOVE "N" TO WS-OPERACION-OK
                   MOVE "05" TO WS-MOTIVO
               END-IF
           ELSE
               IF TJ-USADO-COMERCIO + TJM-IMPORTE
                   > TJ-LIMITE-COMERCIO
                   MOVE "N" TO WS-OPERACION-OK
                   MOVE "05" TO WS-MOTIVO
               END-IF
           END-IF.
       32-COMPROBAR-LIMITE-DIARIO-END.
       EXIT.


      *> MISMA REGLA QUE 33-AUTORIZAR-DESCUBIERTO DE BANCO: EL CARGO
      *> CABE EN EL SALDO MENOS LO RETENIDO MAS EL DESCUBIERTO PACTADO,
      *> QUE NUNCA PASA DEL MAXIMO DEL PRODUCTO DE LA CUENTA.
       34-COMPROBAR-SALDO.
           PERFORM 36-SUMAR-RETENCIONES.
           MOVE LIMITE-DESCUBIERTO TO WS-DESCUBIERTO-EFECTIVO.
           CALL "PRODCUENTA" USING WS-PRD-OPERACION, NUMCUENTA,
               WS-PRODUCTO, WS-PRD-RESULTADO.
           IF WS-PRD-RESULTADO EQUAL "S"
               AND WS-PRD-MAX-DESCUBIERTO < WS-DESCUBIERTO-EFECTIVO
               MOVE WS-PRD-MAX-DESCUBIERTO TO WS-DESCUBIERTO-EFECTIVO
           END-IF.
           IF TJM-IMPORTE > SALDO - WS-IMPORTE-RETENIDO
               + WS-DESCUBIERTO-EFECTIVO
               MOVE "N" TO WS-OPERACION-OK
               MOVE "06" TO WS-MOTIVO
           END-IF.
       34-COMPROBAR-SALDO-END.
       EXIT.


       36-SUMAR-RETENCIONES.
           MOVE ZERO TO WS-IMPORTE-RETENIDO.
           OPEN INPUT RETENCIONES.
           IF WS-FS-RETENCION EQUAL "00"
               MOVE "N" TO WS-FIN-RETENCIONES
               PERFORM 37-LEER-RETENCION
                   UNTIL WS-FIN-RETENCIONES EQUAL "S"
           END-IF.
           CLOSE RETENCIONES.
       36-SUMAR-RETENCIONES-END.
       EXIT.


       37-LEER-RETENCION.
           READ RETENCIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RETENCIONES
           NOT AT END
               IF RET-ESTADO EQUAL "A"
               AND RET-CUENTA EQUAL NUMCUENTA
                   ADD RET-IMPORTE TO WS-IMPORTE-RETENIDO
               END-IF
           END-READ.
       37-LEER-RETENCION-END.
       EXIT.


       40-APLICAR-OPERACION.
           MOVE DATOS-CUENTA TO WS-JRN-ANTES.
           IF TJM-OPERACION EQUAL "D"
               ADD TJM-IMPORTE TO SALDO
           ELSE
               SUBTRACT TJM-IMPORTE FROM SALDO
               IF SALDO + LIMITE-DESCUBIERTO <= 0
                   MOVE "B" TO ESTADO
               END-IF
               IF TJM-CANAL EQUAL "A"
                   ADD TJM-IMPORTE TO TJ-USADO-CAJERO
               ELSE
                   ADD TJM-IMPORTE TO TJ-USADO-COMERCIO
               END-IF
               REWRITE DATOS-TARJETA
           END-IF.
           REWRITE DATOS-CUENTA.
           MOVE DATOS-CUENTA TO WS-JRN-DESPUES.
           CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
               WS-JRN-DESPUES.
           IF TJM-OPERACION EQUAL "C" AND TJM-CANAL EQUAL "A"
               MOVE "RETIRADA" TO WS-AVI-SUCESO
               MOVE TJM-IMPORTE TO WS-AVI-IMPORTE
               CALL "AVISOCLI" USING WS-AVI-SUCESO, DATOS-CUENTA,
                   DATOS-CUENTA, WS-AVI-IMPORTE
           END-IF.
           PERFORM 45-EMITIR-RECIBO.

           MOVE NUMCUENTA TO WS-LEDGER-CUENTA.
           MOVE WS-TIPO-MOV TO WS-LEDGER-TIPO.
           MOVE TJM-IMPORTE TO WS-LEDGER-IMPORTE.
           MOVE SALDO TO WS-LEDGER-SALDO.
           MOVE WS-FECHA TO WS-LEDGER-FECHA.
           MOVE WS-NUMERO-RECIBO TO WS-LEDGER-RECIBO.
           WRITE REGISTRO FROM WS-LEDGER-LINEA AFTER ADVANCING PAGE.

           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
      *>La operacion de tarjeta vale desde el dia en que se hizo en
      *>el cajero o el comercio, aunque llegue al lote mas tarde.
           MOVE TJM-FECHA TO WS-MOVS-FECHA-VALOR.
           IF WS-MOVS-FECHA-VALOR < WS-HOY-NUM
               PERFORM 42-COMPROBAR-PERIODO
           END-IF.
           MOVE WS-TIPO-MOV TO WS-MOVS-TIPO.
           MOVE TJM-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE WS-NUMERO-RECIBO TO WS-MOVS-RECIBO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.

           ADD 1 TO WS-CONTADOR-APLICADAS.
       40-APLICAR-OPERACION-END.
       EXIT.


      *> UNA FECHA VALOR PASADA NO PUEDE CAER EN UN MES YA CERRADO: EL
      *> APUNTE QUEDA COMO AJUSTE DEL PERIODO EN CURSO, CON FECHA VALOR
      *> DE HOY.
       42-COMPROBAR-PERIODO.
           MOVE "F" TO WS-PERSERV-OP.
           MOVE WS-MOVS-FECHA-VALOR TO WS-PERSERV-FECHA.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
           IF WS-PERSERV-ESTADO EQUAL "C"
               DISPLAY "El mes " WS-PERSERV-PERIODO " esta cerrado: "
               "el apunte queda como ajuste con fecha valor de hoy."
               MOVE WS-HOY-NUM TO WS-MOVS-FECHA-VALOR
           END-IF.
       42-COMPROBAR-PERIODO-END.
       EXIT.


      *> EL RECIBO SALE DE LA MISMA SERIE JRECSEQ DE VENTANILLA, CON
      *> "TARJ" COMO OPERADOR.
       45-EMITIR-RECIBO.
           MOVE ZERO TO SEQ-ULTIMO-RECIBO.
           OPEN INPUT RECIBOS-SEQ.
           IF WS-FS-RECSEQ EQUAL "00"
               READ RECIBOS-SEQ
               AT END
                   MOVE ZERO TO SEQ-ULTIMO-RECIBO
               END-READ
           END-IF.
           CLOSE RECIBOS-SEQ.
           ADD 1 TO SEQ-ULTIMO-RECIBO.
           MOVE SEQ-ULTIMO-RECIBO TO WS-NUMERO-RECIBO.
           OPEN OUTPUT RECIBOS-SEQ.
           WRITE REG-RECIBO-SEQ.
           CLOSE RECIBOS-SEQ.

           MOVE WS-NUMERO-RECIBO TO REC-NUMERO.
           MOVE WS-HOY-NUM TO REC-FECHA.
           MOVE NUMCUENTA TO REC-CUENTA.
           MOVE WS-TIPO-MOV TO REC-TIPO.
           MOVE TJM-IMPORTE TO REC-IMPORTE.
           MOVE SALDO TO REC-SALDO.
           MOVE "G" TO WS-IBAN-OPERACION.
           MOVE NUMCUENTA TO WS-IBAN-CUENTA.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               REC-IBAN, WS-IBAN-RESULTADO.
           OPEN EXTEND RECIBOS.
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA.
           CLOSE RECIBOS.
       45-EMITIR-RECIBO-END.
       EXIT.


       50-RECHAZAR-OPERACION.
           MOVE REG-TARJMOV TO RCH-LINEA.
           MOVE WS-MOTIVO TO RCH-MOTIVO.
           WRITE REG-RECHAZO.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
           DISPLAY "Operacion " TJM-REFERENCIA " rechazada, motivo "
           WS-MOTIVO.
       50-RECHAZAR-OPERACION-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           DISPLAY "Operaciones de tarjeta aplicadas: "
           WS-CONTADOR-APLICADAS.
           DISPLAY "Operaciones rechazadas: " WS-CONTADOR-RECHAZADAS.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CONTADOR-APLICADAS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE TARJMOVS TARJETAS CUENTA SALIDA MOVS RECHAZOS
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOTARJETAS.
