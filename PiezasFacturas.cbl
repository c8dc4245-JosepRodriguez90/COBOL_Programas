      ******************************************************************
      * Author:
      * Date:
      * Purpose: Facturas de proveedores del almacen de piezas
      *          (JFACTPROV): proveedor, numero de factura, pedido de
      *          compra de JPEDIDOS, cantidad, precio unitario y
      *          vencimiento segun los dias de PROV-CONDICIONES. Un
      *          numero de factura ya registrado para el mismo
      *          proveedor entra como duplicada. La pasada de casado
      *          compara cada factura con su pedido (proveedor y
      *          precio) y con lo realmente recibido en MOVPIEZAS
      *          (entradas "E" de ese pedido), dentro de las
      *          tolerancias de JFACTOLER; lo que no casa y las
      *          duplicadas van a la lista de revision
      *          (PiezasFactRevision.txt). Las casadas que vencen se
      *          pagan con un fichero JPAGOLOTE desde la cuenta de la
      *          empresa (JFACCUENTA) a la cuenta de cada proveedor
      *          (JPROVPAGO): BANCOPAGOLOTE lo aplica como TRANSFER a
      *          las cuentas de la casa y como orden al exterior de
      *          BANCOEXTERIOR a las de otro banco. Informe de
      *          antiguedad de saldos por proveedor
      *          (PiezasAntiguedad.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIEZASFACTURAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FACTURAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFACTPROV.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FAC-ID
       ALTERNATE RECORD KEY IS FAC-REFERENCIA WITH DUPLICATES
       FILE STATUS IS WS-FS-FACTURAS.

       SELECT OPTIONAL PROVEEDORES
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROVEEDORES.t
      -"xt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PROV-CODIGO
       FILE STATUS IS WS-FS-PROVEEDORES.

       SELECT PROV-PAGO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROVPAGO.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PPG-PROVEEDOR
       FILE STATUS IS WS-FS-PROVPAGO.

       SELECT PEDIDOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPEDIDOS.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PED-ID
       FILE STATUS IS WS-FS-PEDIDOS.

       SELECT OPTIONAL MOVIMIENTOS-PIEZAS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\MOVPIEZAS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT OPTIONAL TOLERANCIAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFACTOLER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TOLERANCIAS.

       SELECT OPTIONAL CUENTA-EMPRESA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFACCUENTA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CUENTA-EMPRESA.

       SELECT PAGO-LOTE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPAGOLOTE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PAGO-LOTE.

       SELECT REVISION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasFactRevisio
      -"n.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REVISION.

       SELECT ANTIGUEDAD ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasAntiguedad.
      -"txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ANTIGUEDAD.

       DATA DIVISION.
       FILE SECTION.
      *> FAC-ESTADO: "P" PENDIENTE DE CASAR, "C" CASADA (EN COLA DE
      *> PAGO), "V" EN REVISION POR DESCUADRE, "D" DUPLICADA, "G"
      *> PAGADA (FAC-LOTE ES LA REFERENCIA DEL FICHERO), "X" ANULADA.
       FD FACTURAS.
           01 REG-FACTURA.
               05 FAC-ID PIC 9(6).
               05 FAC-REFERENCIA.
                   10 FAC-PROVEEDOR PIC X(4).
                   10 FAC-NUMERO PIC X(12).
               05 FAC-PEDIDO PIC 9(4).
               05 FAC-CANTIDAD PIC 9(5).
               05 FAC-PRECIO PIC 9(5)V99.
               05 FAC-IMPORTE PIC 9(7)V99.
               05 FAC-FECHA PIC 9(8).
               05 FAC-VENCIMIENTO PIC 9(8).
               05 FAC-ESTADO PIC X(1).
               05 FAC-MOTIVO PIC X(25).
               05 FAC-RECIBIDO PIC 9(5).
               05 FAC-FECHA-PAGO PIC 9(8).
               05 FAC-LOTE PIC X(12).

       FD PROVEEDORES.
           01 REG-PROVEEDOR.
               05 PROV-CODIGO PIC X(4).
               05 PROV-NOMBRE PIC X(20).
               05 PROV-CONDICIONES PIC X(20).

      *> CUENTA DONDE SE PAGA A CADA PROVEEDOR: IBAN Y, SI ES DE
      *> OTRO BANCO, SU BIC (EN BLANCO PARA LAS CUENTAS DE LA CASA).
       FD PROV-PAGO.
           01 REG-PROV-PAGO.
               05 PPG-PROVEEDOR PIC X(4).
               05 PPG-BANCO PIC X(11).
               05 PPG-IBAN PIC X(24).

       FD PEDIDOS.
           01 REG-PEDIDO.
               05 PED-ID PIC 9(4).
               05 PED-FIGURA PIC 9(10).
               05 PED-PROVEEDOR PIC X(4).
               05 PED-CANTIDAD PIC 9(5).
               05 PED-PRECIO PIC 9(5)V99.
               05 PED-FECHA PIC 9(8).
               05 PED-ESTADO PIC X(1).

       FD MOVIMIENTOS-PIEZAS
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-MOVIMIENTO.
           05 MOV-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-TIPO PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-CANTIDAD PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-COSTE PIC 9(5)V99.
           05 FILLER PIC X VALUE SPACE.
           05 MOV-PEDIDO PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-OPERADOR PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.

      *> DESVIACION ADMITIDA, EN TANTO POR CIENTO, DEL PRECIO
      *> FACTURADO SOBRE EL DEL PEDIDO Y DE LA CANTIDAD FACTURADA
      *> SOBRE LA RECIBIDA.
       FD TOLERANCIAS
       RECORD CONTAINS 8 CHARACTERS.
       01 REG-TOLERANCIA.
           05 TOL-PRECIO PIC 9(2)V99.
           05 TOL-CANTIDAD PIC 9(2)V99.

       FD CUENTA-EMPRESA
       RECORD CONTAINS 10 CHARACTERS.
       01 REG-CUENTA-EMPRESA.
           05 CTA-PAGADORA PIC X(10).

      *> MISMO FORMATO QUE EL FICHERO DE EMPRESA DE BANCOPAGOLOTE:
      *> CABECERA "C" Y UNA LINEA "D" POR FACTURA, CON EL BIC DEL
      *> BANCO DEL PROVEEDOR CUANDO SU CUENTA NO ES DE LA CASA.
       FD PAGO-LOTE
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-PAGO.
           05 PAG-TIPO-REG PIC X(1).
           05 PAG-DATOS PIC X(79).
           05 PAG-CABECERA REDEFINES PAG-DATOS.
               10 CAB-CUENTA PIC X(10).
               10 CAB-REFERENCIA PIC X(12).
               10 CAB-FECHA PIC 9(8).
               10 CAB-LINEAS PIC 9(5).
               10 CAB-TOTAL PIC 9(9)V99.
               10 FILLER PIC X(33).
           05 PAG-DETALLE REDEFINES PAG-DATOS.
               10 DET-LINEA PIC 9(5).
               10 DET-BANCO-BENEF PIC X(11).
               10 DET-CUENTA-BENEF PIC X(24).
               10 DET-IMPORTE PIC 9(7)V99.
               10 DET-CONCEPTO PIC X(20).
               10 FILLER PIC X(10).

       FD REVISION
       RECORD CONTAINS 90 CHARACTERS.
       01 REG-REVISION PIC X(90).

       FD ANTIGUEDAD
       RECORD CONTAINS 100 CHARACTERS.
       01 REG-ANTIGUEDAD PIC X(100).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "PiezasFactRevision".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PIEZASFACTURAS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "P".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-FACTURAS PIC 99.
       77 WS-FS-PROVEEDORES PIC 99.
       77 WS-FS-PROVPAGO PIC 99.
       77 WS-FS-PEDIDOS PIC 99.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-TOLERANCIAS PIC 99.
       77 WS-FS-CUENTA-EMPRESA PIC 99.
       77 WS-FS-PAGO-LOTE PIC 99.
       77 WS-FS-REVISION PIC 99.
       77 WS-FS-ANTIGUEDAD PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-FACTURAS PIC X(3) VALUE "NO".
       77 WS-FIN-MOVIMIENTOS PIC X(3) VALUE "NO".
       77 WS-SIGUIENTE PIC 9(6).
       77 WS-PROVEEDOR PIC X(4).
       77 WS-PROVEEDOR-EXISTE PIC X(1).
       77 WS-CONDICIONES PIC X(20).
       77 WS-COND-PALABRA PIC X(20).
       77 WS-COND-LARGO PIC 9(2).
       77 WS-DIAS-PLAZO PIC 9(3).
       77 WS-NUMERO-FACTURA PIC X(12).
       77 WS-FAC-PEDIDO PIC 9(4).
       77 WS-FAC-CANTIDAD PIC 9(5).
       77 WS-FAC-PRECIO PIC 9(5)V99.
       77 WS-FAC-FECHA PIC 9(8).
       77 WS-FAC-VENCIMIENTO PIC 9(8).
       77 WS-FACTURA-DUPLICADA PIC X(1).
       77 WS-TOL-PRECIO PIC 9(2)V99 VALUE 2.
       77 WS-TOL-CANTIDAD PIC 9(2)V99 VALUE 5.
       77 WS-DIFERENCIA PIC S9(7)V99.
       77 WS-MARGEN PIC 9(7)V9(4).
       77 WS-CASADAS PIC 9(5).
       77 WS-A-REVISION PIC 9(5).
       77 WS-DECISION PIC X(1).
       77 WS-FECHA-LIMITE PIC 9(8).
       77 WS-CUENTA-PAGADORA PIC X(10).
       77 WS-T PIC 9(3).
       77 WS-NUM-TRANSFER PIC 9(3).
       77 WS-MAX-TRANSFER PIC 9(3) VALUE 200.
       77 WS-TOTAL-TRANSFER PIC 9(9)V99.
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN PIC X(24).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-PROV-ANTERIOR PIC X(4).
       77 WS-TRAMO PIC 9(1).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> FACTURAS QUE ENTRAN EN EL FICHERO DE TRANSFERENCIAS.
       01 WS-TABLA-TRANSFER.
           05 WS-TRF-ENTRADA OCCURS 200 TIMES.
               10 TRF-FACTURA PIC 9(6).
               10 TRF-NUMERO PIC X(12).
               10 TRF-BANCO PIC X(11).
               10 TRF-IBAN PIC X(24).
               10 TRF-IMPORTE PIC 9(7)V99.

       01 WS-REFERENCIA-LOTE.
           05 FILLER PIC X(4) VALUE "FACP".
           05 REF-FECHA PIC 9(8).

       01 WS-CONCEPTO-LOTE.
           05 FILLER PIC X(8) VALUE "FACTURA ".
           05 CON-NUMERO PIC X(12).

      *> TRAMOS DE ANTIGUEDAD: 1 SIN VENCER, 2 DE 1 A 30 DIAS, 3 DE
      *> 31 A 60, 4 DE 61 A 90, 5 MAS DE 90; EL 6 ES EL TOTAL.
       01 WS-SALDO-PROVEEDOR.
           05 WSP-IMPORTE PIC 9(9)V99 OCCURS 6 TIMES.

       01 WS-SALDO-TOTAL.
           05 WST-IMPORTE PIC 9(9)V99 OCCURS 6 TIMES.

       01 WS-REV-CABECERA.
           05 FILLER PIC X(40) VALUE
           "FACTURAS DE PROVEEDOR EN REVISION ".
           05 RCA-FECHA PIC 9(8).

       01 WS-REV-TITULOS.
           05 FILLER PIC X(41) VALUE
           "FACT.  PROV NUMERO       PED.  CANT RECIB".
           05 FILLER PIC X(39) VALUE
           "   PRECIO E MOTIVO".

       01 WS-REV-LINEA.
           05 RLI-FACTURA PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RLI-PROVEEDOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RLI-NUMERO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 RLI-PEDIDO PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 RLI-CANTIDAD PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RLI-RECIBIDO PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RLI-PRECIO PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RLI-ESTADO PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 RLI-MOTIVO PIC X(25).

       01 WS-ANT-CABECERA.
           05 FILLER PIC X(40) VALUE
           "ANTIGUEDAD DE SALDOS DE PROVEEDORES A ".
           05 ACA-FECHA PIC 9(8).

       01 WS-ANT-TITULOS.
           05 FILLER PIC X(25) VALUE "PROV NOMBRE".
           05 FILLER PIC X(33) VALUE
           " NO VENCIDO       1-30      31-60".
           05 FILLER PIC X(33) VALUE
           "      61-90  MAS DE 90      TOTAL".

       01 WS-ANT-LINEA.
           05 ALI-PROVEEDOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ALI-NOMBRE PIC X(20).
           05 ALI-TRAMO OCCURS 6 TIMES.
               10 FILLER PIC X VALUE SPACE.
               10 ALI-IMPORTE PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-FACTURAS.
           PERFORM 07-CARGAR-TOLERANCIAS.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
           CLOSE FACTURAS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-FACTURAS.
           OPEN I-O FACTURAS.
           IF WS-FS-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN I-O FACTURAS
           END-IF.
       05-ABRIR-FACTURAS-END.
       EXIT.


      *> TOLERANCIAS POR DEFECTO SI NO EXISTE JFACTOLER; SE GRABAN
      *> LA PRIMERA VEZ PARA QUE ADMINISTRACION LAS AJUSTE.
       07-CARGAR-TOLERANCIAS.
           OPEN INPUT TOLERANCIAS.
           IF WS-FS-TOLERANCIAS EQUAL "00"
               READ TOLERANCIAS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TOL-PRECIO TO WS-TOL-PRECIO
                   MOVE TOL-CANTIDAD TO WS-TOL-CANTIDAD
               END-READ
               CLOSE TOLERANCIAS
           ELSE
               CLOSE TOLERANCIAS
               OPEN OUTPUT TOLERANCIAS
               MOVE WS-TOL-PRECIO TO TOL-PRECIO
               MOVE WS-TOL-CANTIDAD TO TOL-CANTIDAD
               WRITE REG-TOLERANCIA
               CLOSE TOLERANCIAS
           END-IF.
       07-CARGAR-TOLERANCIAS-END.
       EXIT.


       10-MENU.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           DISPLAY "Facturas de proveedores de piezas."
           DISPLAY "Registrar factura (1)"
           DISPLAY "Datos de pago de un proveedor (2)"
           DISPLAY "Casar facturas con pedido y recepcion (3)"
           DISPLAY "Resolver factura en revision (4)"
           DISPLAY "Pagar facturas vencidas (5)"
           DISPLAY "Lista de revision (6)"
           DISPLAY "Antiguedad de saldos por proveedor (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-REGISTRAR
           WHEN 2
               PERFORM 30-DATOS-PAGO
           WHEN 3
               PERFORM 40-CASAR
           WHEN 4
               PERFORM 50-RESOLVER
           WHEN 5
               PERFORM 60-PAGAR-VENCIDAS
           WHEN 6
               PERFORM 70-LISTA-REVISION
           WHEN 7
               PERFORM 80-ANTIGUEDAD
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> LA FACTURA SE GRABA SIEMPRE; SI EL PROVEEDOR YA PRESENTO
      *> ESE NUMERO EN OTRA FACTURA NO ANULADA QUEDA DUPLICADA Y VA
      *> A LA LISTA DE REVISION.
       20-REGISTRAR.
           DISPLAY "Codigo del proveedor: "
           ACCEPT WS-PROVEEDOR.
           PERFORM 21-LEER-PROVEEDOR.
           IF WS-PROVEEDOR-EXISTE NOT EQUAL "S"
               DISPLAY "No existe ese proveedor en JPROVEEDORES."
           ELSE
               DISPLAY "Proveedor: " PROV-NOMBRE
               " (" PROV-CONDICIONES ")"
               MOVE PROV-CONDICIONES TO WS-CONDICIONES
               PERFORM 22-DATOS-FACTURA
           END-IF.
       20-REGISTRAR-END.
       EXIT.


       21-LEER-PROVEEDOR.
           MOVE "N" TO WS-PROVEEDOR-EXISTE.
           OPEN INPUT PROVEEDORES.
           MOVE WS-PROVEEDOR TO PROV-CODIGO.
           READ PROVEEDORES RECORD
           INVALID KEY
               MOVE SPACES TO PROV-NOMBRE PROV-CONDICIONES
           NOT INVALID KEY
               MOVE "S" TO WS-PROVEEDOR-EXISTE
           END-READ.
           CLOSE PROVEEDORES.
       21-LEER-PROVEEDOR-END.
       EXIT.


       22-DATOS-FACTURA.
           DISPLAY "Numero de factura del proveedor: "
           ACCEPT WS-NUMERO-FACTURA.
           DISPLAY "Numero del pedido de compra: "
           ACCEPT WS-FAC-PEDIDO.
           DISPLAY "Cantidad facturada: "
           ACCEPT WS-FAC-CANTIDAD.
           DISPLAY "Precio unitario facturado: "
           ACCEPT WS-FAC-PRECIO.
           DISPLAY "Fecha de la factura (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FAC-FECHA.
           IF WS-FAC-FECHA EQUAL 0
               MOVE WS-HOY-NUM TO WS-FAC-FECHA
           END-IF.
           PERFORM 24-CALCULAR-VENCIMIENTO.
           PERFORM 26-BUSCAR-DUPLICADA.
           PERFORM 28-SIGUIENTE-NUMERO.

           MOVE SPACES TO REG-FACTURA.
           MOVE WS-SIGUIENTE TO FAC-ID.
           MOVE WS-PROVEEDOR TO FAC-PROVEEDOR.
           MOVE WS-NUMERO-FACTURA TO FAC-NUMERO.
           MOVE WS-FAC-PEDIDO TO FAC-PEDIDO.
           MOVE WS-FAC-CANTIDAD TO FAC-CANTIDAD.
           MOVE WS-FAC-PRECIO TO FAC-PRECIO.
           COMPUTE FAC-IMPORTE = WS-FAC-CANTIDAD * WS-FAC-PRECIO.
           MOVE WS-FAC-FECHA TO FAC-FECHA.
           MOVE WS-FAC-VENCIMIENTO TO FAC-VENCIMIENTO.
           MOVE ZERO TO FAC-RECIBIDO FAC-FECHA-PAGO.
           IF WS-FACTURA-DUPLICADA EQUAL "S"
               MOVE "D" TO FAC-ESTADO
               MOVE "NUMERO DE FACTURA REPETIDO" TO FAC-MOTIVO
           ELSE
               MOVE "P" TO FAC-ESTADO
           END-IF.
           WRITE REG-FACTURA
           INVALID KEY
               DISPLAY "Error al grabar la factura."
           NOT INVALID KEY
               DISPLAY "Factura " FAC-ID " registrada por "
               FAC-IMPORTE ", vence el " FAC-VENCIMIENTO
               IF FAC-ESTADO EQUAL "D"
                   DISPLAY "Queda en revision como duplicada."
               END-IF
           END-WRITE.
       22-DATOS-FACTURA-END.
       EXIT.


      *> LAS CONDICIONES DEL PROVEEDOR EMPIEZAN POR LOS DIAS DE PLAZO
      *> ("30 DIAS FECHA FACTURA"); SIN NUMERO DELANTE SE PAGA AL
      *> CONTADO, CON VENCIMIENTO EL DIA DE LA FACTURA.
       24-CALCULAR-VENCIMIENTO.
           MOVE ZERO TO WS-DIAS-PLAZO WS-COND-LARGO.
           MOVE SPACES TO WS-COND-PALABRA.
           UNSTRING WS-CONDICIONES DELIMITED BY ALL SPACES
               INTO WS-COND-PALABRA COUNT IN WS-COND-LARGO
           END-UNSTRING.
           IF WS-COND-LARGO > 0 AND WS-COND-LARGO < 4
               IF WS-COND-PALABRA (1:WS-COND-LARGO) IS NUMERIC
                   MOVE WS-COND-PALABRA (1:WS-COND-LARGO)
                       TO WS-DIAS-PLAZO
               END-IF
           END-IF.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE WS-DIAS-PLAZO TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FAC-FECHA,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FAC-VENCIMIENTO.
       24-CALCULAR-VENCIMIENTO-END.
       EXIT.


       26-BUSCAR-DUPLICADA.
           MOVE "N" TO WS-FACTURA-DUPLICADA.
           MOVE "NO" TO WS-FIN-FACTURAS.
           MOVE WS-PROVEEDOR TO FAC-PROVEEDOR.
           MOVE WS-NUMERO-FACTURA TO FAC-NUMERO.
           START FACTURAS KEY IS EQUAL TO FAC-REFERENCIA
           INVALID KEY
               MOVE "SI" TO WS-FIN-FACTURAS
           END-START.
           PERFORM 27-LEER-DUPLICADA UNTIL WS-FIN-FACTURAS EQUAL "SI".
       26-BUSCAR-DUPLICADA-END.
       EXIT.


       27-LEER-DUPLICADA.
           READ FACTURAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-FACTURAS
           NOT AT END
               IF FAC-PROVEEDOR NOT EQUAL WS-PROVEEDOR
               OR FAC-NUMERO NOT EQUAL WS-NUMERO-FACTURA
                   MOVE "SI" TO WS-FIN-FACTURAS
               ELSE
                   IF FAC-ESTADO NOT EQUAL "X"
                       MOVE "S" TO WS-FACTURA-DUPLICADA
                       DISPLAY "Numero ya presentado en la factura "
                       FAC-ID " (estado " FAC-ESTADO ")"
                   END-IF
               END-IF
           END-READ.
       27-LEER-DUPLICADA-END.
       EXIT.


       28-SIGUIENTE-NUMERO.
           MOVE ZERO TO WS-SIGUIENTE.
           MOVE "NO" TO WS-FIN-FACTURAS.
           MOVE ZEROES TO FAC-ID.
           START FACTURAS KEY IS NOT LESS THAN FAC-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-FACTURAS
           END-START.
           PERFORM 29-LEER-NUMERO UNTIL WS-FIN-FACTURAS EQUAL "SI".
           ADD 1 TO WS-SIGUIENTE.
       28-SIGUIENTE-NUMERO-END.
       EXIT.


       29-LEER-NUMERO.
           READ FACTURAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-FACTURAS
           NOT AT END
               IF FAC-ID > WS-SIGUIENTE
                   MOVE FAC-ID TO WS-SIGUIENTE
               END-IF
           END-READ.
       29-LEER-NUMERO-END.
       EXIT.


      *> LA CUENTA DEL PROVEEDOR SE VALIDA CON IBANSERV: UNA CUENTA
      *> DE LA CASA VA SIN BIC Y UNA DE OTRO BANCO LO NECESITA PARA
      *> LA ORDEN AL EXTERIOR.
       30-DATOS-PAGO.
           DISPLAY "Codigo del proveedor: "
           ACCEPT WS-PROVEEDOR.
           PERFORM 21-LEER-PROVEEDOR.
           IF WS-PROVEEDOR-EXISTE NOT EQUAL "S"
               DISPLAY "No existe ese proveedor en JPROVEEDORES."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PROV-PAGO.
           IF WS-FS-PROVPAGO = "35"
               OPEN OUTPUT PROV-PAGO
               CLOSE PROV-PAGO
               OPEN I-O PROV-PAGO
           END-IF.
           MOVE WS-PROVEEDOR TO PPG-PROVEEDOR.
           READ PROV-PAGO RECORD
           INVALID KEY
               MOVE SPACES TO PPG-BANCO PPG-IBAN
           NOT INVALID KEY
               DISPLAY "Cuenta actual: " PPG-IBAN " " PPG-BANCO
           END-READ.
           DISPLAY "IBAN de la cuenta del proveedor: "
           ACCEPT WS-IBAN.
           DISPLAY "BIC de su banco (en blanco si es de la casa): "
           ACCEPT PPG-BANCO.
           MOVE SPACES TO WS-IBAN-CUENTA.
           MOVE "V" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               WS-IBAN, WS-IBAN-RESULTADO.
           EVALUATE TRUE
           WHEN WS-IBAN-RESULTADO EQUAL "N"
               DISPLAY "IBAN no valido; no se graba."
           WHEN WS-IBAN-RESULTADO EQUAL "S"
           AND PPG-BANCO NOT EQUAL SPACES
               DISPLAY "La cuenta es de la casa: va sin BIC."
           WHEN WS-IBAN-RESULTADO EQUAL "E"
           AND PPG-BANCO EQUAL SPACES
               DISPLAY "Cuenta de otro banco: falta el BIC."
           WHEN OTHER
               MOVE WS-PROVEEDOR TO PPG-PROVEEDOR
               MOVE WS-IBAN TO PPG-IBAN
               WRITE REG-PROV-PAGO
               INVALID KEY
                   REWRITE REG-PROV-PAGO
                   INVALID KEY
                       DISPLAY "Error al grabar la cuenta."
                   END-REWRITE
               END-WRITE
               DISPLAY "Cuenta de pago de " PROV-NOMBRE " grabada."
           END-EVALUATE.
           CLOSE PROV-PAGO.
       30-DATOS-PAGO-END.
       EXIT.


      *> CASADO A TRES BANDAS DE LAS FACTURAS PENDIENTES: FACTURA,
      *> PEDIDO DE COMPRA Y ENTRADAS "E" DE ESE PEDIDO EN MOVPIEZAS.
       40-CASAR.
           OPEN INPUT PEDIDOS.
           IF WS-FS-PEDIDOS NOT EQUAL "00"
               DISPLAY "No hay pedidos de compra (JPEDIDOS)."
               CLOSE PEDIDOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tolerancias: precio " WS-TOL-PRECIO
           "%, cantidad " WS-TOL-CANTIDAD "%".
           MOVE ZERO TO WS-CASADAS WS-A-REVISION.
           MOVE "NO" TO WS-FIN-FACTURAS.
           MOVE ZEROES TO FAC-ID.
           START FACTURAS KEY IS NOT LESS THAN FAC-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-FACTURAS
           END-START.
           PERFORM 42-CASAR-UNA UNTIL WS-FIN-FACTURAS EQUAL "SI".
           CLOSE PEDIDOS.
           DISPLAY "Facturas casadas: " WS-CASADAS
           "  a revision: " WS-A-REVISION.
           PERFORM 70-LISTA-REVISION.
       40-CASAR-END.
       EXIT.


       42-CASAR-UNA.
           READ FACTURAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-FACTURAS
           NOT AT END
               IF FAC-ESTADO EQUAL "P"
                   PERFORM 44-CASAR-FACTURA
                   IF FAC-ESTADO EQUAL "C"
                       ADD 1 TO WS-CASADAS
                   ELSE
                       ADD 1 TO WS-A-REVISION
                   END-IF
                   REWRITE REG-FACTURA
                   INVALID KEY
                       DISPLAY "Error al grabar la factura " FAC-ID
                   END-REWRITE
               END-IF
           END-READ.
       42-CASAR-UNA-END.
       EXIT.


       44-CASAR-FACTURA.
           MOVE "C" TO FAC-ESTADO.
           MOVE SPACES TO FAC-MOTIVO.
           MOVE ZERO TO FAC-RECIBIDO.
           MOVE FAC-PEDIDO TO PED-ID.
           READ PEDIDOS RECORD
           INVALID KEY
               MOVE "V" TO FAC-ESTADO
               MOVE "PEDIDO NO EXISTE" TO FAC-MOTIVO
               EXIT PARAGRAPH
           END-READ.
           IF PED-PROVEEDOR NOT EQUAL FAC-PROVEEDOR
               MOVE "V" TO FAC-ESTADO
               MOVE "PEDIDO DE OTRO PROVEEDOR" TO FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 46-SUMAR-RECIBIDO.
           IF FAC-RECIBIDO EQUAL 0
               MOVE "V" TO FAC-ESTADO
               MOVE "MERCANCIA NO RECIBIDA" TO FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIFERENCIA = FAC-CANTIDAD - FAC-RECIBIDO.
           IF WS-DIFERENCIA < 0
               COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
           END-IF.
           COMPUTE WS-MARGEN = FAC-RECIBIDO * WS-TOL-CANTIDAD / 100.
           IF WS-DIFERENCIA > WS-MARGEN
               MOVE "V" TO FAC-ESTADO
               MOVE "CANTIDAD NO CUADRA" TO FAC-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIFERENCIA = FAC-PRECIO - PED-PRECIO.
           IF WS-DIFERENCIA < 0
               COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
           END-IF.
           COMPUTE WS-MARGEN = PED-PRECIO * WS-TOL-PRECIO / 100.
           IF WS-DIFERENCIA > WS-MARGEN
               MOVE "V" TO FAC-ESTADO
               MOVE "PRECIO FUERA DE TOLERANCIA" TO FAC-MOTIVO
           END-IF.
       44-CASAR-FACTURA-END.
       EXIT.


      *> LO RECIBIDO ES LA SUMA DE LAS ENTRADAS DE ESE PEDIDO Y DE SU
      *> PIEZA; LOS MOVIMIENTOS SIN NUMERO DE PEDIDO NO CUENTAN.
       46-SUMAR-RECIBIDO.
           OPEN INPUT MOVIMIENTOS-PIEZAS.
           MOVE "NO" TO WS-FIN-MOVIMIENTOS.
           PERFORM 47-LEER-MOVIMIENTO
               UNTIL WS-FIN-MOVIMIENTOS EQUAL "SI".
           CLOSE MOVIMIENTOS-PIEZAS.
       46-SUMAR-RECIBIDO-END.
       EXIT.


       47-LEER-MOVIMIENTO.
           READ MOVIMIENTOS-PIEZAS
           AT END
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           NOT AT END
               IF MOV-TIPO EQUAL "E"
               AND MOV-PEDIDO IS NUMERIC
               AND MOV-PEDIDO EQUAL FAC-PEDIDO
               AND MOV-FIGURA EQUAL PED-FIGURA
                   ADD MOV-CANTIDAD TO FAC-RECIBIDO
               END-IF
           END-READ.
       47-LEER-MOVIMIENTO-END.
       EXIT.


      *> UNA FACTURA EN REVISION SE APRUEBA (PASA A LA COLA DE PAGO)
      *> O SE ANULA; LA DECISION QUEDA COMO MOTIVO.
       50-RESOLVER.
           DISPLAY "Numero interno de la factura: "
           ACCEPT FAC-ID.
           READ FACTURAS RECORD
           INVALID KEY
               DISPLAY "No existe esa factura."
               EXIT PARAGRAPH
           END-READ.
           IF FAC-ESTADO NOT EQUAL "V" AND FAC-ESTADO NOT EQUAL "D"
               DISPLAY "La factura no esta en revision (estado "
               FAC-ESTADO ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Proveedor " FAC-PROVEEDOR " factura " FAC-NUMERO
           " pedido " FAC-PEDIDO.
           DISPLAY "Cantidad " FAC-CANTIDAD " recibido " FAC-RECIBIDO
           " precio " FAC-PRECIO " importe " FAC-IMPORTE.
           DISPLAY "Motivo: " FAC-MOTIVO.
           DISPLAY "¿Aprobar el pago? (S/N)"
           ACCEPT WS-DECISION.
           IF WS-DECISION EQUAL "S"
               MOVE "C" TO FAC-ESTADO
               MOVE "APROBADA EN REVISION" TO FAC-MOTIVO
           ELSE
               MOVE "X" TO FAC-ESTADO
               MOVE "ANULADA EN REVISION" TO FAC-MOTIVO
           END-IF.
           REWRITE REG-FACTURA
           INVALID KEY
               DISPLAY "Error al grabar la decision."
           NOT INVALID KEY
               DISPLAY "Decision anotada."
           END-REWRITE.
       50-RESOLVER-END.
       EXIT.


      *> LAS FACTURAS CASADAS QUE VENCEN HASTA LA FECHA PEDIDA SALEN
      *> EN UN FICHERO JPAGOLOTE DESDE LA CUENTA DE LA EMPRESA;
      *> BANCOPAGOLOTE LO APLICA CON SUS CONTROLES DE FONDOS Y DE
      *> CUADRE Y MANDA AL EXTERIOR LAS DE OTRO BANCO.
       60-PAGAR-VENCIDAS.
           DISPLAY "Pagar lo que vence hasta (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-LIMITE.
           IF WS-FECHA-LIMITE EQUAL 0
               MOVE WS-HOY-NUM TO WS-FECHA-LIMITE
           END-IF.
           PERFORM 62-CUENTA-PAGADORA.
           MOVE 0 TO WS-NUM-TRANSFER WS-TOTAL-TRANSFER.
           OPEN INPUT PROV-PAGO.
           MOVE "NO" TO WS-FIN-FACTURAS.
           MOVE ZEROES TO FAC-ID.
           START FACTURAS KEY IS NOT LESS THAN FAC-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-FACTURAS
           END-START.
           PERFORM 64-SELECCIONAR-FACTURA
               UNTIL WS-FIN-FACTURAS EQUAL "SI".
           CLOSE PROV-PAGO.
           IF WS-NUM-TRANSFER EQUAL 0
               DISPLAY "No hay facturas casadas que venzan."
           ELSE
               PERFORM 66-ESCRIBIR-LOTE
               DISPLAY "Fichero JPAGOLOTE " WS-REFERENCIA-LOTE ": "
               WS-NUM-TRANSFER " facturas, " WS-TOTAL-TRANSFER
               DISPLAY "Entregarlo a BANCOPAGOLOTE."
           END-IF.
       60-PAGAR-VENCIDAS-END.
       EXIT.


       62-CUENTA-PAGADORA.
           MOVE SPACES TO WS-CUENTA-PAGADORA.
           OPEN INPUT CUENTA-EMPRESA.
           IF WS-FS-CUENTA-EMPRESA EQUAL "00"
               READ CUENTA-EMPRESA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTA-PAGADORA TO WS-CUENTA-PAGADORA
               END-READ
           END-IF.
           CLOSE CUENTA-EMPRESA.
           IF WS-CUENTA-PAGADORA EQUAL SPACES
               DISPLAY "Cuenta pagadora de la empresa: "
               ACCEPT WS-CUENTA-PAGADORA
               MOVE WS-CUENTA-PAGADORA TO CTA-PAGADORA
               OPEN OUTPUT CUENTA-EMPRESA
               WRITE REG-CUENTA-EMPRESA
               CLOSE CUENTA-EMPRESA
           END-IF.
       62-CUENTA-PAGADORA-END.
       EXIT.


       64-SELECCIONAR-FACTURA.
           READ FACTURAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-FACTURAS
           NOT AT END
               IF FAC-ESTADO EQUAL "C"
               AND FAC-VENCIMIENTO NOT > WS-FECHA-LIMITE
               AND WS-NUM-TRANSFER < WS-MAX-TRANSFER
                   MOVE FAC-PROVEEDOR TO PPG-PROVEEDOR
                   READ PROV-PAGO RECORD
                   INVALID KEY
                       DISPLAY "Factura " FAC-ID ": el proveedor "
                       FAC-PROVEEDOR " no tiene cuenta de pago."
                   NOT INVALID KEY
                       ADD 1 TO WS-NUM-TRANSFER
                       MOVE FAC-ID TO TRF-FACTURA (WS-NUM-TRANSFER)
                       MOVE FAC-NUMERO TO TRF-NUMERO (WS-NUM-TRANSFER)
                       MOVE PPG-BANCO TO TRF-BANCO (WS-NUM-TRANSFER)
                       MOVE PPG-IBAN TO TRF-IBAN (WS-NUM-TRANSFER)
                       MOVE FAC-IMPORTE TO
                           TRF-IMPORTE (WS-NUM-TRANSFER)
                       ADD FAC-IMPORTE TO WS-TOTAL-TRANSFER
                   END-READ
               END-IF
           END-READ.
       64-SELECCIONAR-FACTURA-END.
       EXIT.


       66-ESCRIBIR-LOTE.
           MOVE WS-HOY-NUM TO REF-FECHA.
           OPEN OUTPUT PAGO-LOTE.
           MOVE SPACES TO REG-PAGO.
           MOVE "C" TO PAG-TIPO-REG.
           MOVE WS-CUENTA-PAGADORA TO CAB-CUENTA.
           MOVE WS-REFERENCIA-LOTE TO CAB-REFERENCIA.
           MOVE WS-HOY-NUM TO CAB-FECHA.
           MOVE WS-NUM-TRANSFER TO CAB-LINEAS.
           MOVE WS-TOTAL-TRANSFER TO CAB-TOTAL.
           WRITE REG-PAGO.
           PERFORM 68-LINEA-LOTE
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-NUM-TRANSFER.
           CLOSE PAGO-LOTE.
       66-ESCRIBIR-LOTE-END.
       EXIT.


       68-LINEA-LOTE.
           MOVE SPACES TO REG-PAGO.
           MOVE "D" TO PAG-TIPO-REG.
           MOVE WS-T TO DET-LINEA.
           MOVE TRF-BANCO (WS-T) TO DET-BANCO-BENEF.
           MOVE TRF-IBAN (WS-T) TO DET-CUENTA-BENEF.
           MOVE TRF-IMPORTE (WS-T) TO DET-IMPORTE.
           MOVE TRF-NUMERO (WS-T) TO CON-NUMERO.
           MOVE WS-CONCEPTO-LOTE TO DET-CONCEPTO.
           WRITE REG-PAGO.
           MOVE TRF-FACTURA (WS-T) TO FAC-ID.
           READ FACTURAS RECORD
           INVALID KEY
               DISPLAY "Factura " TRF-FACTURA (WS-T) " no encontrada."
           NOT INVALID KEY
               MOVE "G" TO FAC-ESTADO
               MOVE WS-HOY-NUM TO FAC-FECHA-PAGO
               MOVE WS-REFERENCIA-LOTE TO FAC-LOTE
               REWRITE REG-FACTURA
               INVALID KEY
                   DISPLAY "Error al marcar pagada la factura "
                   FAC-ID
               END-REWRITE
           END-READ.
       68-LINEA-LOTE-END.
       EXIT.


      *> DESCUADRES Y DUPLICADAS PENDIENTES DE DECIDIR.
       70-LISTA-REVISION.
           OPEN OUTPUT REVISION.
           MOVE WS-HOY-NUM TO RCA-FECHA.
           WRITE REG-REVISION FROM WS-REV-CABECERA.
           WRITE REG-REVISION FROM WS-REV-TITULOS.
           DISPLAY WS-REV-CABECERA.
           DISPLAY WS-REV-TITULOS.
           MOVE ZERO TO WS-A-REVISION.
           MOVE "NO" TO WS-FIN-FACTURAS.
           MOVE ZEROES TO FAC-ID.
           START FACTURAS KEY IS NOT LESS THAN FAC-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-FACTURAS
           END-START.
           PERFORM 72-LINEA-REVISION UNTIL WS-FIN-FACTURAS EQUAL "SI".
           MOVE SPACES TO REG-REVISION.
           STRING "FACTURAS EN REVISION: " WS-A-REVISION
               DELIMITED BY SIZE INTO REG-REVISION
           END-STRING.
           WRITE REG-REVISION.
           DISPLAY REG-REVISION.
           CLOSE REVISION.
           MOVE "PiezasFactRevision" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Lista en PiezasFactRevision.txt".
       70-LISTA-REVISION-END.
       EXIT.


       72-LINEA-REVISION.
           READ FACTURAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-FACTURAS
           NOT AT END
               IF FAC-ESTADO EQUAL "V" OR FAC-ESTADO EQUAL "D"
                   ADD 1 TO WS-A-REVISION
                   MOVE FAC-ID TO RLI-FACTURA
                   MOVE FAC-PROVEEDOR TO RLI-PROVEEDOR
                   MOVE FAC-NUMERO TO RLI-NUMERO
                   MOVE FAC-PEDIDO TO RLI-PEDIDO
                   MOVE FAC-CANTIDAD TO RLI-CANTIDAD
                   MOVE FAC-RECIBIDO TO RLI-RECIBIDO
                   MOVE FAC-PRECIO TO RLI-PRECIO
                   MOVE FAC-ESTADO TO RLI-ESTADO
                   MOVE FAC-MOTIVO TO RLI-MOTIVO
                   WRITE REG-REVISION FROM WS-REV-LINEA
                   DISPLAY WS-REV-LINEA
               END-IF
           END-READ.
       72-LINEA-REVISION-END.
       EXIT.


      *> SALDO VIVO POR PROVEEDOR (FACTURAS PENDIENTES, CASADAS Y EN
      *> REVISION POR DESCUADRE; LAS DUPLICADAS NO SON DEUDA MIENTRAS
      *> NO SE APRUEBEN), LEIDO POR LA CLAVE PROVEEDOR+NUMERO Y
      *> REPARTIDO POR DIAS DESDE EL VENCIMIENTO.
       80-ANTIGUEDAD.
           OPEN OUTPUT ANTIGUEDAD.
           MOVE WS-HOY-NUM TO ACA-FECHA.
           WRITE REG-ANTIGUEDAD FROM WS-ANT-CABECERA.
           WRITE REG-ANTIGUEDAD FROM WS-ANT-TITULOS.
           DISPLAY WS-ANT-CABECERA.
           DISPLAY WS-ANT-TITULOS.
           INITIALIZE WS-SALDO-PROVEEDOR WS-SALDO-TOTAL.
           MOVE SPACES TO WS-PROV-ANTERIOR.
           MOVE "NO" TO WS-FIN-FACTURAS.
           MOVE LOW-VALUES TO FAC-REFERENCIA.
           START FACTURAS KEY IS NOT LESS THAN FAC-REFERENCIA
           INVALID KEY
               MOVE "SI" TO WS-FIN-FACTURAS
           END-START.
           PERFORM 82-FACTURA-ANTIGUEDAD
               UNTIL WS-FIN-FACTURAS EQUAL "SI".
           IF WS-PROV-ANTERIOR NOT EQUAL SPACES
               PERFORM 86-LINEA-PROVEEDOR
           END-IF.
           MOVE "TOTAL" TO ALI-PROVEEDOR.
           MOVE SPACES TO ALI-NOMBRE.
           PERFORM 89-MOVER-TOTAL
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6.
           WRITE REG-ANTIGUEDAD FROM WS-ANT-LINEA.
           DISPLAY WS-ANT-LINEA.
           CLOSE ANTIGUEDAD.
           MOVE "PiezasAntiguedad" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en PiezasAntiguedad.txt".
       80-ANTIGUEDAD-END.
       EXIT.


       82-FACTURA-ANTIGUEDAD.
           READ FACTURAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-FACTURAS
           NOT AT END
               IF FAC-ESTADO EQUAL "P" OR FAC-ESTADO EQUAL "C"
               OR FAC-ESTADO EQUAL "V"
                   IF FAC-PROVEEDOR NOT EQUAL WS-PROV-ANTERIOR
                       IF WS-PROV-ANTERIOR NOT EQUAL SPACES
                           PERFORM 86-LINEA-PROVEEDOR
                       END-IF
                       MOVE FAC-PROVEEDOR TO WS-PROV-ANTERIOR
                       INITIALIZE WS-SALDO-PROVEEDOR
                   END-IF
                   PERFORM 84-CLASIFICAR
               END-IF
           END-READ.
       82-FACTURA-ANTIGUEDAD-END.
       EXIT.


       84-CLASIFICAR.
           MOVE "D" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, FAC-VENCIMIENTO,
               WS-HOY-NUM, WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO.
           EVALUATE TRUE
           WHEN WS-FECHASERV-DIAS NOT > 0
               MOVE 1 TO WS-TRAMO
           WHEN WS-FECHASERV-DIAS NOT > 30
               MOVE 2 TO WS-TRAMO
           WHEN WS-FECHASERV-DIAS NOT > 60
               MOVE 3 TO WS-TRAMO
           WHEN WS-FECHASERV-DIAS NOT > 90
               MOVE 4 TO WS-TRAMO
           WHEN OTHER
               MOVE 5 TO WS-TRAMO
           END-EVALUATE.
           ADD FAC-IMPORTE TO WSP-IMPORTE (WS-TRAMO)
               WSP-IMPORTE (6) WST-IMPORTE (WS-TRAMO) WST-IMPORTE (6).
       84-CLASIFICAR-END.
       EXIT.


       86-LINEA-PROVEEDOR.
           MOVE WS-PROV-ANTERIOR TO WS-PROVEEDOR.
           PERFORM 21-LEER-PROVEEDOR.
           MOVE WS-PROV-ANTERIOR TO ALI-PROVEEDOR.
           MOVE PROV-NOMBRE TO ALI-NOMBRE.
           PERFORM 88-MOVER-TRAMO
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6.
           WRITE REG-ANTIGUEDAD FROM WS-ANT-LINEA.
           DISPLAY WS-ANT-LINEA.
       86-LINEA-PROVEEDOR-END.
       EXIT.


       88-MOVER-TRAMO.
           MOVE WSP-IMPORTE (WS-T) TO ALI-IMPORTE (WS-T).
       88-MOVER-TRAMO-END.
       EXIT.


       89-MOVER-TOTAL.
           MOVE WST-IMPORTE (WS-T) TO ALI-IMPORTE (WS-T).
       89-MOVER-TOTAL-END.
       EXIT.

       END PROGRAM PIEZASFACTURAS.
