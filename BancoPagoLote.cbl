      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recepcion del fichero de pagos de un cliente empresa
      *          (proveedores, nominas): en lugar de pedir las
      *          transferencias una a una en ventanilla, la empresa
      *          entrega JPAGOLOTE con un registro de cabecera "C"
      *          (cuenta pagadora, referencia, numero de lineas e
      *          importe total de control) y un registro "D" por
      *          beneficiario con el IBAN de su cuenta y su importe
      *          (se comprueban sus digitos de control). Antes de
      *          mover un euro se comprueba que el fichero cuadra con
      *          su cabecera y que la cuenta pagadora puede con el
      *          fichero entero (saldo menos retenciones activas mas
      *          el descubierto autorizado, con la misma regla que
      *          BANCO); si no, no se paga ninguna linea. Las lineas
      *          sin banco son cuentas de la casa y se pagan como
      *          TRANSFER (cargo en la pagadora, abono INGRESO en la
      *          beneficiaria); las de otro banco se cargan como
      *          TRANSFEXT contra la cuenta puente y su orden entra en
      *          el archivo de intercambio JINTERCAMBIO igual que las
      *          que emite BANCOEXTERIOR, pasando el mismo filtro de
      *          sanciones (una posible coincidencia deja la orden
      *          retenida para cumplimiento). La empresa recibe el acuse
      *          JPAGOACK con el resultado de cada linea y el total
      *          aceptado y rechazado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOPAGOLOTE.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAGOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPAGOLOTE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PAGOS.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT ORDENES-EXT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINTERCAMBIO.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ORD-ID
       FILE STATUS IS WS-FS-ORDENES.

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

       SELECT CLIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIENTES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CLI-ID
       ALTERNATE RECORD KEY IS CLI-NOMBRE-APELLIDO WITH DUPLICATES
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT ACUSE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPAGOACK.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ACUSE.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> FICHERO DE LA EMPRESA: UNA CABECERA "C" Y UNA LINEA "D" POR
      *> BENEFICIARIO. SIN BANCO DEL BENEFICIARIO LA CUENTA ES DE LA
      *> CASA (LAS 10 PRIMERAS POSICIONES).
       FD PAGOS
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-PAGO.
           05 PAG-TIPO-REG PIC X(1).
               88 PAG-ES-CABECERA VALUE "C".
               88 PAG-ES-DETALLE VALUE "D".
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

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

      *> ORDEN DE TRANSFERENCIA AL EXTERIOR (BANCOEXTERIOR): "E"
      *> EMITIDA, "L" LIQUIDADA, "R" RECHAZADA Y DEVUELTA, "H"
      *> RETENIDA POR EL FILTRO DE SANCIONES, "S" BLOQUEADA.
       FD ORDENES-EXT.
           01 DATOS-ORDEN-EXT.
               05 ORD-ID PIC 9(4).
               05 ORD-CUENTA-ORIGEN PIC X(10).
               05 ORD-BANCO-BENEF PIC X(11).
               05 ORD-CUENTA-BENEF PIC X(24).
               05 ORD-IMPORTE PIC 9(7)V99.
               05 ORD-FECHA PIC 9(8).
               05 ORD-ESTADO PIC X(1).

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

       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

       FD ACUSE
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-ACUSE PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-PAGOS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-ORDENES PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-ACUSE PIC 99.
       77 WS-FIN-PAGOS PIC X(3) VALUE "NO".
       77 WS-FIN-ORDENES PIC X(3) VALUE "NO".
       77 WS-FIN-RETENCIONES PIC X(1).
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
      *>"S" SI EL FICHERO SE PUEDE PAGAR; SI NO, WS-MOTIVO-FICHERO
      *>DICE POR QUE Y TODAS LAS LINEAS SALEN RECHAZADAS.
       77 WS-FICHERO-OK PIC X(1) VALUE "S".
       77 WS-MOTIVO-FICHERO PIC X(25) VALUE SPACES.
       77 WS-LINEA-OK PIC X(1).
       77 WS-MOTIVO PIC X(25).
       77 WS-CUENTA-PAGADORA PIC X(10).
       77 WS-MONEDA-PAGADORA PIC X(3).
       77 WS-REFERENCIA PIC X(12).
       77 WS-LINEAS-CONTROL PIC 9(5).
       77 WS-TOTAL-CONTROL PIC 9(9)V99.
       77 WS-LINEAS-LEIDAS PIC 9(5) VALUE 0.
       77 WS-TOTAL-LEIDO PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-PAGABLE PIC 9(9)V99 VALUE 0.
       77 WS-IMPORTE-RETENIDO PIC 9(7)V99.
       77 WS-DESCUBIERTO-EFECTIVO PIC 9(5)V99.
       77 WS-DISPONIBLE PIC S9(9)V99.
       77 WS-PASADA PIC X(1).
       77 WS-ORD-SIGUIENTE PIC 9(4).
       77 WS-CUENTA-PUENTE PIC X(10) VALUE "ES00-PUENT".
       77 WS-ACEPTADAS PIC 9(5) VALUE 0.
       77 WS-IMPORTE-ACEPTADO PIC 9(9)V99 VALUE 0.
       77 WS-RECHAZADAS PIC 9(5) VALUE 0.
       77 WS-IMPORTE-RECHAZADO PIC 9(9)V99 VALUE 0.
       77 WS-FECHA PIC X(21).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOPAGOLOTE".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-FS-CLIENTES PIC 99.
       77 WS-NOMBRE-PAGADOR PIC X(30) VALUE SPACES.
       77 WS-CRB-OPERACION PIC X(1).
       77 WS-CRB-TEXTO PIC X(30).
       77 WS-CRB-RESULTADO PIC X(1).
       77 WS-CRB-REFERENCIA PIC X(12).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-BENEF PIC X(24).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-CUENTA-BENEF PIC X(10).

       01 WS-CRB-OBJETO.
           05 WS-CRB-TIPO PIC X(1) VALUE "O".
           05 WS-CRB-CLAVE PIC X(10).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> PRODUCTO DE LA CUENTA (SERVICIO PRODCUENTA, CATALOGO
      *> JPRODUCTOS): TOPA EL DESCUBIERTO PACTADO.
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
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
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
           05 WS-LEDGER-OPERADOR PIC X(4) VALUE "LOTE".

       01 WS-ACUSE-CABECERA.
           05 FILLER PIC X(22) VALUE "ACUSE FICHERO DE PAGOS".
           05 FILLER PIC X(6) VALUE " REF. ".
           05 ACC-REFERENCIA PIC X(12).
           05 FILLER PIC X(8) VALUE " CUENTA ".
           05 ACC-CUENTA PIC X(10).
           05 FILLER PIC X(4) VALUE " EL ".
           05 ACC-FECHA PIC 9(8).

       01 WS-ACUSE-FICHERO.
           05 FILLER PIC X(24) VALUE "FICHERO NO PROCESADO:  ".
           05 ACF-MOTIVO PIC X(25).

       01 WS-ACUSE-LINEA.
           05 ACL-LINEA PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ACL-CUENTA-BENEF PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 ACL-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 ACL-RESULTADO PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ACL-MOTIVO PIC X(25).

       01 WS-ACUSE-TOTAL.
           05 FILLER PIC X(11) VALUE "ACEPTADAS: ".
           05 ACT-ACEPTADAS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 ACT-IMPORTE-ACEPTADO PIC Z(8)9.99.
           05 FILLER PIC X(15) VALUE "  RECHAZADAS: ".
           05 ACT-RECHAZADAS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 ACT-IMPORTE-RECHAZADO PIC Z(8)9.99.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               PERFORM 20-VALIDAR-FICHERO
               PERFORM 40-PAGAR-FICHERO
               PERFORM 80-ESCRIBIR-RESUMEN
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT PAGOS.
           IF WS-FS-PAGOS NOT EQUAL "00"
               DISPLAY "No hay fichero de pagos JPAGOLOTE."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN I-O CUENTA
               OPEN I-O ORDENES-EXT
               IF WS-FS-ORDENES = "35"
                   OPEN OUTPUT ORDENES-EXT
                   CLOSE ORDENES-EXT
                   OPEN I-O ORDENES-EXT
               END-IF
               OPEN EXTEND SALIDA
               OPEN EXTEND MOVS
               OPEN OUTPUT ACUSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               CALL "FECHA-ACTUAL" USING WS-FECHA
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


      *> PRIMERA PASADA, SIN TOCAR NINGUN SALDO: CABECERA, CUADRE DE
      *> LINEAS E IMPORTE CONTRA LA CABECERA Y FONDOS DE LA PAGADORA
      *> PARA EL TOTAL DE LAS LINEAS QUE SE PUEDEN PAGAR.
       20-VALIDAR-FICHERO.
           READ PAGOS
           AT END
               MOVE "N" TO WS-FICHERO-OK
               MOVE "FICHERO VACIO" TO WS-MOTIVO-FICHERO
           END-READ.
           IF WS-FICHERO-OK EQUAL "S"
               IF NOT PAG-ES-CABECERA
                   MOVE "N" TO WS-FICHERO-OK
                   MOVE "FALTA LA CABECERA" TO WS-MOTIVO-FICHERO
               ELSE
                   MOVE CAB-CUENTA TO WS-CUENTA-PAGADORA
                   MOVE CAB-REFERENCIA TO WS-REFERENCIA
                   MOVE CAB-LINEAS TO WS-LINEAS-CONTROL
                   MOVE CAB-TOTAL TO WS-TOTAL-CONTROL
               END-IF
           END-IF.

           IF WS-FICHERO-OK EQUAL "S"
               MOVE WS-CUENTA-PAGADORA TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   MOVE "N" TO WS-FICHERO-OK
                   MOVE "CUENTA PAGADORA NO EXISTE"
                       TO WS-MOTIVO-FICHERO
               NOT INVALID KEY
                   MOVE MONEDA TO WS-MONEDA-PAGADORA
                   PERFORM 22-NOMBRE-PAGADOR
                   IF ESTADO EQUAL "B" OR ESTADO EQUAL "L"
                       MOVE "N" TO WS-FICHERO-OK
                       MOVE "CUENTA PAGADORA BLOQUEADA"
                           TO WS-MOTIVO-FICHERO
                   END-IF
               END-READ
           END-IF.

           MOVE "V" TO WS-PASADA.
           MOVE "NO" TO WS-FIN-PAGOS.
           PERFORM 25-LEER-DETALLE UNTIL WS-FIN-PAGOS EQUAL "SI".

           IF WS-FICHERO-OK EQUAL "S"
               IF WS-LINEAS-LEIDAS NOT EQUAL WS-LINEAS-CONTROL
               OR WS-TOTAL-LEIDO NOT EQUAL WS-TOTAL-CONTROL
                   MOVE "N" TO WS-FICHERO-OK
                   MOVE "NO CUADRA CON LA CABECERA"
                       TO WS-MOTIVO-FICHERO
                   DISPLAY "Cabecera: " WS-LINEAS-CONTROL " lineas "
                   WS-TOTAL-CONTROL "; fichero: " WS-LINEAS-LEIDAS
                   " lineas " WS-TOTAL-LEIDO
               END-IF
           END-IF.

           IF WS-FICHERO-OK EQUAL "S"
               PERFORM 30-COMPROBAR-FONDOS
           END-IF.

           IF WS-FICHERO-OK NOT EQUAL "S"
               DISPLAY "Fichero " WS-REFERENCIA " no se paga: "
               WS-MOTIVO-FICHERO
           END-IF.
           CLOSE PAGOS.
       20-VALIDAR-FICHERO-END.
       EXIT.


      *> EL ORDENANTE DE LAS LINEAS AL EXTERIOR ES EL TITULAR DE LA
      *> CUENTA PAGADORA: SU NOMBRE SE TOMA UNA VEZ PARA EL FILTRO.
       22-NOMBRE-PAGADOR.
           OPEN INPUT CLIENTES.
           MOVE CLIENTE-ID TO CLI-ID.
           READ CLIENTES RECORD
           NOT INVALID KEY
               STRING CLI-NOMBRE " " CLI-APELLIDO DELIMITED BY SIZE
                   INTO WS-NOMBRE-PAGADOR
               END-STRING
           END-READ.
           CLOSE CLIENTES.
       22-NOMBRE-PAGADOR-END.
       EXIT.


      *> LECTOR COMUN DE LAS DOS PASADAS: EN LA "V" SOLO SUMA, EN LA
      *> "P" PAGA O RECHAZA CADA LINEA.
       25-LEER-DETALLE.
           READ PAGOS
           AT END
               MOVE "SI" TO WS-FIN-PAGOS
           NOT AT END
               IF PAG-ES-DETALLE
                   IF WS-PASADA EQUAL "V"
                       ADD 1 TO WS-LINEAS-LEIDAS
                       ADD DET-IMPORTE TO WS-TOTAL-LEIDO
                       IF WS-FICHERO-OK EQUAL "S"
                           PERFORM 35-VALIDAR-LINEA
                           IF WS-LINEA-OK EQUAL "S"
                               ADD DET-IMPORTE TO WS-TOTAL-PAGABLE
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-CTRL-LEIDOS
                       PERFORM 45-TRATAR-LINEA
                   END-IF
               END-IF
           END-READ.
       25-LEER-DETALLE-END.
       EXIT.


      *> MISMA REGLA QUE 33-AUTORIZAR-DESCUBIERTO DE BANCO, APLICADA
      *> AL FICHERO ENTERO: EL TOTAL A PAGAR CABE EN EL SALDO MENOS
      *> LO RETENIDO MAS EL DESCUBIERTO PACTADO, TOPADO POR EL MAXIMO
      *> DEL PRODUCTO DE LA CUENTA.
       30-COMPROBAR-FONDOS.
           MOVE WS-CUENTA-PAGADORA TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               MOVE "N" TO WS-FICHERO-OK
               MOVE "CUENTA PAGADORA NO EXISTE" TO WS-MOTIVO-FICHERO
           NOT INVALID KEY
               PERFORM 32-SUMAR-RETENCIONES
               MOVE LIMITE-DESCUBIERTO TO WS-DESCUBIERTO-EFECTIVO
               CALL "PRODCUENTA" USING WS-PRD-OPERACION, NUMCUENTA,
                   WS-PRODUCTO, WS-PRD-RESULTADO
               IF WS-PRD-RESULTADO EQUAL "S"
                   AND WS-PRD-MAX-DESCUBIERTO < WS-DESCUBIERTO-EFECTIVO
                   MOVE WS-PRD-MAX-DESCUBIERTO
                       TO WS-DESCUBIERTO-EFECTIVO
               END-IF
               COMPUTE WS-DISPONIBLE = SALDO - WS-IMPORTE-RETENIDO
                   + WS-DESCUBIERTO-EFECTIVO
               IF WS-TOTAL-PAGABLE > WS-DISPONIBLE
                   MOVE "N" TO WS-FICHERO-OK
                   MOVE "FONDOS INSUFICIENTES" TO WS-MOTIVO-FICHERO
                   DISPLAY "Total a pagar " WS-TOTAL-PAGABLE
                   " disponible " WS-DISPONIBLE
                   " (retenido " WS-IMPORTE-RETENIDO
                   ", descubierto " WS-DESCUBIERTO-EFECTIVO ")"
               END-IF
           END-READ.
       30-COMPROBAR-FONDOS-END.
       EXIT.


       32-SUMAR-RETENCIONES.
           MOVE ZERO TO WS-IMPORTE-RETENIDO.
           OPEN INPUT RETENCIONES.
           IF WS-FS-RETENCION EQUAL "00"
               MOVE "N" TO WS-FIN-RETENCIONES
               PERFORM 33-LEER-RETENCION
                   UNTIL WS-FIN-RETENCIONES EQUAL "S"
           END-IF.
           CLOSE RETENCIONES.
       32-SUMAR-RETENCIONES-END.
       EXIT.


       33-LEER-RETENCION.
           READ RETENCIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RETENCIONES
           NOT AT END
               IF RET-ESTADO EQUAL "A"
               AND RET-CUENTA EQUAL WS-CUENTA-PAGADORA
                   ADD RET-IMPORTE TO WS-IMPORTE-RETENIDO
               END-IF
           END-READ.
       33-LEER-RETENCION-END.
       EXIT.


      *> UNA LINEA SE PUEDE PAGAR SI TIENE IMPORTE Y LA CUENTA DEL
      *> BENEFICIARIO ES UN IBAN CON LOS DIGITOS DE CONTROL CORRECTOS.
      *> SI ES DE LA CASA (SIN BANCO), EL IBAN TIENE QUE SER NUESTRO Y
      *> SU CUENTA EXISTIR, NO SER LA PAGADORA Y SER DE LA MISMA
      *> DIVISA (COMO LAS ORDENES PERMANENTES); SI ES DE OTRO BANCO,
      *> EL IBAN TIENE QUE SER DE OTRA ENTIDAD.
       35-VALIDAR-LINEA.
           MOVE "S" TO WS-LINEA-OK.
           MOVE SPACES TO WS-MOTIVO.
           IF DET-IMPORTE NOT > ZERO
               MOVE "N" TO WS-LINEA-OK
               MOVE "IMPORTE NO VALIDO" TO WS-MOTIVO
           END-IF.
           MOVE DET-CUENTA-BENEF TO WS-IBAN-BENEF.
           MOVE SPACES TO WS-CUENTA-BENEF.
           MOVE "V" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-CUENTA-BENEF,
               WS-IBAN-BENEF, WS-IBAN-RESULTADO.
           IF WS-LINEA-OK EQUAL "S"
               IF DET-BANCO-BENEF EQUAL SPACES
                   EVALUATE WS-IBAN-RESULTADO
                   WHEN "S"
                       IF WS-CUENTA-BENEF EQUAL WS-CUENTA-PAGADORA
                           MOVE "N" TO WS-LINEA-OK
                           MOVE "CUENTA BENEFICIARIA ERRONEA"
                               TO WS-MOTIVO
                       END-IF
                   WHEN "E"
                       MOVE "N" TO WS-LINEA-OK
                       MOVE "IBAN EXTERNO SIN BANCO" TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "N" TO WS-LINEA-OK
                       MOVE "IBAN NO VALIDO" TO WS-MOTIVO
                   END-EVALUATE
                   IF WS-LINEA-OK EQUAL "S"
                       MOVE WS-CUENTA-BENEF TO NUMCUENTA
                       READ CUENTA RECORD
                       INVALID KEY
                           MOVE "N" TO WS-LINEA-OK
                           MOVE "CUENTA BENEFICIARIA NO EXISTE"
                               TO WS-MOTIVO
                       NOT INVALID KEY
                           IF MONEDA NOT EQUAL WS-MONEDA-PAGADORA
                               MOVE "N" TO WS-LINEA-OK
                               MOVE "DIVISA DISTINTA" TO WS-MOTIVO
                           END-IF
                       END-READ
                   END-IF
               ELSE
                   IF DET-CUENTA-BENEF EQUAL SPACES
                       MOVE "N" TO WS-LINEA-OK
                       MOVE "FALTA CUENTA BENEFICIARIA" TO WS-MOTIVO
                   ELSE
                       EVALUATE WS-IBAN-RESULTADO
                       WHEN "E"
                           CONTINUE
                       WHEN "S"
                           MOVE "N" TO WS-LINEA-OK
                           MOVE "CUENTA DE LA CASA CON BIC"
                               TO WS-MOTIVO
                       WHEN OTHER
                           MOVE "N" TO WS-LINEA-OK
                           MOVE "IBAN NO VALIDO" TO WS-MOTIVO
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
       35-VALIDAR-LINEA-END.
       EXIT.


      *> SEGUNDA PASADA: CADA LINEA SE PAGA O SE RECHAZA Y DEJA SU
      *> LINEA EN EL ACUSE.
       40-PAGAR-FICHERO.
           MOVE WS-REFERENCIA TO ACC-REFERENCIA.
           MOVE WS-CUENTA-PAGADORA TO ACC-CUENTA.
           MOVE WS-HOY-NUM TO ACC-FECHA.
           WRITE REG-ACUSE FROM WS-ACUSE-CABECERA.
           IF WS-FICHERO-OK NOT EQUAL "S"
               MOVE WS-MOTIVO-FICHERO TO ACF-MOTIVO
               WRITE REG-ACUSE FROM WS-ACUSE-FICHERO
           ELSE
               PERFORM 42-SIGUIENTE-ORDEN
           END-IF.
           OPEN INPUT PAGOS.
           MOVE "P" TO WS-PASADA.
           MOVE "NO" TO WS-FIN-PAGOS.
           PERFORM 25-LEER-DETALLE UNTIL WS-FIN-PAGOS EQUAL "SI".
       40-PAGAR-FICHERO-END.
       EXIT.


      *> EL NUMERO DE ORDEN DE INTERCAMBIO SE TOMA UNA VEZ (ULTIMO
      *> NUMERO DE JINTERCAMBIO) Y SE VA SUMANDO EN CADA LINEA.
       42-SIGUIENTE-ORDEN.
           MOVE ZERO TO WS-ORD-SIGUIENTE.
           MOVE "NO" TO WS-FIN-ORDENES.
           MOVE ZEROES TO ORD-ID.
           START ORDENES-EXT KEY IS NOT LESS THAN ORD-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-ORDENES
           END-START.
           PERFORM 43-LEER-ORDEN UNTIL WS-FIN-ORDENES EQUAL "SI".
       42-SIGUIENTE-ORDEN-END.
       EXIT.


       43-LEER-ORDEN.
           READ ORDENES-EXT NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ORDENES
           NOT AT END
               IF ORD-ID > WS-ORD-SIGUIENTE
                   MOVE ORD-ID TO WS-ORD-SIGUIENTE
               END-IF
           END-READ.
       43-LEER-ORDEN-END.
       EXIT.


       45-TRATAR-LINEA.
           IF WS-FICHERO-OK NOT EQUAL "S"
               MOVE "N" TO WS-LINEA-OK
               MOVE WS-MOTIVO-FICHERO TO WS-MOTIVO
           ELSE
               PERFORM 35-VALIDAR-LINEA
           END-IF.
           IF WS-LINEA-OK EQUAL "S"
               IF DET-BANCO-BENEF EQUAL SPACES
                   PERFORM 50-PAGAR-INTERNA
               ELSE
                   PERFORM 55-PAGAR-EXTERNA
               END-IF
           END-IF.

           MOVE DET-LINEA TO ACL-LINEA.
           MOVE DET-CUENTA-BENEF TO ACL-CUENTA-BENEF.
           MOVE DET-IMPORTE TO ACL-IMPORTE.
           IF WS-LINEA-OK EQUAL "S"
               MOVE "ACEPTADA" TO ACL-RESULTADO
               MOVE WS-MOTIVO TO ACL-MOTIVO
               ADD 1 TO WS-ACEPTADAS
               ADD DET-IMPORTE TO WS-IMPORTE-ACEPTADO
           ELSE
               MOVE "RECHAZADA" TO ACL-RESULTADO
               MOVE WS-MOTIVO TO ACL-MOTIVO
               ADD 1 TO WS-RECHAZADAS
               ADD DET-IMPORTE TO WS-IMPORTE-RECHAZADO
           END-IF.
           WRITE REG-ACUSE FROM WS-ACUSE-LINEA.
       45-TRATAR-LINEA-END.
       EXIT.


      *> PAGO A CUENTA DE LA CASA: ABONO INGRESO EN LA BENEFICIARIA Y
      *> CARGO TRANSFER EN LA PAGADORA, COMO LA TRANSFERENCIA DE BANCO.
       50-PAGAR-INTERNA.
           MOVE WS-CUENTA-BENEF TO NUMCUENTA.
           READ CUENTA RECORD
           NOT INVALID KEY
               MOVE DATOS-CUENTA TO WS-JRN-ANTES
               ADD DET-IMPORTE TO SALDO
               IF SALDO > 0 AND ESTADO EQUAL "B"
                   MOVE "A" TO ESTADO
               END-IF
               REWRITE DATOS-CUENTA
               PERFORM 63-ANOTAR-JOURNAL
               MOVE "INGRESO" TO WS-LEDGER-TIPO
               PERFORM 65-ESCRIBIR-LEDGER
           END-READ.
           MOVE "TRANSFER" TO WS-LEDGER-TIPO.
           PERFORM 60-CARGAR-PAGADORA.
       50-PAGAR-INTERNA-END.
       EXIT.


      *> PAGO A OTRO BANCO: CARGO TRANSFEXT EN LA PAGADORA, ABONO EN
      *> LA CUENTA PUENTE Y ORDEN "E" EN JINTERCAMBIO; LA LIQUIDACION
      *> Y LAS DEVOLUCIONES LAS HACE BANCOEXTERIOR CON JINTERACK.
       55-PAGAR-EXTERNA.
           PERFORM 57-ASEGURAR-PUENTE.
           MOVE "TRANSFEXT" TO WS-LEDGER-TIPO.
           PERFORM 60-CARGAR-PAGADORA.

           MOVE WS-CUENTA-PUENTE TO NUMCUENTA.
           READ CUENTA RECORD
           NOT INVALID KEY
               MOVE DATOS-CUENTA TO WS-JRN-ANTES
               ADD DET-IMPORTE TO SALDO
               REWRITE DATOS-CUENTA
               PERFORM 63-ANOTAR-JOURNAL
               MOVE "INGRESO" TO WS-LEDGER-TIPO
               PERFORM 65-ESCRIBIR-LEDGER
           END-READ.

           ADD 1 TO WS-ORD-SIGUIENTE.
           MOVE WS-ORD-SIGUIENTE TO ORD-ID.
           MOVE WS-CUENTA-PAGADORA TO ORD-CUENTA-ORIGEN.
           MOVE DET-BANCO-BENEF TO ORD-BANCO-BENEF.
           MOVE WS-IBAN-BENEF TO ORD-CUENTA-BENEF.
           MOVE DET-IMPORTE TO ORD-IMPORTE.
           MOVE WS-HOY-NUM TO ORD-FECHA.
           PERFORM 58-FILTRAR-ORDEN.
           WRITE DATOS-ORDEN-EXT
           INVALID KEY
               DISPLAY "Linea " DET-LINEA ": error al grabar la"
               " orden " ORD-ID " en JINTERCAMBIO, revisar a mano."
           END-WRITE.
       55-PAGAR-EXTERNA-END.
       EXIT.


      *> LA CUENTA PUENTE ES LA MISMA DE BANCOEXTERIOR; SI AUN NO
      *> EXISTE SE CREA CON SALDO CERO.
       57-ASEGURAR-PUENTE.
           MOVE WS-CUENTA-PUENTE TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               MOVE WS-CUENTA-PUENTE TO NUMCUENTA
               MOVE "BANCO0" TO CLIENTE-ID
               MOVE ZERO TO SALDO
               MOVE SPACES TO PIN
               MOVE "EUR" TO MONEDA
               MOVE "A" TO ESTADO
               MOVE ZERO TO LIMITE-DESCUBIERTO
               WRITE DATOS-CUENTA
               DISPLAY "Cuenta puente " WS-CUENTA-PUENTE " creada."
           END-READ.
       57-ASEGURAR-PUENTE-END.
       EXIT.


      *> MISMO FILTRO QUE 42-FILTRAR-ORDEN DE BANCOEXTERIOR: LA
      *> LINEA SE ACEPTA, PERO LA ORDEN QUEDA RETENIDA.
       58-FILTRAR-ORDEN.
           MOVE "E" TO ORD-ESTADO.
           MOVE ORD-ID TO WS-CRB-CLAVE.
           IF WS-NOMBRE-PAGADOR NOT EQUAL SPACES
               MOVE "N" TO WS-CRB-OPERACION
               MOVE WS-NOMBRE-PAGADOR TO WS-CRB-TEXTO
               PERFORM 59-LLAMAR-FILTRO
           END-IF.
           MOVE "B" TO WS-CRB-OPERACION.
           MOVE ORD-BANCO-BENEF TO WS-CRB-TEXTO.
           PERFORM 59-LLAMAR-FILTRO.
           IF ORD-CUENTA-BENEF (1:2) IS ALPHABETIC
           AND ORD-CUENTA-BENEF (1:2) NOT EQUAL SPACES
               MOVE "P" TO WS-CRB-OPERACION
               MOVE ORD-CUENTA-BENEF (1:2) TO WS-CRB-TEXTO
               PERFORM 59-LLAMAR-FILTRO
           END-IF.
           IF ORD-ESTADO EQUAL "H"
               MOVE "RETENIDA POR CUMPLIMIENTO" TO WS-MOTIVO
           END-IF.
       58-FILTRAR-ORDEN-END.
       EXIT.


       59-LLAMAR-FILTRO.
           CALL "CRIBASAN" USING WS-CRB-OPERACION, WS-CRB-OBJETO,
               WS-CRB-TEXTO, WS-CRB-RESULTADO, WS-CRB-REFERENCIA.
           IF WS-CRB-RESULTADO EQUAL "S"
               MOVE "H" TO ORD-ESTADO
           END-IF.
       59-LLAMAR-FILTRO-END.
       EXIT.


       60-CARGAR-PAGADORA.
           MOVE WS-CUENTA-PAGADORA TO NUMCUENTA.
           READ CUENTA RECORD
           NOT INVALID KEY
               MOVE DATOS-CUENTA TO WS-JRN-ANTES
               SUBTRACT DET-IMPORTE FROM SALDO
               IF SALDO + LIMITE-DESCUBIERTO <= 0
                   MOVE "B" TO ESTADO
               END-IF
               REWRITE DATOS-CUENTA
               PERFORM 63-ANOTAR-JOURNAL
               PERFORM 65-ESCRIBIR-LEDGER
           END-READ.
       60-CARGAR-PAGADORA-END.
       EXIT.


       63-ANOTAR-JOURNAL.
           MOVE DATOS-CUENTA TO WS-JRN-DESPUES.
           CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
               WS-JRN-DESPUES.
       63-ANOTAR-JOURNAL-END.
       EXIT.


       65-ESCRIBIR-LEDGER.
           MOVE NUMCUENTA TO WS-LEDGER-CUENTA.
           MOVE DET-IMPORTE TO WS-LEDGER-IMPORTE.
           MOVE SALDO TO WS-LEDGER-SALDO.
           MOVE WS-FECHA TO WS-LEDGER-FECHA.
           WRITE REGISTRO FROM WS-LEDGER-LINEA AFTER ADVANCING PAGE.

           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE WS-LEDGER-TIPO TO WS-MOVS-TIPO.
           MOVE DET-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       65-ESCRIBIR-LEDGER-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           MOVE WS-ACEPTADAS TO ACT-ACEPTADAS.
           MOVE WS-IMPORTE-ACEPTADO TO ACT-IMPORTE-ACEPTADO.
           MOVE WS-RECHAZADAS TO ACT-RECHAZADAS.
           MOVE WS-IMPORTE-RECHAZADO TO ACT-IMPORTE-RECHAZADO.
           WRITE REG-ACUSE FROM WS-ACUSE-TOTAL.
           DISPLAY WS-ACUSE-TOTAL.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-ACEPTADAS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE PAGOS CUENTA ORDENES-EXT SALIDA MOVS ACUSE
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOPAGOLOTE.
