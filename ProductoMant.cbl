      ******************************************************************
      * Author:
      * Date:
      * Purpose: Catalogo de productos de cuenta (JPRODUCTOS): cada
      *          producto (cuenta corriente, ahorro, joven...) lleva
      *          su tasa de interes o sus tramos por saldo, su cuota
      *          mensual de mantenimiento, el descubierto maximo que
      *          se puede pactar, la tasa diaria de demora y las
      *          divisas en que se puede abrir. Tambien cambia el
      *          producto de una cuenta en los datos complementarios
      *          JCUENTAEXT y asigna "CTE" de una pasada a las cuentas
      *          antiguas que aun no tienen producto. BANCOINTERES,
      *          BANCOCOMISIONES, BANCOPENALIZA y BANCO leen de aqui
      *          sus parametros a traves del servicio PRODCUENTA, asi
      *          un producto de ahorro con mejor tasa ya no obliga a
      *          cambiar la tasa de todo el banco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTOMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODUCTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRODUCTOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PRD-CODIGO
       FILE STATUS IS WS-FS-PRODUCTOS.

       SELECT OPTIONAL CUENTA-EXT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCUENTAEXT.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CEX-CUENTA
       FILE STATUS IS WS-FS-CUENTAEXT.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS.
           01 DATOS-PRODUCTO.
               05 PRD-CODIGO PIC X(3).
               05 PRD-DESCRIPCION PIC X(20).
               05 PRD-TASA-INTERES PIC V999.
               05 PRD-TRAMO OCCURS 3 TIMES.
                   10 PRD-TRAMO-DESDE PIC 9(7)V99.
                   10 PRD-TRAMO-TASA PIC V999.
               05 PRD-CUOTA-MES PIC 9(4)V99.
               05 PRD-MAX-DESCUBIERTO PIC 9(5)V99.
               05 PRD-TASA-DEMORA PIC V9(5).
               05 PRD-DIVISA PIC X(3) OCCURS 4 TIMES.
               05 PRD-ESTADO PIC X(1).

       FD CUENTA-EXT.
           01 DATOS-CUENTA-EXT.
               05 CEX-CUENTA PIC X(10).
               05 CEX-PRODUCTO PIC X(3).
               05 CEX-FECHA-ALTA PIC 9(8).
               05 CEX-OFICINA PIC X(4).
               05 FILLER PIC X(25).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-PRODUCTOS PIC 99.
       77 WS-FS-CUENTAEXT PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-PRODUCTOS PIC X(3) VALUE "NO".
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-I PIC 9(1).
       77 WS-PRODUCTO-NUEVO PIC X(3).
       77 WS-PRODUCTO-OK PIC X(1).
       77 WS-DIVISA-OK PIC X(1).
       77 WS-CONTADOR-ASIGNADAS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-AVISOS PIC 9(5) VALUE 0.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-LINEA-PRODUCTO.
           05 LIS-CODIGO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 LIS-DESCRIPCION PIC X(20).
           05 FILLER PIC X(6) VALUE " Tasa:".
           05 LIS-TASA PIC 9.999.
           05 FILLER PIC X(7) VALUE " Cuota:".
           05 LIS-CUOTA PIC ZZZ9.99.
           05 FILLER PIC X(8) VALUE " Descub:".
           05 LIS-DESCUBIERTO PIC ZZZZ9.99.
           05 FILLER PIC X(8) VALUE " Demora:".
           05 LIS-DEMORA PIC 9.99999.
           05 FILLER PIC X VALUE SPACE.
           05 LIS-DIVISAS PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LIS-ESTADO PIC X(1).

       01 WS-LINEA-TRAMO.
           05 FILLER PIC X(12) VALUE "     Tramo ".
           05 TRA-NUMERO PIC 9.
           05 FILLER PIC X(8) VALUE " desde: ".
           05 TRA-DESDE PIC Z(6)9.99.
           05 FILLER PIC X(7) VALUE " tasa: ".
           05 TRA-TASA PIC 9.999.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "El maestro de productos exige rol de"
               " supervisor."
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
           CLOSE PRODUCTOS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-MAESTRO.
           OPEN I-O PRODUCTOS.
           IF WS-FS-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN I-O PRODUCTOS
           END-IF.
       05-ABRIR-MAESTRO-END.
       EXIT.


       10-MENU.
           DISPLAY "Catalogo de productos de cuenta."
           DISPLAY "Alta de producto (1)"
           DISPLAY "Modificar producto (2)"
           DISPLAY "Retirar producto de la venta (3)"
           DISPLAY "Listar productos (4)"
           DISPLAY "Cambiar el producto de una cuenta (5)"
           DISPLAY "Asignar CTE a las cuentas sin producto (6)"
           DISPLAY "Generar catalogo por defecto (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-PRODUCTO
           WHEN 2
               PERFORM 30-MODIFICAR-PRODUCTO
           WHEN 3
               PERFORM 40-RETIRAR-PRODUCTO
           WHEN 4
               PERFORM 50-LISTAR-PRODUCTOS
           WHEN 5
               PERFORM 60-CAMBIAR-PRODUCTO-CUENTA
           WHEN 6
               PERFORM 70-ASIGNAR-POR-DEFECTO
           WHEN 7
               PERFORM 80-CATALOGO-DEFECTO
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-ALTA-PRODUCTO.
           DISPLAY "Codigo del producto (3 letras): "
           ACCEPT PRD-CODIGO
           READ PRODUCTOS RECORD
           INVALID KEY
               PERFORM 25-PEDIR-DATOS
               MOVE "A" TO PRD-ESTADO
               WRITE DATOS-PRODUCTO
               INVALID KEY
                   DISPLAY "Error al grabar el producto."
               NOT INVALID KEY
                   DISPLAY "Producto dado de alta."
               END-WRITE
           NOT INVALID KEY
               DISPLAY "Ya existe un producto con ese codigo."
           END-READ.
       20-ALTA-PRODUCTO-END.
       EXIT.


      *> LOS TRAMOS SON OPCIONALES: CON DESDE A CERO NO CUENTAN Y LA
      *> CUENTA COBRA LA TASA BASE. LAS DIVISAS EN BLANCO NO ADMITEN
      *> NADA; SI NO SE TECLEA NINGUNA QUEDA SOLO EUR.
       25-PEDIR-DATOS.
           DISPLAY "Descripcion: "
           ACCEPT PRD-DESCRIPCION.
           DISPLAY "Tasa de interes base (p.e. 010 = 1%): "
           ACCEPT PRD-TASA-INTERES.
           PERFORM 26-PEDIR-TRAMO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3.
           DISPLAY "Cuota mensual de mantenimiento: "
           ACCEPT PRD-CUOTA-MES.
           DISPLAY "Descubierto maximo pactable: "
           ACCEPT PRD-MAX-DESCUBIERTO.
           DISPLAY "Tasa diaria de demora (p.e. 00050): "
           ACCEPT PRD-TASA-DEMORA.
           PERFORM 27-PEDIR-DIVISA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4.
           IF PRD-DIVISA (1) EQUAL SPACES
               MOVE "EUR" TO PRD-DIVISA (1)
           END-IF.
       25-PEDIR-DATOS-END.
       EXIT.


       26-PEDIR-TRAMO.
           DISPLAY "Tramo " WS-I " saldo desde (0 = sin tramo): "
           ACCEPT PRD-TRAMO-DESDE (WS-I).
           IF PRD-TRAMO-DESDE (WS-I) EQUAL ZERO
               MOVE ZERO TO PRD-TRAMO-TASA (WS-I)
           ELSE
               DISPLAY "Tramo " WS-I " tasa: "
               ACCEPT PRD-TRAMO-TASA (WS-I)
           END-IF.
       26-PEDIR-TRAMO-END.
       EXIT.


       27-PEDIR-DIVISA.
           DISPLAY "Divisa admitida " WS-I " (blanco = ninguna): "
           ACCEPT PRD-DIVISA (WS-I).
       27-PEDIR-DIVISA-END.
       EXIT.


       30-MODIFICAR-PRODUCTO.
           DISPLAY "Codigo del producto: "
           ACCEPT PRD-CODIGO
           READ PRODUCTOS RECORD
           INVALID KEY
               DISPLAY "No existe ese producto."
           NOT INVALID KEY
               PERFORM 55-MOSTRAR-PRODUCTO
               PERFORM 25-PEDIR-DATOS
               REWRITE DATOS-PRODUCTO
               INVALID KEY
                   DISPLAY "Error al actualizar el producto."
               NOT INVALID KEY
                   DISPLAY "Producto actualizado."
               END-REWRITE
           END-READ.
       30-MODIFICAR-PRODUCTO-END.
       EXIT.


      *> UN PRODUCTO NO SE BORRA MIENTRAS PUEDA HABER CUENTAS QUE LO
      *> LLEVAN: SE RETIRA DE LA VENTA ("R") Y BANCO YA NO LO OFRECE
      *> EN EL ALTA, PERO LAS CUENTAS VIVAS SIGUEN LIQUIDANDO CON EL.
       40-RETIRAR-PRODUCTO.
           DISPLAY "Codigo del producto a retirar: "
           ACCEPT PRD-CODIGO
           READ PRODUCTOS RECORD
           INVALID KEY
               DISPLAY "No existe ese producto."
           NOT INVALID KEY
               MOVE "R" TO PRD-ESTADO
               REWRITE DATOS-PRODUCTO
               INVALID KEY
                   DISPLAY "Error al actualizar el producto."
               NOT INVALID KEY
                   DISPLAY "Producto " PRD-CODIGO
                   " retirado de la venta."
               END-REWRITE
           END-READ.
       40-RETIRAR-PRODUCTO-END.
       EXIT.


       50-LISTAR-PRODUCTOS.
           MOVE "NO" TO WS-FIN-PRODUCTOS.
           MOVE SPACES TO PRD-CODIGO.
           START PRODUCTOS KEY IS NOT LESS THAN PRD-CODIGO
           INVALID KEY
               MOVE "SI" TO WS-FIN-PRODUCTOS
           END-START.
           PERFORM 52-LISTAR-UNO UNTIL WS-FIN-PRODUCTOS EQUAL "SI".
       50-LISTAR-PRODUCTOS-END.
       EXIT.


       52-LISTAR-UNO.
           READ PRODUCTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRODUCTOS
           NOT AT END
               PERFORM 55-MOSTRAR-PRODUCTO
           END-READ.
       52-LISTAR-UNO-END.
       EXIT.


       55-MOSTRAR-PRODUCTO.
           MOVE PRD-CODIGO TO LIS-CODIGO.
           MOVE PRD-DESCRIPCION TO LIS-DESCRIPCION.
           MOVE PRD-TASA-INTERES TO LIS-TASA.
           MOVE PRD-CUOTA-MES TO LIS-CUOTA.
           MOVE PRD-MAX-DESCUBIERTO TO LIS-DESCUBIERTO.
           MOVE PRD-TASA-DEMORA TO LIS-DEMORA.
           STRING PRD-DIVISA (1) PRD-DIVISA (2) PRD-DIVISA (3)
               PRD-DIVISA (4) DELIMITED BY SIZE INTO LIS-DIVISAS
           END-STRING.
           MOVE PRD-ESTADO TO LIS-ESTADO.
           DISPLAY WS-LINEA-PRODUCTO.
           PERFORM 56-MOSTRAR-TRAMO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3.
       55-MOSTRAR-PRODUCTO-END.
       EXIT.


       56-MOSTRAR-TRAMO.
           IF PRD-TRAMO-DESDE (WS-I) > ZERO
               MOVE WS-I TO TRA-NUMERO
               MOVE PRD-TRAMO-DESDE (WS-I) TO TRA-DESDE
               MOVE PRD-TRAMO-TASA (WS-I) TO TRA-TASA
               DISPLAY WS-LINEA-TRAMO
           END-IF.
       56-MOSTRAR-TRAMO-END.
       EXIT.


      *> CAMBIO DE PRODUCTO DE UNA CUENTA VIVA: EL PRODUCTO NUEVO
      *> DEBE ESTAR A LA VENTA, ADMITIR LA DIVISA DE LA CUENTA Y SU
      *> DESCUBIERTO MAXIMO NO PUEDE QUEDAR POR DEBAJO DEL LIMITE YA
      *> PACTADO (SE REBAJA ANTES EN BANCODESCUBIERTOS).
       60-CAMBIAR-PRODUCTO-CUENTA.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "No se puede abrir JDATOSCUENTA: "
               WS-FILE-STATUS
           ELSE
               DISPLAY "Numero de cuenta: "
               ACCEPT NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   DISPLAY "No existe ninguna cuenta con ese numero."
               NOT INVALID KEY
                   DISPLAY "Producto nuevo: "
                   ACCEPT WS-PRODUCTO-NUEVO
                   PERFORM 65-VALIDAR-PRODUCTO-CUENTA
                   IF WS-PRODUCTO-OK EQUAL "S"
                       PERFORM 67-GRABAR-CUENTA-EXT
                       DISPLAY "Cuenta " NUMCUENTA " pasa al producto "
                       WS-PRODUCTO-NUEVO "."
                   END-IF
               END-READ
           END-IF.
           CLOSE CUENTA.
       60-CAMBIAR-PRODUCTO-CUENTA-END.
       EXIT.


       65-VALIDAR-PRODUCTO-CUENTA.
           MOVE "N" TO WS-PRODUCTO-OK.
           MOVE WS-PRODUCTO-NUEVO TO PRD-CODIGO.
           READ PRODUCTOS RECORD
           INVALID KEY
               DISPLAY "No existe ese producto."
           NOT INVALID KEY
               MOVE "N" TO WS-DIVISA-OK
               PERFORM 66-COMPROBAR-DIVISA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               EVALUATE TRUE
               WHEN PRD-ESTADO EQUAL "R"
                   DISPLAY "Producto retirado de la venta."
               WHEN WS-DIVISA-OK NOT EQUAL "S"
                   DISPLAY "El producto no admite la divisa "
                   MONEDA " de la cuenta."
               WHEN LIMITE-DESCUBIERTO > PRD-MAX-DESCUBIERTO
                   DISPLAY "La cuenta tiene pactado un descubierto"
                   " de " LIMITE-DESCUBIERTO " y el producto solo"
                   " admite " PRD-MAX-DESCUBIERTO "."
               WHEN OTHER
                   MOVE "S" TO WS-PRODUCTO-OK
               END-EVALUATE
           END-READ.
       65-VALIDAR-PRODUCTO-CUENTA-END.
       EXIT.


       66-COMPROBAR-DIVISA.
           IF PRD-DIVISA (WS-I) EQUAL MONEDA
               MOVE "S" TO WS-DIVISA-OK
           END-IF.
       66-COMPROBAR-DIVISA-END.
       EXIT.


       67-GRABAR-CUENTA-EXT.
           OPEN I-O CUENTA-EXT.
           IF WS-FS-CUENTAEXT = "35"
               OPEN OUTPUT CUENTA-EXT
               CLOSE CUENTA-EXT
               OPEN I-O CUENTA-EXT
           END-IF.
           MOVE NUMCUENTA TO CEX-CUENTA.
           READ CUENTA-EXT RECORD
           INVALID KEY
               MOVE SPACES TO DATOS-CUENTA-EXT
               MOVE NUMCUENTA TO CEX-CUENTA
               MOVE WS-PRODUCTO-NUEVO TO CEX-PRODUCTO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO CEX-FECHA-ALTA
               WRITE DATOS-CUENTA-EXT
           NOT INVALID KEY
               MOVE WS-PRODUCTO-NUEVO TO CEX-PRODUCTO
               REWRITE DATOS-CUENTA-EXT
           END-READ.
           CLOSE CUENTA-EXT.
       67-GRABAR-CUENTA-EXT-END.
       EXIT.


      *> PASADA UNICA PARA LAS CUENTAS ABIERTAS ANTES DEL CATALOGO:
      *> TODAS QUEDAN COMO CUENTA CORRIENTE "CTE" (LO QUE YA ERAN DE
      *> HECHO) CON LA FECHA DE HOY. LA CUENTA QUE YA TIENE PRODUCTO
      *> NO SE TOCA.
       70-ASIGNAR-POR-DEFECTO.
           MOVE ZERO TO WS-CONTADOR-ASIGNADAS.
           MOVE ZERO TO WS-CONTADOR-AVISOS.
           MOVE "CTE" TO WS-PRODUCTO-NUEVO.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "No se puede abrir JDATOSCUENTA: "
               WS-FILE-STATUS
           ELSE
               OPEN I-O CUENTA-EXT
               IF WS-FS-CUENTAEXT = "35"
                   OPEN OUTPUT CUENTA-EXT
                   CLOSE CUENTA-EXT
                   OPEN I-O CUENTA-EXT
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE "NO" TO WS-FIN-CUENTAS
               PERFORM 72-ASIGNAR-CUENTA
                   UNTIL WS-FIN-CUENTAS EQUAL "SI"
               CLOSE CUENTA-EXT
           END-IF.
           CLOSE CUENTA.
           DISPLAY "Cuentas asignadas a CTE: " WS-CONTADOR-ASIGNADAS.
           DISPLAY "Cuentas con descubierto por encima del maximo"
           " de CTE: " WS-CONTADOR-AVISOS.
       70-ASIGNAR-POR-DEFECTO-END.
       EXIT.


       72-ASIGNAR-CUENTA.
           READ CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               MOVE NUMCUENTA TO CEX-CUENTA
               READ CUENTA-EXT RECORD
               INVALID KEY
                   MOVE SPACES TO DATOS-CUENTA-EXT
                   MOVE NUMCUENTA TO CEX-CUENTA
                   MOVE WS-PRODUCTO-NUEVO TO CEX-PRODUCTO
                   MOVE WS-HOY-NUM TO CEX-FECHA-ALTA
                   WRITE DATOS-CUENTA-EXT
                   ADD 1 TO WS-CONTADOR-ASIGNADAS
                   PERFORM 74-AVISAR-DESCUBIERTO
               NOT INVALID KEY
                   IF CEX-PRODUCTO EQUAL SPACES
                       MOVE WS-PRODUCTO-NUEVO TO CEX-PRODUCTO
                       REWRITE DATOS-CUENTA-EXT
                       ADD 1 TO WS-CONTADOR-ASIGNADAS
                       PERFORM 74-AVISAR-DESCUBIERTO
                   END-IF
               END-READ
           END-READ.
       72-ASIGNAR-CUENTA-END.
       EXIT.


      *> EL LIMITE YA PACTADO NO SE TOCA: SE AVISA PARA QUE SE REVISE
      *> (BANCO AUTORIZA COMO MUCHO EL MAXIMO DEL PRODUCTO).
       74-AVISAR-DESCUBIERTO.
           MOVE WS-PRODUCTO-NUEVO TO PRD-CODIGO.
           READ PRODUCTOS RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF LIMITE-DESCUBIERTO > PRD-MAX-DESCUBIERTO
                   ADD 1 TO WS-CONTADOR-AVISOS
                   DISPLAY "  Revisar " NUMCUENTA ": descubierto "
                   LIMITE-DESCUBIERTO " sobre el maximo "
                   PRD-MAX-DESCUBIERTO
               END-IF
           END-READ.
       74-AVISAR-DESCUBIERTO-END.
       EXIT.


      *> CATALOGO INICIAL: "CTE" REPRODUCE LAS CONDICIONES QUE TENIA
      *> TODO EL BANCO (1% DE INTERES, 5.00 DE CUOTA, DEMORA DIARIA
      *> 0.050%), "AHO" AHORRO CON MEJOR TASA POR TRAMOS Y SIN
      *> DESCUBIERTO, Y "JOV" CUENTA JOVEN SIN CUOTA. SOLO SE DAN DE
      *> ALTA LOS QUE NO EXISTEN.
       80-CATALOGO-DEFECTO.
           INITIALIZE DATOS-PRODUCTO.
           MOVE "CTE" TO PRD-CODIGO.
           MOVE "CUENTA CORRIENTE" TO PRD-DESCRIPCION.
           MOVE .010 TO PRD-TASA-INTERES.
           MOVE 5.00 TO PRD-CUOTA-MES.
           MOVE 99999.99 TO PRD-MAX-DESCUBIERTO.
           MOVE .00050 TO PRD-TASA-DEMORA.
           MOVE "EUR" TO PRD-DIVISA (1).
           MOVE "USD" TO PRD-DIVISA (2).
           MOVE "GBP" TO PRD-DIVISA (3).
           MOVE SPACES TO PRD-DIVISA (4).
           MOVE "A" TO PRD-ESTADO.
           PERFORM 85-GRABAR-SI-NO-EXISTE.

           INITIALIZE DATOS-PRODUCTO.
           MOVE "AHO" TO PRD-CODIGO.
           MOVE "CUENTA AHORRO" TO PRD-DESCRIPCION.
           MOVE .015 TO PRD-TASA-INTERES.
           MOVE 5000.00 TO PRD-TRAMO-DESDE (1).
           MOVE .020 TO PRD-TRAMO-TASA (1).
           MOVE 25000.00 TO PRD-TRAMO-DESDE (2).
           MOVE .025 TO PRD-TRAMO-TASA (2).
           MOVE ZERO TO PRD-CUOTA-MES.
           MOVE ZERO TO PRD-MAX-DESCUBIERTO.
           MOVE .00050 TO PRD-TASA-DEMORA.
           MOVE "EUR" TO PRD-DIVISA (1).
           MOVE SPACES TO PRD-DIVISA (2).
           MOVE SPACES TO PRD-DIVISA (3).
           MOVE SPACES TO PRD-DIVISA (4).
           MOVE "A" TO PRD-ESTADO.
           PERFORM 85-GRABAR-SI-NO-EXISTE.

           INITIALIZE DATOS-PRODUCTO.
           MOVE "JOV" TO PRD-CODIGO.
           MOVE "CUENTA JOVEN" TO PRD-DESCRIPCION.
           MOVE .010 TO PRD-TASA-INTERES.
           MOVE ZERO TO PRD-CUOTA-MES.
           MOVE ZERO TO PRD-MAX-DESCUBIERTO.
           MOVE .00050 TO PRD-TASA-DEMORA.
           MOVE "EUR" TO PRD-DIVISA (1).
           MOVE SPACES TO PRD-DIVISA (2).
           MOVE SPACES TO PRD-DIVISA (3).
           MOVE SPACES TO PRD-DIVISA (4).
           MOVE "A" TO PRD-ESTADO.
           PERFORM 85-GRABAR-SI-NO-EXISTE.
           DISPLAY "Catalogo por defecto generado.".
       80-CATALOGO-DEFECTO-END.
       EXIT.


       85-GRABAR-SI-NO-EXISTE.
           WRITE DATOS-PRODUCTO
           INVALID KEY
               DISPLAY "  " PRD-CODIGO " ya existe, no se toca."
           NOT INVALID KEY
               DISPLAY "  " PRD-CODIGO " " PRD-DESCRIPCION
           END-WRITE.
       85-GRABAR-SI-NO-EXISTE-END.
       EXIT.

       END PROGRAM PRODUCTOMANT.
