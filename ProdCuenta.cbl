      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido del catalogo de productos de
      *          cuenta (mismo patron que FECHASERV/CUENTAJRN): devuelve
      *          el registro completo del producto de JPRODUCTOS que
      *          rige una cuenta, para que BANCO, BANCOINTERES,
      *          BANCOCOMISIONES, BANCOPENALIZA y BANCODESCUBIERTOS
      *          tomen de el la tasa (o los tramos), la cuota, el
      *          descubierto maximo y las divisas admitidas.
      *          "C" busca por cuenta: el producto sale de los datos
      *              complementarios JCUENTAEXT; una cuenta antigua
      *              sin producto asignado se rige por "CTE";
      *          "P" busca directamente por codigo de producto;
      *          "A" anota en JCUENTAEXT el producto (primeros tres
      *              caracteres de PARAM-PRODUCTO) de la cuenta que
      *              se acaba de abrir y devuelve su registro.
      *          Resultado "S" encontrado, "N" producto inexistente,
      *          "X" no hay catalogo (el llamante sigue con sus
      *          valores de siempre).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCUENTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PRODUCTOS ASSIGN TO WS-RUTA-PRODUCTOS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PRD-CODIGO
       FILE STATUS IS WS-FS-PRODUCTOS.

       SELECT OPTIONAL CUENTA-EXT ASSIGN TO WS-RUTA-CUENTAEXT
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CEX-CUENTA
       FILE STATUS IS WS-FS-CUENTAEXT.

       DATA DIVISION.
       FILE SECTION.
      *> CATALOGO DE PRODUCTOS (PRODUCTOMANT): TASA BASE Y HASTA TRES
      *> TRAMOS POR SALDO (EL ULTIMO TRAMO CUYO DESDE NO SUPERA EL
      *> SALDO MANDA), CUOTA MENSUAL, DESCUBIERTO MAXIMO, TASA DIARIA
      *> DE DEMORA Y HASTA CUATRO DIVISAS ADMITIDAS.
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

      *> DATOS COMPLEMENTARIOS DE CADA CUENTA, FUERA DEL REGISTRO DE
      *> JDATOSCUENTA (QUE LEEN TREINTA PROGRAMAS): EL PRODUCTO
      *> ELEGIDO EN EL ALTA Y SU FECHA, Y LA OFICINA DE LA CUENTA
      *> (LA ANOTA OFICINASERV). EL RESTO DEL REGISTRO QUEDA DE
      *> RESERVA PARA LOS DATOS QUE VENGAN DETRAS.
       FD CUENTA-EXT.
           01 DATOS-CUENTA-EXT.
               05 CEX-CUENTA PIC X(10).
               05 CEX-PRODUCTO PIC X(3).
               05 CEX-FECHA-ALTA PIC 9(8).
               05 CEX-OFICINA PIC X(4).
               05 FILLER PIC X(25).

       WORKING-STORAGE SECTION.
       77 WS-FS-PRODUCTOS PIC 99.
       77 WS-FS-CUENTAEXT PIC 99.
       77 WS-CODIGO-BUSCAR PIC X(3).
       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-PRODUCTOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRODUCTOS.txt".
       77 WS-RUTA-CUENTAEXT PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCUENTAEXT.txt".

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-CLAVE PIC X(10).
       01 PARAM-PRODUCTO PIC X(93).
       01 PARAM-RESULTADO PIC X(1).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-CLAVE,
           PARAM-PRODUCTO, PARAM-RESULTADO.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JPRODUCTOS" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-PRODUCTOS
               MOVE "JCUENTAEXT" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-CUENTAEXT
           END-IF.
           MOVE "N" TO PARAM-RESULTADO.
           EVALUATE PARAM-OPERACION
           WHEN "C"
               PERFORM 020-PRODUCTO-DE-CUENTA
           WHEN "A"
               MOVE PARAM-PRODUCTO (1:3) TO WS-CODIGO-BUSCAR
               PERFORM 025-ANOTAR-PRODUCTO-CUENTA
           WHEN OTHER
               MOVE PARAM-CLAVE (1:3) TO WS-CODIGO-BUSCAR
           END-EVALUATE.
           MOVE SPACES TO PARAM-PRODUCTO.
           PERFORM 030-LEER-PRODUCTO.
       010-SERVICIO-END.
       EXIT PROGRAM.


      *> UNA CUENTA SIN DATOS COMPLEMENTARIOS (ABIERTA ANTES DEL
      *> CATALOGO) O CON EL PRODUCTO EN BLANCO ES UNA CUENTA CORRIENTE.
       020-PRODUCTO-DE-CUENTA.
           MOVE "CTE" TO WS-CODIGO-BUSCAR.
           OPEN INPUT CUENTA-EXT.
           IF WS-FS-CUENTAEXT EQUAL "00"
               MOVE PARAM-CLAVE TO CEX-CUENTA
               READ CUENTA-EXT RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CEX-PRODUCTO NOT EQUAL SPACES
                       MOVE CEX-PRODUCTO TO WS-CODIGO-BUSCAR
                   END-IF
               END-READ
           END-IF.
           CLOSE CUENTA-EXT.
       020-PRODUCTO-DE-CUENTA-END.
       EXIT.


       025-ANOTAR-PRODUCTO-CUENTA.
           OPEN I-O CUENTA-EXT.
           IF WS-FS-CUENTAEXT = "35"
               OPEN OUTPUT CUENTA-EXT
               CLOSE CUENTA-EXT
               OPEN I-O CUENTA-EXT
           END-IF.
           MOVE PARAM-CLAVE TO CEX-CUENTA.
           READ CUENTA-EXT RECORD
           INVALID KEY
               MOVE SPACES TO DATOS-CUENTA-EXT
               MOVE PARAM-CLAVE TO CEX-CUENTA
               MOVE WS-CODIGO-BUSCAR TO CEX-PRODUCTO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO CEX-FECHA-ALTA
               WRITE DATOS-CUENTA-EXT
           NOT INVALID KEY
               MOVE WS-CODIGO-BUSCAR TO CEX-PRODUCTO
               REWRITE DATOS-CUENTA-EXT
           END-READ.
           CLOSE CUENTA-EXT.
       025-ANOTAR-PRODUCTO-CUENTA-END.
       EXIT.


       030-LEER-PRODUCTO.
           OPEN INPUT PRODUCTOS.
           IF WS-FS-PRODUCTOS NOT EQUAL "00"
               MOVE "X" TO PARAM-RESULTADO
           ELSE
               MOVE WS-CODIGO-BUSCAR TO PRD-CODIGO
               READ PRODUCTOS RECORD
               INVALID KEY
                   MOVE "N" TO PARAM-RESULTADO
               NOT INVALID KEY
                   MOVE DATOS-PRODUCTO TO PARAM-PRODUCTO
                   MOVE "S" TO PARAM-RESULTADO
               END-READ
           END-IF.
           CLOSE PRODUCTOS.
       030-LEER-PRODUCTO-END.
       EXIT.
