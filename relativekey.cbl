       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT OPTIONAL HISTORIAL-COSTE
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOSTEHIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORIAL.

       SELECT OPTIONAL PROVEEDORES
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROVEEDORES.t
               05 FIGURE-COSTE PIC 9(5)V99.

      *> LIBRO DE MOVIMIENTOS DE ALMACEN: ENTRADA (E), SALIDA (S) O
      *> AJUSTE DE INVENTARIO (A), CON FECHA, CANTIDAD Y EL COSTE
      *> MEDIO PONDERADO VIGENTE DE LA PIEZA. LAS ENTRADAS DE UN
      *> PEDIDO DE COMPRA LLEVAN SU NUMERO (MOV-PEDIDO). CADA LINEA
      *> LLEVA EL OPERADOR FIRMADO QUE LA GRABO (MOV-OPERADOR).
       FD MOVIMIENTOS-PIEZAS
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-MOVIMIENTO.
           05 MOV-FIGURA PIC 9(10).
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

      *> HISTORIAL DEL COSTE MEDIO PONDERADO: UNA LINEA POR ENTRADA
      *> CON EL STOCK Y EL COSTE DE ANTES, LO RECIBIDO Y A QUE
      *> PRECIO, Y EL COSTE MEDIO QUE QUEDA. ORIGEN "P" PEDIDO DE
      *> COMPRA (REFERENCIA = PED-ID), "M" ENTRADA MANUAL O "K"
      *> ORDEN DE MONTAJE (REFERENCIA = MON-ID, EN PIEZASKITS).
       FD HISTORIAL-COSTE
       RECORD CONTAINS 54 CHARACTERS.
       01 REG-HIST-COSTE.
           05 HC-FIGURA PIC 9(10).
           05 HC-FECHA PIC 9(8).
           05 HC-ORIGEN PIC X(1).
           05 HC-REFERENCIA PIC 9(4).
           05 HC-STOCK-ANTES PIC 9(5).
           05 HC-COSTE-ANTES PIC 9(5)V99.
           05 HC-CANTIDAD PIC 9(5).
           05 HC-PRECIO PIC 9(5)V99.
           05 HC-COSTE-NUEVO PIC 9(5)V99.

      *> MAESTRO DE PROVEEDORES: CODIGO, NOMBRE Y CONDICIONES DE
      *> PAGO, PARA QUE EL COSTE DEJE DE SER "LO DE LA ULTIMA

       WORKING-STORAGE SECTION.
       01  OPCIONMENU PIC 9(1).
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA); QUEDA
      *> EN CADA MOVIMIENTO DE ALMACEN.
       01  WS-SES-SUBSISTEMA PIC X(1) VALUE "P".
       01  WS-SES-OPERADOR PIC X(4).
       01  WS-SES-ROL PIC X(1).
       01  WS-SES-RESULTADO PIC X(1).
       01  FILE-STATUS PIC 99.
       01  REGISTRO-ENCONTRADO PIC X.
       01  CAMPO-FIGURE-NAME PIC X(10).
       01  WS-FIGURA-BUSCAR PIC 9(10).
       01  WS-MEJOR-PRECIO PIC 9(5)V99.
       01  WS-MEJOR-PROVEEDOR PIC X(4).
       01  WS-FS-HISTORIAL PIC 99.
       01  WS-PRECIO-ENTRADA PIC 9(5)V99.
       01  WS-STOCK-ANTES PIC 9(5).
       01  WS-COSTE-ANTES PIC 9(5)V99.
       01  WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       PROCEDURE DIVISION.

       CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
           WS-SES-ROL, WS-SES-RESULTADO.
       IF WS-SES-RESULTADO NOT EQUAL "S"
           STOP RUN
       END-IF.

       *>MENU INICIAL.**************************************************
       PERFORM UNTIL OPCIONMENU = 9
       DISPLAY "Bienvenido al catalogo de piezas."
           ACCEPT WS-CANTIDAD
           EVALUATE WS-TIPO-MOVIMIENTO
           WHEN "E"
               DISPLAY "Coste unitario de la entrada"
               ACCEPT WS-PRECIO-ENTRADA
               PERFORM COSTE-MEDIO-ENTRADA
               ADD WS-CANTIDAD TO FIGURE-STOCK
               PERFORM APLICAR-MOVIMIENTO
           WHEN "S"
           MOVE WS-TIPO-MOVIMIENTO TO MOV-TIPO
           MOVE WS-CANTIDAD TO MOV-CANTIDAD
           MOVE WS-FECHA TO MOV-FECHA
           MOVE FIGURE-COSTE TO MOV-COSTE
           MOVE WS-SES-OPERADOR TO MOV-OPERADOR
           OPEN EXTEND MOVIMIENTOS-PIEZAS
           WRITE REG-MOVIMIENTO
           CLOSE MOVIMIENTOS-PIEZAS
           IF WS-TIPO-MOVIMIENTO = "E"
               PERFORM ANOTAR-HISTORIAL-COSTE
           END-IF
           DISPLAY "Stock actualizado: " FIGURE-STOCK
       END-REWRITE.
       APLICAR-MOVIMIENTO-END.
       EXIT.


      *>El coste de la pieza es el medio ponderado: lo que habia en
      *>stock a su coste mas lo que entra a su precio, entre el total.
       COSTE-MEDIO-ENTRADA.*>*******************************************
       MOVE FIGURE-STOCK TO WS-STOCK-ANTES
       MOVE FIGURE-COSTE TO WS-COSTE-ANTES
       IF FIGURE-STOCK + WS-CANTIDAD = 0
           MOVE WS-PRECIO-ENTRADA TO FIGURE-COSTE
       ELSE
           COMPUTE FIGURE-COSTE ROUNDED =
               (FIGURE-STOCK * FIGURE-COSTE
               + WS-CANTIDAD * WS-PRECIO-ENTRADA)
               / (FIGURE-STOCK + WS-CANTIDAD)
       END-IF.
       COSTE-MEDIO-ENTRADA-END.
       EXIT.


       ANOTAR-HISTORIAL-COSTE.*>****************************************
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
       MOVE FIGURE-ID TO HC-FIGURA
       MOVE WS-HOY-NUM TO HC-FECHA
       MOVE "M" TO HC-ORIGEN
       MOVE ZERO TO HC-REFERENCIA
       MOVE WS-STOCK-ANTES TO HC-STOCK-ANTES
       MOVE WS-COSTE-ANTES TO HC-COSTE-ANTES
       MOVE WS-CANTIDAD TO HC-CANTIDAD
       MOVE WS-PRECIO-ENTRADA TO HC-PRECIO
       MOVE FIGURE-COSTE TO HC-COSTE-NUEVO
       OPEN EXTEND HISTORIAL-COSTE
       WRITE REG-HIST-COSTE
       CLOSE HISTORIAL-COSTE.
       ANOTAR-HISTORIAL-COSTE-END.
       EXIT.


       VALORACION-STOCK.*>**********************************************
       OPEN INPUT FIGURE-ARCHIVE.
       IF FILE-STATUS NOT EQUAL "00"
