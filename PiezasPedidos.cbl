      *          paso anota el movimiento de entrada "E" en
      *          MOVPIEZAS, actualiza el FIGURE-STOCK y cierra el
      *          pedido. Se acabo descubrir el stock a cero cuando
      *          falla una orden de taller. El lote compara con el
      *          minimo el stock disponible: FIGURE-STOCK menos lo
      *          reservado por los pedidos de clientes abiertos
      *          (JRESERVAS de PIEZASVENTAS). Cada recepcion
      *          recalcula el coste medio ponderado de la pieza
      *          con el stock que habia y lo recibido a PED-PRECIO,
      *          lo estampa en el movimiento y deja la linea en el
      *          historial de costes JCOSTEHIST. La entrada lleva
      *          el numero de pedido para casar las facturas del
      *          proveedor (PIEZASFACTURAS). Al disponible se le
      *          resta tambien lo que necesitan las ordenes de
      *          montaje abiertas (JMONTAJES por la estructura
      *          JESTRUCTURA de PIEZASKITS), y un componente sin
      *          minimo fijado se propone en cuanto esa demanda deja
      *          su disponible en negativo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       RECORD KEY IS PP-CLAVE
       FILE STATUS IS WS-FS-PIEZAPROV.

       SELECT OPTIONAL HISTORIAL-COSTE
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOSTEHIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORIAL.

       SELECT OPTIONAL RESERVAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRESERVAS.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RES-FIGURA
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL ESTRUCTURA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JESTRUCTURA.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EST-CLAVE
       ALTERNATE RECORD KEY IS EST-COMPONENTE WITH DUPLICATES
       FILE STATUS IS WS-FS-ESTRUCTURA.

       SELECT OPTIONAL MONTAJES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMONTAJES.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MON-ID
       FILE STATUS IS WS-FS-MONTAJES.

       SELECT OPTIONAL MOVIMIENTOS-PIEZAS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\MOVPIEZAS.txt"
               05 PP-PRECIO PIC 9(5)V99.
               05 PP-PLAZO-DIAS PIC 9(3).

      *> TOTAL RESERVADO DE CADA PIEZA POR LOS PEDIDOS DE CLIENTES.
       FD RESERVAS.
           01 REG-RESERVA.
               05 RES-FIGURA PIC 9(10).
               05 RES-CANTIDAD PIC 9(7).

      *> ESTRUCTURA DE LOS MONTAJES Y SUS ORDENES (PIEZASKITS).
       FD ESTRUCTURA.
           01 REG-ESTRUCTURA.
               05 EST-CLAVE.
                   10 EST-PADRE PIC 9(10).
                   10 EST-COMPONENTE PIC 9(10).
               05 EST-CANTIDAD PIC 9(5).

       FD MONTAJES.
           01 REG-MONTAJE.
               05 MON-ID PIC 9(4).
               05 MON-FIGURA PIC 9(10).
               05 MON-CANTIDAD PIC 9(5).
               05 MON-FECHA PIC 9(8).
               05 MON-ESTADO PIC X(1).
               05 MON-COSTE PIC 9(5)V99.
               05 MON-FECHA-FIN PIC 9(8).

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

      *> HISTORIAL DEL COSTE MEDIO PONDERADO, UNA LINEA POR ENTRADA.
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

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "P".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       01 FILE-STATUS PIC 99.
       77 WS-FS-STOCKMIN PIC 99.
       77 WS-FS-PEDIDOS PIC 99.
       77 WS-FS-PIEZAPROV PIC 99.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-RESERVAS PIC 99.
       77 WS-FS-HISTORIAL PIC 99.
       77 WS-FS-ESTRUCTURA PIC 99.
       77 WS-FS-MONTAJES PIC 99.
       77 WS-FIN-ESTRUCTURA PIC X(3).
       77 WS-FIN-MONTAJES PIC X(3).
       77 WS-CON-MINIMO PIC X(1).
       77 WS-DEMANDA-MONTAJE PIC 9(7).
       77 WS-STOCK-ANTES PIC 9(5).
       77 WS-COSTE-ANTES PIC 9(5)V99.
       77 WS-DISPONIBLE PIC S9(7).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-FIGURAS PIC X(3).
       77 WS-FIN-PEDIDOS PIC X(3).
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           OPEN I-O STOCK-MINIMO.
           IF WS-FS-STOCKMIN = "35" *>No es troba l'arxiu, el creem nou.
               OPEN OUTPUT STOCK-MINIMO
       EXIT.


      *> LOTE DE PROPUESTAS: TODA PIEZA CON EL DISPONIBLE (STOCK
      *> MENOS RESERVAS) EN O BAJO SU MINIMO Y SIN PEDIDO ABIERTO
      *> GENERA UNA PROPUESTA POR EL DOBLE DEL MINIMO MENOS EL
      *> DISPONIBLE, AL PROVEEDOR DE MEJOR PRECIO DE SU LISTA. SIN
      *> MINIMO, SOLO SI LAS ORDENES DE MONTAJE PIDEN MAS DE LO QUE
      *> HAY, Y POR LO QUE FALTA.
       30-GENERAR-PROPUESTAS.
           OPEN INPUT FIGURE-ARCHIVE.
           IF FILE-STATUS NOT EQUAL "00"
               CLOSE FIGURE-ARCHIVE
           ELSE
               OPEN INPUT PIEZA-PROVEEDOR
               OPEN INPUT RESERVAS
               OPEN INPUT ESTRUCTURA MONTAJES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE ZERO TO WS-CONTADOR-PROPUESTOS
               MOVE "NO" TO WS-FIN-FIGURAS
               PERFORM 35-REVISAR-PIEZA
                   UNTIL WS-FIN-FIGURAS EQUAL "SI"
               CLOSE PIEZA-PROVEEDOR RESERVAS FIGURE-ARCHIVE
               CLOSE ESTRUCTURA MONTAJES
               DISPLAY "Pedidos propuestos: "
               WS-CONTADOR-PROPUESTOS
           END-IF.
               MOVE FIGURE-ID TO SM-FIGURA
               READ STOCK-MINIMO RECORD
               INVALID KEY
                   MOVE ZERO TO SM-MINIMO
                   MOVE "N" TO WS-CON-MINIMO
               NOT INVALID KEY
                   MOVE "S" TO WS-CON-MINIMO
               END-READ
               PERFORM 36-CALCULAR-DISPONIBLE
               IF (WS-CON-MINIMO EQUAL "S"
                   AND WS-DISPONIBLE NOT GREATER SM-MINIMO)
               OR (WS-DEMANDA-MONTAJE > 0 AND WS-DISPONIBLE < 0)
                   PERFORM 38-COMPROBAR-ABIERTO
                   IF WS-TIENE-ABIERTO EQUAL "N"
                       PERFORM 40-PROPONER-PEDIDO
                   END-IF
               END-IF
           END-READ.
       35-REVISAR-PIEZA-END.
       EXIT.


       36-CALCULAR-DISPONIBLE.
           MOVE FIGURE-STOCK TO WS-DISPONIBLE.
           IF WS-FS-RESERVAS EQUAL "00"
               MOVE FIGURE-ID TO RES-FIGURA
               READ RESERVAS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT RES-CANTIDAD FROM WS-DISPONIBLE
               END-READ
           END-IF.
           PERFORM 42-DEMANDA-MONTAJE.
           SUBTRACT WS-DEMANDA-MONTAJE FROM WS-DISPONIBLE.
       36-CALCULAR-DISPONIBLE-END.
       EXIT.


       38-COMPROBAR-ABIERTO.
           MOVE "N" TO WS-TIENE-ABIERTO.
           MOVE ZERO TO WS-PED-SIGUIENTE.
               MOVE WS-PED-SIGUIENTE TO PED-ID
               MOVE FIGURE-ID TO PED-FIGURA
               MOVE WS-MEJOR-PROVEEDOR TO PED-PROVEEDOR
               COMPUTE PED-CANTIDAD = SM-MINIMO * 2 - WS-DISPONIBLE
               MOVE WS-MEJOR-PRECIO TO PED-PRECIO
               MOVE WS-HOY-NUM TO PED-FECHA
               MOVE "P" TO PED-ESTADO
       EXIT.


      *> LO QUE CONSUMIRAN LAS ORDENES DE MONTAJE ABIERTAS DE CADA
      *> MONTAJE QUE LLEVA ESTA PIEZA.
       42-DEMANDA-MONTAJE.
           MOVE ZERO TO WS-DEMANDA-MONTAJE.
           IF WS-FS-ESTRUCTURA EQUAL "00"
           AND WS-FS-MONTAJES EQUAL "00"
               MOVE "NO" TO WS-FIN-ESTRUCTURA
               MOVE FIGURE-ID TO EST-COMPONENTE
               START ESTRUCTURA KEY IS EQUAL TO EST-COMPONENTE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-ESTRUCTURA
               END-START
               PERFORM 43-LEER-ESTRUCTURA
                   UNTIL WS-FIN-ESTRUCTURA EQUAL "SI"
           END-IF.
       42-DEMANDA-MONTAJE-END.
       EXIT.


       43-LEER-ESTRUCTURA.
           READ ESTRUCTURA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           NOT AT END
               IF EST-COMPONENTE NOT EQUAL FIGURE-ID
                   MOVE "SI" TO WS-FIN-ESTRUCTURA
               ELSE
                   MOVE "NO" TO WS-FIN-MONTAJES
                   MOVE ZEROES TO MON-ID
                   START MONTAJES KEY IS NOT LESS THAN MON-ID
                   INVALID KEY
                       MOVE "SI" TO WS-FIN-MONTAJES
                   END-START
                   PERFORM 44-LEER-MONTAJE
                       UNTIL WS-FIN-MONTAJES EQUAL "SI"
               END-IF
           END-READ.
       43-LEER-ESTRUCTURA-END.
       EXIT.


       44-LEER-MONTAJE.
           READ MONTAJES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MONTAJES
           NOT AT END
               IF MON-FIGURA EQUAL EST-PADRE
               AND MON-ESTADO EQUAL "A"
                   COMPUTE WS-DEMANDA-MONTAJE = WS-DEMANDA-MONTAJE
                       + MON-CANTIDAD * EST-CANTIDAD
               END-IF
           END-READ.
       44-LEER-MONTAJE-END.
       EXIT.


       45-MEJOR-PRECIO.
           MOVE ZERO TO WS-MEJOR-PRECIO.
           MOVE SPACES TO WS-MEJOR-PROVEEDOR.
       EXIT.


      *> RECEPCION EN UN SOLO PASO: COSTE MEDIO RECALCULADO, ENTRADA
      *> "E" EN EL LIBRO DE MOVIMIENTOS, STOCK ACTUALIZADO Y PEDIDO
      *> CERRADO EN "R".
       60-RECEPCIONAR.
           DISPLAY "Numero del pedido recibido: "
           ACCEPT PED-ID
               DISPLAY "La pieza del pedido ya no existe en el"
               " catalogo."
           NOT INVALID KEY
               PERFORM 67-COSTE-MEDIO
               ADD PED-CANTIDAD TO FIGURE-STOCK
               REWRITE REG-FIGURA
               INVALID KEY
                   MOVE "E" TO MOV-TIPO
                   MOVE PED-CANTIDAD TO MOV-CANTIDAD
                   MOVE WS-FECHA TO MOV-FECHA
                   MOVE FIGURE-COSTE TO MOV-COSTE
                   MOVE WS-SES-OPERADOR TO MOV-OPERADOR
                   MOVE PED-ID TO MOV-PEDIDO
                   OPEN EXTEND MOVIMIENTOS-PIEZAS
                   WRITE REG-MOVIMIENTO
                   CLOSE MOVIMIENTOS-PIEZAS
                   PERFORM 68-ANOTAR-HISTORIAL
                   MOVE "R" TO PED-ESTADO
                   REWRITE REG-PEDIDO
                   DISPLAY "Pedido " PED-ID " recibido: stock de "
                   PED-FIGURA " en " FIGURE-STOCK "."
                   DISPLAY "Coste medio de " WS-COSTE-ANTES
                   " a " FIGURE-COSTE "."
               END-REWRITE
           END-READ.
           CLOSE FIGURE-ARCHIVE.
       EXIT.


      *> COSTE MEDIO PONDERADO: (STOCK * COSTE + RECIBIDO * PRECIO)
      *> ENTRE (STOCK + RECIBIDO). SIN STOCK PREVIO QUEDA EL PRECIO.
       67-COSTE-MEDIO.
           MOVE FIGURE-STOCK TO WS-STOCK-ANTES.
           MOVE FIGURE-COSTE TO WS-COSTE-ANTES.
           IF FIGURE-STOCK + PED-CANTIDAD = 0
               MOVE PED-PRECIO TO FIGURE-COSTE
           ELSE
               COMPUTE FIGURE-COSTE ROUNDED =
                   (FIGURE-STOCK * FIGURE-COSTE
                   + PED-CANTIDAD * PED-PRECIO)
                   / (FIGURE-STOCK + PED-CANTIDAD)
           END-IF.
       67-COSTE-MEDIO-END.
       EXIT.


       68-ANOTAR-HISTORIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE PED-FIGURA TO HC-FIGURA.
           MOVE WS-HOY-NUM TO HC-FECHA.
           MOVE "P" TO HC-ORIGEN.
           MOVE PED-ID TO HC-REFERENCIA.
           MOVE WS-STOCK-ANTES TO HC-STOCK-ANTES.
           MOVE WS-COSTE-ANTES TO HC-COSTE-ANTES.
           MOVE PED-CANTIDAD TO HC-CANTIDAD.
           MOVE PED-PRECIO TO HC-PRECIO.
           MOVE FIGURE-COSTE TO HC-COSTE-NUEVO.
           OPEN EXTEND HISTORIAL-COSTE.
           WRITE REG-HIST-COSTE.
           CLOSE HISTORIAL-COSTE.
       68-ANOTAR-HISTORIAL-END.
       EXIT.


       80-LISTAR-PEDIDOS.
           MOVE "NO" TO WS-FIN-PEDIDOS.
           MOVE ZEROES TO PED-ID.
