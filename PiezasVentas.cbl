      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pedidos de clientes del almacen de piezas: maestro
      *          de clientes (JCLIPIEZAS), pedidos (JPEDCLI) con sus
      *          lineas por FIGURE-ID y cantidad (JPEDCLILIN). Al
      *          entrar el pedido cada linea reserva el stock que
      *          haya disponible (FIGURE-STOCK menos lo ya reservado,
      *          total por pieza en JRESERVAS, que tambien usa el
      *          lote de propuestas de PIEZASPEDIDOS); lo que no se
      *          puede reservar queda pendiente y se vuelve a
      *          intentar cuando entra mercancia. La lista de picking
      *          de un pedido sale en PiezasPicking.txt y al
      *          confirmar el envio se postea la salida "S" en
      *          MOVPIEZAS por lo recogido y se libera la reserva.
      *          Informes de pendientes (PiezasPendientes.txt) y de
      *          cartera del dia por cliente (PiezasCartera.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIEZASVENTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIGURE-ARCHIVE
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\figuras.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIGURE-ID
           ALTERNATE RECORD KEY IS FIGURE-NAME WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

       SELECT CLIENTES-PIEZAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIPIEZAS.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLP-CODIGO
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT PEDIDOS-CLIENTE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPEDCLI.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PC-ID
       ALTERNATE RECORD KEY IS PC-CLIENTE WITH DUPLICATES
       FILE STATUS IS WS-FS-PEDIDOS.

       SELECT LINEAS-PEDIDO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPEDCLILIN.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PL-CLAVE
       FILE STATUS IS WS-FS-LINEAS.

       SELECT RESERVAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRESERVAS.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RES-FIGURA
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL MOVIMIENTOS-PIEZAS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\MOVPIEZAS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT PICKING ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasPicking.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PICKING.

       SELECT PENDIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasPendientes.t
      -"xt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PENDIENTES.

       SELECT CARTERA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasCartera.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CARTERA.

       DATA DIVISION.
       FILE SECTION.
       FD FIGURE-ARCHIVE.
           01 REG-FIGURA.
               05 FIGURE-ID PIC 9(10).
               05 FIGURE-NAME PIC X(10).
               05 FIGURE-WEIGHT PIC X(10).
               05 FIGURE-HIGH PIC X(10).
               05 FIGURE-STOCK PIC 9(5).
               05 FIGURE-COSTE PIC 9(5)V99.

       FD CLIENTES-PIEZAS.
           01 REG-CLIENTE-PIEZAS.
               05 CLP-CODIGO PIC X(6).
               05 CLP-NOMBRE PIC X(30).
               05 CLP-POBLACION PIC X(20).

      *> PEDIDO DE CLIENTE: "A" ABIERTO (CON LINEAS RESERVADAS O
      *> PENDIENTES), "S" SERVIDO ENTERO, "X" ANULADO.
       FD PEDIDOS-CLIENTE.
           01 REG-PEDIDO-CLIENTE.
               05 PC-ID PIC 9(5).
               05 PC-CLIENTE PIC X(6).
               05 PC-FECHA PIC 9(8).
               05 PC-LINEAS PIC 9(2).
               05 PC-ESTADO PIC X(1).
               05 PC-FECHA-ENVIO PIC 9(8).

      *> LINEA DEL PEDIDO: PENDIENTE = CANTIDAD - RESERVADA - SERVIDA.
       FD LINEAS-PEDIDO.
           01 REG-LINEA-PEDIDO.
               05 PL-CLAVE.
                   10 PL-PEDIDO PIC 9(5).
                   10 PL-LINEA PIC 9(2).
               05 PL-FIGURA PIC 9(10).
               05 PL-CANTIDAD PIC 9(5).
               05 PL-RESERVADA PIC 9(5).
               05 PL-SERVIDA PIC 9(5).

      *> TOTAL RESERVADO DE CADA PIEZA POR LOS PEDIDOS ABIERTOS.
       FD RESERVAS.
           01 REG-RESERVA.
               05 RES-FIGURA PIC 9(10).
               05 RES-CANTIDAD PIC 9(7).

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

       FD PICKING
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-PICKING PIC X(80).

       FD PENDIENTES
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-PENDIENTE PIC X(80).

       FD CARTERA
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-CARTERA PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "PiezasPicking".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PIEZASVENTAS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "P".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       01 FILE-STATUS PIC 99.
       77 WS-FS-CLIENTES PIC 99.
       77 WS-FS-PEDIDOS PIC 99.
       77 WS-FS-LINEAS PIC 99.
       77 WS-FS-RESERVAS PIC 99.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-PICKING PIC 99.
       77 WS-FS-PENDIENTES PIC 99.
       77 WS-FS-CARTERA PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-PEDIDOS PIC X(3).
       77 WS-FECHA PIC X(21).
       77 WS-PED-SIGUIENTE PIC 9(5).
       77 WS-L PIC 9(2).
       77 WS-FIN-LINEAS PIC X(1).
       77 WS-FIGURA PIC 9(10).
       77 WS-CANTIDAD PIC 9(5).
       77 WS-PENDIENTE PIC 9(5).
       77 WS-DISPONIBLE PIC S9(7).
       77 WS-A-RESERVAR PIC 9(5).
       77 WS-A-SERVIR PIC 9(5).
       77 WS-TOTAL-RESERVADO PIC 9(7).
       77 WS-TOTAL-PENDIENTE PIC 9(7).
       77 WS-TOTAL-SERVIDO PIC 9(7).
       77 WS-CONTADOR PIC 9(5).
       77 WS-FECHA-CARTERA PIC 9(8).
       77 WS-CLIENTE-ANTERIOR PIC X(6).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> ACUMULADOS DEL CLIENTE EN CURSO Y DEL DIA EN LA CARTERA.
       01 WS-CARTERA-CLIENTE.
           05 WCC-PEDIDOS PIC 9(5).
           05 WCC-LINEAS PIC 9(5).
           05 WCC-PEDIDAS PIC 9(7).
           05 WCC-RESERVADAS PIC 9(7).
           05 WCC-PENDIENTES PIC 9(7).

       01 WS-CARTERA-DIA.
           05 WCD-PEDIDOS PIC 9(5).
           05 WCD-LINEAS PIC 9(5).
           05 WCD-PEDIDAS PIC 9(7).
           05 WCD-RESERVADAS PIC 9(7).
           05 WCD-PENDIENTES PIC 9(7).

       01 WS-PICK-CABECERA.
           05 FILLER PIC X(17) VALUE "LISTA DE PICKING ".
           05 PCA-PEDIDO PIC 9(5).
           05 FILLER PIC X(10) VALUE " CLIENTE ".
           05 PCA-CLIENTE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 PCA-NOMBRE PIC X(30).

       01 WS-PICK-LINEA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLI-LINEA PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 PLI-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 PLI-NOMBRE PIC X(10).
           05 FILLER PIC X(9) VALUE " recoger ".
           05 PLI-RECOGER PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  pendiente ".
           05 PLI-PENDIENTE PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE "  [  ]".

       01 WS-PEND-LINEA.
           05 PEN-PEDIDO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-CLIENTE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-PEDIDA PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 PEN-RESERVADA PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 PEN-PENDIENTE PIC ZZZZ9.

       01 WS-PEND-TITULOS.
           05 FILLER PIC X(40) VALUE
           "PEDIDO FECHA    CLIENT PIEZA      NOMBRE".
           05 FILLER PIC X(30) VALUE
           "      PEDID RESER PEND.".

       01 WS-CART-CABECERA.
           05 FILLER PIC X(35) VALUE
           "CARTERA DE PEDIDOS POR CLIENTE DIA ".
           05 CCA-FECHA PIC 9(8).

       01 WS-CART-TITULOS.
           05 FILLER PIC X(41) VALUE
           "CLIENT NOMBRE                         PED".
           05 FILLER PIC X(29) VALUE
           " LIN   PEDIDAS RESERV.  PEND.".

       01 WS-CART-LINEA.
           05 CLI-CLIENTE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 CLI-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 CLI-PEDIDOS PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 CLI-LINEAS PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 CLI-PEDIDAS PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 CLI-RESERVADAS PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 CLI-PENDIENTES PIC Z(5)9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           OPEN I-O FIGURE-ARCHIVE.
           IF FILE-STATUS NOT EQUAL "00"
               DISPLAY "No hay catalogo de piezas."
           ELSE
               PERFORM 05-ABRIR-ARCHIVOS
               PERFORM 10-MENU UNTIL WS-OPCION = 9
               CLOSE CLIENTES-PIEZAS PEDIDOS-CLIENTE LINEAS-PEDIDO
                   RESERVAS
           END-IF.
           CLOSE FIGURE-ARCHIVE.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-ARCHIVOS.
           OPEN I-O CLIENTES-PIEZAS.
           IF WS-FS-CLIENTES = "35"
               OPEN OUTPUT CLIENTES-PIEZAS
               CLOSE CLIENTES-PIEZAS
               OPEN I-O CLIENTES-PIEZAS
           END-IF.
           OPEN I-O PEDIDOS-CLIENTE.
           IF WS-FS-PEDIDOS = "35"
               OPEN OUTPUT PEDIDOS-CLIENTE
               CLOSE PEDIDOS-CLIENTE
               OPEN I-O PEDIDOS-CLIENTE
           END-IF.
           OPEN I-O LINEAS-PEDIDO.
           IF WS-FS-LINEAS = "35"
               OPEN OUTPUT LINEAS-PEDIDO
               CLOSE LINEAS-PEDIDO
               OPEN I-O LINEAS-PEDIDO
           END-IF.
           OPEN I-O RESERVAS.
           IF WS-FS-RESERVAS = "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
       05-ABRIR-ARCHIVOS-END.
       EXIT.


       10-MENU.
           DISPLAY "Pedidos de clientes del almacen."
           DISPLAY "Alta o modificacion de cliente (1)"
           DISPLAY "Nuevo pedido (2)"
           DISPLAY "Lista de picking de un pedido (3)"
           DISPLAY "Confirmar el envio de un pedido (4)"
           DISPLAY "Anular un pedido (5)"
           DISPLAY "Reservar lo pendiente con el stock actual (6)"
           DISPLAY "Informe de pendientes (7)"
           DISPLAY "Cartera del dia por cliente (8)"
           DISPLAY "salir (9)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-MANTENER-CLIENTE
           WHEN 2
               PERFORM 30-NUEVO-PEDIDO
           WHEN 3
               PERFORM 40-PICKING
           WHEN 4
               PERFORM 50-CONFIRMAR-ENVIO
           WHEN 5
               PERFORM 55-ANULAR-PEDIDO
           WHEN 6
               PERFORM 60-RESERVAR-PENDIENTES
           WHEN 7
               PERFORM 70-INFORME-PENDIENTES
           WHEN 8
               PERFORM 80-CARTERA-DEL-DIA
           WHEN 9
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-MANTENER-CLIENTE.
           DISPLAY "Codigo del cliente: "
           ACCEPT CLP-CODIGO
           IF CLP-CODIGO EQUAL SPACES
               DISPLAY "El codigo no puede ir en blanco."
               EXIT PARAGRAPH
           END-IF.
           READ CLIENTES-PIEZAS RECORD
           INVALID KEY
               DISPLAY "Nombre: "
               ACCEPT CLP-NOMBRE
               DISPLAY "Poblacion: "
               ACCEPT CLP-POBLACION
               WRITE REG-CLIENTE-PIEZAS
               INVALID KEY
                   DISPLAY "Error al grabar el cliente."
               NOT INVALID KEY
                   DISPLAY "Cliente dado de alta."
               END-WRITE
           NOT INVALID KEY
               DISPLAY "Cliente existente: " CLP-NOMBRE " "
               CLP-POBLACION
               DISPLAY "Nombre: "
               ACCEPT CLP-NOMBRE
               DISPLAY "Poblacion: "
               ACCEPT CLP-POBLACION
               REWRITE REG-CLIENTE-PIEZAS
               INVALID KEY
                   DISPLAY "Error al regrabar el cliente."
               NOT INVALID KEY
                   DISPLAY "Cliente modificado."
               END-REWRITE
           END-READ.
       20-MANTENER-CLIENTE-END.
       EXIT.


      *> EL PEDIDO SE GRABA LINEA A LINEA: CADA LINEA RESERVA EN EL
      *> ACTO LO QUE HAYA DISPONIBLE Y EL RESTO QUEDA PENDIENTE. UNA
      *> PIEZA 0 CIERRA EL PEDIDO (HASTA 20 LINEAS).
       30-NUEVO-PEDIDO.
           DISPLAY "Codigo del cliente: "
           ACCEPT CLP-CODIGO
           READ CLIENTES-PIEZAS RECORD
           INVALID KEY
               DISPLAY "No existe ese cliente."
               EXIT PARAGRAPH
           END-READ.
           PERFORM 32-SIGUIENTE-PEDIDO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-PED-SIGUIENTE TO PC-ID.
           MOVE CLP-CODIGO TO PC-CLIENTE.
           MOVE WS-HOY-NUM TO PC-FECHA.
           MOVE ZERO TO PC-LINEAS PC-FECHA-ENVIO.
           MOVE "A" TO PC-ESTADO.
           MOVE "N" TO WS-FIN-LINEAS.
           PERFORM 35-PEDIR-LINEA
               UNTIL WS-FIN-LINEAS EQUAL "S" OR PC-LINEAS NOT LESS 20.
           IF PC-LINEAS EQUAL 0
               DISPLAY "Pedido sin lineas: no se graba."
               EXIT PARAGRAPH
           END-IF.
           WRITE REG-PEDIDO-CLIENTE
           INVALID KEY
               DISPLAY "Error al grabar el pedido."
           NOT INVALID KEY
               DISPLAY "Pedido " PC-ID " de " CLP-NOMBRE " con "
               PC-LINEAS " lineas."
           END-WRITE.
       30-NUEVO-PEDIDO-END.
       EXIT.


       32-SIGUIENTE-PEDIDO.
           MOVE ZERO TO WS-PED-SIGUIENTE.
           MOVE "NO" TO WS-FIN-PEDIDOS.
           MOVE ZEROES TO PC-ID.
           START PEDIDOS-CLIENTE KEY IS NOT LESS THAN PC-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-PEDIDOS
           END-START.
           PERFORM 33-LEER-ID UNTIL WS-FIN-PEDIDOS EQUAL "SI".
           ADD 1 TO WS-PED-SIGUIENTE.
       32-SIGUIENTE-PEDIDO-END.
       EXIT.


       33-LEER-ID.
           READ PEDIDOS-CLIENTE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PEDIDOS
           NOT AT END
               IF PC-ID > WS-PED-SIGUIENTE
                   MOVE PC-ID TO WS-PED-SIGUIENTE
               END-IF
           END-READ.
       33-LEER-ID-END.
       EXIT.


       35-PEDIR-LINEA.
           COMPUTE WS-L = PC-LINEAS + 1.
           DISPLAY "Linea " WS-L " - ID de la pieza (0 termina): "
           ACCEPT WS-FIGURA
           IF WS-FIGURA EQUAL 0
               MOVE "S" TO WS-FIN-LINEAS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIGURA TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               DISPLAY "No existe esa pieza."
               EXIT PARAGRAPH
           END-READ.
           DISPLAY "Cantidad de " FIGURE-NAME ": "
           ACCEPT WS-CANTIDAD
           IF WS-CANTIDAD EQUAL 0
               DISPLAY "Cantidad no valida."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PC-LINEAS.
           MOVE PC-ID TO PL-PEDIDO.
           MOVE PC-LINEAS TO PL-LINEA.
           MOVE WS-FIGURA TO PL-FIGURA.
           MOVE WS-CANTIDAD TO PL-CANTIDAD.
           MOVE ZERO TO PL-RESERVADA PL-SERVIDA.
           PERFORM 37-RESERVAR-LINEA.
           WRITE REG-LINEA-PEDIDO
           INVALID KEY
               DISPLAY "Error al grabar la linea."
               SUBTRACT 1 FROM PC-LINEAS
               EXIT PARAGRAPH
           END-WRITE.
           IF WS-PENDIENTE > 0
               DISPLAY "  Reservadas " PL-RESERVADA ", pendientes "
               WS-PENDIENTE "."
           ELSE
               DISPLAY "  Reservada entera."
           END-IF.
       35-PEDIR-LINEA-END.
       EXIT.


      *> RESERVA PARA LA LINEA EN CURSO LO QUE SE PUEDA DE SU
      *> PENDIENTE: DISPONIBLE = FIGURE-STOCK - RESERVADO DE LA PIEZA.
      *> DEJA EN WS-PENDIENTE LO QUE SIGUE SIN RESERVAR. LA LINEA LA
      *> GRABA QUIEN LLAMA.
       37-RESERVAR-LINEA.
           COMPUTE WS-PENDIENTE =
               PL-CANTIDAD - PL-RESERVADA - PL-SERVIDA.
           IF WS-PENDIENTE EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-FIGURA TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           MOVE PL-FIGURA TO RES-FIGURA.
           READ RESERVAS RECORD
           INVALID KEY
               MOVE ZERO TO RES-CANTIDAD
               WRITE REG-RESERVA
           END-READ.
           COMPUTE WS-DISPONIBLE = FIGURE-STOCK - RES-CANTIDAD.
           IF WS-DISPONIBLE NOT GREATER 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DISPONIBLE < WS-PENDIENTE
               MOVE WS-DISPONIBLE TO WS-A-RESERVAR
           ELSE
               MOVE WS-PENDIENTE TO WS-A-RESERVAR
           END-IF.
           ADD WS-A-RESERVAR TO RES-CANTIDAD.
           REWRITE REG-RESERVA
           INVALID KEY
               DISPLAY "Error al grabar la reserva de " PL-FIGURA "."
               EXIT PARAGRAPH
           END-REWRITE.
           ADD WS-A-RESERVAR TO PL-RESERVADA.
           SUBTRACT WS-A-RESERVAR FROM WS-PENDIENTE.
           ADD WS-A-RESERVAR TO WS-TOTAL-RESERVADO.
       37-RESERVAR-LINEA-END.
       EXIT.


      *> LIBERA LO RESERVADO POR LA LINEA EN CURSO (ENVIO O
      *> ANULACION); LA LINEA LA GRABA QUIEN LLAMA.
       38-LIBERAR-RESERVA.
           MOVE PL-FIGURA TO RES-FIGURA.
           READ RESERVAS RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF RES-CANTIDAD > PL-RESERVADA
                   SUBTRACT PL-RESERVADA FROM RES-CANTIDAD
               ELSE
                   MOVE ZERO TO RES-CANTIDAD
               END-IF
               REWRITE REG-RESERVA
               INVALID KEY
                   DISPLAY "Error al liberar la reserva de "
                   PL-FIGURA "."
               END-REWRITE
           END-READ.
           MOVE ZERO TO PL-RESERVADA.
       38-LIBERAR-RESERVA-END.
       EXIT.


      *> PEDIDO ABIERTO PEDIDO POR PANTALLA; PC-ID A CERO SI NO VALE.
       39-LEER-PEDIDO-ABIERTO.
           DISPLAY "Numero del pedido: "
           ACCEPT PC-ID
           READ PEDIDOS-CLIENTE RECORD
           INVALID KEY
               DISPLAY "No existe ese pedido."
               MOVE ZERO TO PC-ID
           NOT INVALID KEY
               IF PC-ESTADO NOT EQUAL "A"
                   DISPLAY "El pedido no esta abierto (estado "
                   PC-ESTADO ")."
                   MOVE ZERO TO PC-ID
               END-IF
           END-READ.
       39-LEER-PEDIDO-ABIERTO-END.
       EXIT.


      *> HOJA DEL ALMACENERO: LO RESERVADO DE CADA LINEA ES LO QUE
      *> SE RECOGE; LO PENDIENTE SE INDICA PERO NO SE RECOGE.
       40-PICKING.
           PERFORM 39-LEER-PEDIDO-ABIERTO.
           IF PC-ID EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE PC-CLIENTE TO CLP-CODIGO.
           READ CLIENTES-PIEZAS RECORD
           INVALID KEY
               MOVE SPACES TO CLP-NOMBRE
           END-READ.
           OPEN OUTPUT PICKING.
           MOVE PC-ID TO PCA-PEDIDO.
           MOVE PC-CLIENTE TO PCA-CLIENTE.
           MOVE CLP-NOMBRE TO PCA-NOMBRE.
           WRITE REG-PICKING FROM WS-PICK-CABECERA.
           DISPLAY WS-PICK-CABECERA.
           MOVE ZERO TO WS-CONTADOR.
           PERFORM 42-LINEA-PICKING
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > PC-LINEAS.
           IF WS-CONTADOR EQUAL 0
               MOVE "  Nada reservado: no hay nada que recoger."
                   TO REG-PICKING
               WRITE REG-PICKING
               DISPLAY REG-PICKING
           END-IF.
           CLOSE PICKING.
           MOVE "PiezasPicking" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Lista en PiezasPicking.txt".
       40-PICKING-END.
       EXIT.


       42-LINEA-PICKING.
           MOVE PC-ID TO PL-PEDIDO.
           MOVE WS-L TO PL-LINEA.
           READ LINEAS-PEDIDO RECORD
           INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-PENDIENTE =
               PL-CANTIDAD - PL-RESERVADA - PL-SERVIDA.
           IF PL-RESERVADA EQUAL 0 AND WS-PENDIENTE EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           IF PL-RESERVADA > 0
               ADD 1 TO WS-CONTADOR
           END-IF.
           MOVE PL-FIGURA TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               MOVE SPACES TO FIGURE-NAME
           END-READ.
           MOVE PL-LINEA TO PLI-LINEA.
           MOVE PL-FIGURA TO PLI-FIGURA.
           MOVE FIGURE-NAME TO PLI-NOMBRE.
           MOVE PL-RESERVADA TO PLI-RECOGER.
           MOVE WS-PENDIENTE TO PLI-PENDIENTE.
           WRITE REG-PICKING FROM WS-PICK-LINEA.
           DISPLAY WS-PICK-LINEA.
       42-LINEA-PICKING-END.
       EXIT.


      *> ENVIO: CADA LINEA SIRVE LO RESERVADO (SI ENTRETANTO SE HA
      *> SACADO STOCK A MANO, LO QUE QUEDE) CON SU SALIDA "S" EN
      *> MOVPIEZAS, Y LA RESERVA SE LIBERA. LO NO SERVIDO VUELVE A
      *> PENDIENTE. SIN PENDIENTES EL PEDIDO QUEDA SERVIDO.
       50-CONFIRMAR-ENVIO.
           PERFORM 39-LEER-PEDIDO-ABIERTO.
           IF PC-ID EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL-SERVIDO WS-TOTAL-PENDIENTE.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           PERFORM 52-SERVIR-LINEA
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > PC-LINEAS.
           IF WS-TOTAL-SERVIDO EQUAL 0
               DISPLAY "El pedido " PC-ID " no tenia nada reservado:"
               " no se envia nada."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-PENDIENTE EQUAL 0
               MOVE "S" TO PC-ESTADO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO PC-FECHA-ENVIO
               REWRITE REG-PEDIDO-CLIENTE
               DISPLAY "Pedido " PC-ID " servido entero: "
               WS-TOTAL-SERVIDO " unidades."
           ELSE
               DISPLAY "Pedido " PC-ID " servido en parte: "
               WS-TOTAL-SERVIDO " unidades, quedan "
               WS-TOTAL-PENDIENTE " pendientes."
           END-IF.
       50-CONFIRMAR-ENVIO-END.
       EXIT.


       52-SERVIR-LINEA.
           MOVE PC-ID TO PL-PEDIDO.
           MOVE WS-L TO PL-LINEA.
           READ LINEAS-PEDIDO RECORD
           INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           IF PL-RESERVADA > 0
               MOVE PL-FIGURA TO FIGURE-ID
               READ FIGURE-ARCHIVE RECORD
               INVALID KEY
                   MOVE ZERO TO FIGURE-STOCK
               END-READ
               IF FIGURE-STOCK < PL-RESERVADA
                   MOVE FIGURE-STOCK TO WS-A-SERVIR
               ELSE
                   MOVE PL-RESERVADA TO WS-A-SERVIR
               END-IF
               IF WS-A-SERVIR > 0
                   SUBTRACT WS-A-SERVIR FROM FIGURE-STOCK
                   REWRITE REG-FIGURA
                   INVALID KEY
                       DISPLAY "Error al actualizar el stock de "
                       PL-FIGURA "."
                       MOVE ZERO TO WS-A-SERVIR
                   END-REWRITE
               END-IF
               IF WS-A-SERVIR > 0
                   MOVE SPACES TO REG-MOVIMIENTO
                   MOVE PL-FIGURA TO MOV-FIGURA
                   MOVE "S" TO MOV-TIPO
                   MOVE WS-A-SERVIR TO MOV-CANTIDAD
                   MOVE WS-FECHA TO MOV-FECHA
                   MOVE FIGURE-COSTE TO MOV-COSTE
                   MOVE WS-SES-OPERADOR TO MOV-OPERADOR
                   OPEN EXTEND MOVIMIENTOS-PIEZAS
                   WRITE REG-MOVIMIENTO
                   CLOSE MOVIMIENTOS-PIEZAS
                   ADD WS-A-SERVIR TO PL-SERVIDA
                   ADD WS-A-SERVIR TO WS-TOTAL-SERVIDO
               END-IF
               PERFORM 38-LIBERAR-RESERVA
               REWRITE REG-LINEA-PEDIDO
           END-IF.
           COMPUTE WS-PENDIENTE = PL-CANTIDAD - PL-SERVIDA.
           ADD WS-PENDIENTE TO WS-TOTAL-PENDIENTE.
       52-SERVIR-LINEA-END.
       EXIT.


       55-ANULAR-PEDIDO.
           PERFORM 39-LEER-PEDIDO-ABIERTO.
           IF PC-ID EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 57-ANULAR-LINEA
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > PC-LINEAS.
           MOVE "X" TO PC-ESTADO.
           REWRITE REG-PEDIDO-CLIENTE
           INVALID KEY
               DISPLAY "Error al anular el pedido."
           NOT INVALID KEY
               DISPLAY "Pedido " PC-ID " anulado; reservas liberadas."
           END-REWRITE.
       55-ANULAR-PEDIDO-END.
       EXIT.


       57-ANULAR-LINEA.
           MOVE PC-ID TO PL-PEDIDO.
           MOVE WS-L TO PL-LINEA.
           READ LINEAS-PEDIDO RECORD
           INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           IF PL-RESERVADA > 0
               PERFORM 38-LIBERAR-RESERVA
               REWRITE REG-LINEA-PEDIDO
           END-IF.
       57-ANULAR-LINEA-END.
       EXIT.


      *> TRAS UNA RECEPCION (PIEZASPEDIDOS) O UN AJUSTE, LO
      *> PENDIENTE SE RESERVA POR ORDEN DE PEDIDO: EL MAS ANTIGUO
      *> PRIMERO.
       60-RESERVAR-PENDIENTES.
           MOVE ZERO TO WS-TOTAL-RESERVADO.
           MOVE "NO" TO WS-FIN-PEDIDOS.
           MOVE ZEROES TO PC-ID.
           START PEDIDOS-CLIENTE KEY IS NOT LESS THAN PC-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-PEDIDOS
           END-START.
           PERFORM 62-RESERVAR-PEDIDO UNTIL WS-FIN-PEDIDOS EQUAL "SI".
           DISPLAY "Unidades reservadas ahora: " WS-TOTAL-RESERVADO.
       60-RESERVAR-PENDIENTES-END.
       EXIT.


       62-RESERVAR-PEDIDO.
           READ PEDIDOS-CLIENTE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PEDIDOS
           NOT AT END
               IF PC-ESTADO EQUAL "A"
                   PERFORM 64-RESERVAR-PENDIENTE
                       VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-LINEAS
               END-IF
           END-READ.
       62-RESERVAR-PEDIDO-END.
       EXIT.


       64-RESERVAR-PENDIENTE.
           MOVE PC-ID TO PL-PEDIDO.
           MOVE WS-L TO PL-LINEA.
           READ LINEAS-PEDIDO RECORD
           INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           MOVE PL-RESERVADA TO WS-A-SERVIR.
           PERFORM 37-RESERVAR-LINEA.
           IF PL-RESERVADA NOT EQUAL WS-A-SERVIR
               REWRITE REG-LINEA-PEDIDO
           END-IF.
       64-RESERVAR-PENDIENTE-END.
       EXIT.


      *> LINEAS DE PEDIDOS ABIERTOS CON CANTIDAD SIN RESERVAR.
       70-INFORME-PENDIENTES.
           OPEN OUTPUT PENDIENTES.
           WRITE REG-PENDIENTE FROM WS-PEND-TITULOS.
           DISPLAY WS-PEND-TITULOS.
           MOVE ZERO TO WS-CONTADOR WS-TOTAL-PENDIENTE.
           MOVE "NO" TO WS-FIN-PEDIDOS.
           MOVE ZEROES TO PC-ID.
           START PEDIDOS-CLIENTE KEY IS NOT LESS THAN PC-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-PEDIDOS
           END-START.
           PERFORM 72-PENDIENTES-PEDIDO
               UNTIL WS-FIN-PEDIDOS EQUAL "SI".
           MOVE SPACES TO REG-PENDIENTE.
           STRING "LINEAS PENDIENTES: " WS-CONTADOR
               "  UNIDADES: " WS-TOTAL-PENDIENTE
               DELIMITED BY SIZE INTO REG-PENDIENTE
           END-STRING.
           WRITE REG-PENDIENTE.
           DISPLAY REG-PENDIENTE.
           CLOSE PENDIENTES.
           MOVE "PiezasPendientes" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en PiezasPendientes.txt".
       70-INFORME-PENDIENTES-END.
       EXIT.


       72-PENDIENTES-PEDIDO.
           READ PEDIDOS-CLIENTE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PEDIDOS
           NOT AT END
               IF PC-ESTADO EQUAL "A"
                   PERFORM 74-LINEA-PENDIENTE
                       VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-LINEAS
               END-IF
           END-READ.
       72-PENDIENTES-PEDIDO-END.
       EXIT.


       74-LINEA-PENDIENTE.
           MOVE PC-ID TO PL-PEDIDO.
           MOVE WS-L TO PL-LINEA.
           READ LINEAS-PEDIDO RECORD
           INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-PENDIENTE =
               PL-CANTIDAD - PL-RESERVADA - PL-SERVIDA.
           IF WS-PENDIENTE EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONTADOR.
           ADD WS-PENDIENTE TO WS-TOTAL-PENDIENTE.
           MOVE PL-FIGURA TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               MOVE SPACES TO FIGURE-NAME
           END-READ.
           MOVE PC-ID TO PEN-PEDIDO.
           MOVE PC-FECHA TO PEN-FECHA.
           MOVE PC-CLIENTE TO PEN-CLIENTE.
           MOVE PL-FIGURA TO PEN-FIGURA.
           MOVE FIGURE-NAME TO PEN-NOMBRE.
           MOVE PL-CANTIDAD TO PEN-PEDIDA.
           MOVE PL-RESERVADA TO PEN-RESERVADA.
           MOVE WS-PENDIENTE TO PEN-PENDIENTE.
           WRITE REG-PENDIENTE FROM WS-PEND-LINEA.
           DISPLAY WS-PEND-LINEA.
       74-LINEA-PENDIENTE-END.
       EXIT.


      *> PEDIDOS ENTRADOS EN EL DIA (NO ANULADOS), LEIDOS POR LA
      *> CLAVE DE CLIENTE PARA SACAR UNA LINEA POR CLIENTE.
       80-CARTERA-DEL-DIA.
           DISPLAY "Fecha de la cartera (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-CARTERA
           IF WS-FECHA-CARTERA EQUAL 0
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO WS-FECHA-CARTERA
           END-IF.
           OPEN OUTPUT CARTERA.
           MOVE WS-FECHA-CARTERA TO CCA-FECHA.
           WRITE REG-CARTERA FROM WS-CART-CABECERA.
           DISPLAY WS-CART-CABECERA.
           WRITE REG-CARTERA FROM WS-CART-TITULOS.
           DISPLAY WS-CART-TITULOS.
           INITIALIZE WS-CARTERA-CLIENTE WS-CARTERA-DIA.
           MOVE SPACES TO WS-CLIENTE-ANTERIOR.
           MOVE "NO" TO WS-FIN-PEDIDOS.
           MOVE LOW-VALUES TO PC-CLIENTE.
           START PEDIDOS-CLIENTE KEY IS NOT LESS THAN PC-CLIENTE
           INVALID KEY
               MOVE "SI" TO WS-FIN-PEDIDOS
           END-START.
           PERFORM 82-CARTERA-PEDIDO UNTIL WS-FIN-PEDIDOS EQUAL "SI".
           IF WS-CLIENTE-ANTERIOR NOT EQUAL SPACES
               PERFORM 86-LINEA-CLIENTE
           END-IF.
           MOVE "TOTAL" TO CLI-CLIENTE.
           MOVE SPACES TO CLI-NOMBRE.
           MOVE WCD-PEDIDOS TO CLI-PEDIDOS.
           MOVE WCD-LINEAS TO CLI-LINEAS.
           MOVE WCD-PEDIDAS TO CLI-PEDIDAS.
           MOVE WCD-RESERVADAS TO CLI-RESERVADAS.
           MOVE WCD-PENDIENTES TO CLI-PENDIENTES.
           WRITE REG-CARTERA FROM WS-CART-LINEA.
           DISPLAY WS-CART-LINEA.
           CLOSE CARTERA.
           MOVE "PiezasCartera" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Cartera en PiezasCartera.txt".
       80-CARTERA-DEL-DIA-END.
       EXIT.


       82-CARTERA-PEDIDO.
           READ PEDIDOS-CLIENTE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PEDIDOS
           NOT AT END
               IF PC-FECHA EQUAL WS-FECHA-CARTERA
               AND PC-ESTADO NOT EQUAL "X"
                   IF PC-CLIENTE NOT EQUAL WS-CLIENTE-ANTERIOR
                       IF WS-CLIENTE-ANTERIOR NOT EQUAL SPACES
                           PERFORM 86-LINEA-CLIENTE
                       END-IF
                       MOVE PC-CLIENTE TO WS-CLIENTE-ANTERIOR
                       INITIALIZE WS-CARTERA-CLIENTE
                   END-IF
                   ADD 1 TO WCC-PEDIDOS
                   ADD PC-LINEAS TO WCC-LINEAS
                   PERFORM 84-CARTERA-LINEA
                       VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-LINEAS
               END-IF
           END-READ.
       82-CARTERA-PEDIDO-END.
       EXIT.


       84-CARTERA-LINEA.
           MOVE PC-ID TO PL-PEDIDO.
           MOVE WS-L TO PL-LINEA.
           READ LINEAS-PEDIDO RECORD
           INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           ADD PL-CANTIDAD TO WCC-PEDIDAS.
           ADD PL-RESERVADA PL-SERVIDA TO WCC-RESERVADAS.
           COMPUTE WS-PENDIENTE =
               PL-CANTIDAD - PL-RESERVADA - PL-SERVIDA.
           ADD WS-PENDIENTE TO WCC-PENDIENTES.
       84-CARTERA-LINEA-END.
       EXIT.


       86-LINEA-CLIENTE.
           MOVE WS-CLIENTE-ANTERIOR TO CLP-CODIGO CLI-CLIENTE.
           READ CLIENTES-PIEZAS RECORD
           INVALID KEY
               MOVE SPACES TO CLP-NOMBRE
           END-READ.
           MOVE CLP-NOMBRE TO CLI-NOMBRE.
           MOVE WCC-PEDIDOS TO CLI-PEDIDOS.
           MOVE WCC-LINEAS TO CLI-LINEAS.
           MOVE WCC-PEDIDAS TO CLI-PEDIDAS.
           MOVE WCC-RESERVADAS TO CLI-RESERVADAS.
           MOVE WCC-PENDIENTES TO CLI-PENDIENTES.
           WRITE REG-CARTERA FROM WS-CART-LINEA.
           DISPLAY WS-CART-LINEA.
           ADD WCC-PEDIDOS TO WCD-PEDIDOS.
           ADD WCC-LINEAS TO WCD-LINEAS.
           ADD WCC-PEDIDAS TO WCD-PEDIDAS.
           ADD WCC-RESERVADAS TO WCD-RESERVADAS.
           ADD WCC-PENDIENTES TO WCD-PENDIENTES.
       86-LINEA-CLIENTE-END.
       EXIT.

       END PROGRAM PIEZASVENTAS.
