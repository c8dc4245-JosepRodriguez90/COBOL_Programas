      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tienda del Centro Pokemon: catalogo de objetos
      *          (JOBJETOS) con su precio y su efecto -pociones que
      *          devuelven PS, Poke Balls y objetos de entrenamiento
      *          que dan experiencia- e inventario de cada entrenador
      *          (JPKMINVENT). Cada entrenador se vincula a una
      *          cuenta de JDATOSCUENTA (JENTCTA, como el vinculo
      *          alumno-cuenta de ALUMCOBROS) y sus compras se cargan
      *          en ella con la misma regla que una RETIRADA de BANCO
      *          (PIN de la cuenta, pedido al vincular y en cada
      *          compra, con los fallos anotados en JFRAUDE; cuenta
      *          no bloqueada; saldo menos retenciones
      *          activas mas el descubierto pactado, topado por el
      *          maximo del producto): recibo numerado de la serie
      *          JRECSEQ, movimiento tipado PKMTIENDA en JMOVS y la
      *          venta anotada en JTIENDAVTA. Los objetos se gastan
      *          al usarlos: el entrenamiento en PKMSESION y las
      *          pociones entre combate y combate de un combate por
      *          equipos en PKMCOMBATE. El informe del mes
      *          (PKMVentasMes.txt) da unidades e importe por objeto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKMTIENDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENTRENADORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JENTRENADOR.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ENT-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ENTRENADORES.

       SELECT OBJETOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOBJETOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OBJ-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OBJETOS.

       SELECT INVENTARIO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPKMINVENT.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS INV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INVENTARIO.

       SELECT ENTRENADOR-CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JENTCTA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EC-ENTRENADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ENTCTA.

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

       SELECT OPTIONAL VENTAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTIENDAVTA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-VENTAS.

       SELECT OPTIONAL FRAUDE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFRAUDE.txt"
       FILE STATUS IS WS-FS-FRAUDE.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PKMVentasMes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRENADORES.
           01 DATOS-ENTRENADOR.
               05 ENT-ID PIC X(4).
               05 ENT-NOMBRE PIC X(15).

      *> CLASE P POCION (EFECTO = PS QUE DEVUELVE), B POKE BALL,
      *> E ENTRENAMIENTO (EFECTO = PUNTOS DE EXPERIENCIA).
       FD OBJETOS.
           01 REG-OBJETO.
               05 OBJ-CODIGO PIC X(4).
               05 OBJ-NOMBRE PIC X(15).
               05 OBJ-CLASE PIC X(1).
                   88 OBJ-ES-POCION VALUE "P".
                   88 OBJ-ES-BALL VALUE "B".
                   88 OBJ-ES-ENTRENAMIENTO VALUE "E".
               05 OBJ-PRECIO PIC 9(5)V99.
               05 OBJ-EFECTO PIC 9(4).

       FD INVENTARIO.
           01 REG-INVENTARIO.
               05 INV-CLAVE.
                   10 INV-ENTRENADOR PIC X(4).
                   10 INV-OBJETO PIC X(4).
               05 INV-CANTIDAD PIC 9(4).

       FD ENTRENADOR-CUENTA.
           01 REG-ENTRENADOR-CUENTA.
               05 EC-ENTRENADOR PIC X(4).
               05 EC-CUENTA PIC X(10).

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

      *> UNA LINEA POR COMPRA COBRADA, PARA EL INFORME DEL MES.
       FD VENTAS
       RECORD CONTAINS 50 CHARACTERS.
       01 REG-VENTA.
           05 VTA-FECHA.
               10 VTA-PERIODO PIC 9(6).
               10 VTA-DIA PIC 9(2).
           05 VTA-ENTRENADOR PIC X(4).
           05 VTA-OBJETO PIC X(4).
           05 VTA-CANTIDAD PIC 9(4).
           05 VTA-IMPORTE PIC 9(7)V99.
           05 VTA-RECIBO PIC 9(6).
           05 VTA-CUENTA PIC X(10).
           05 FILLER PIC X(5).

       FD FRAUDE
       RECORD CONTAINS 60 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-FRAUDE PIC X(60).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "PKMVentasMes".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PKMTIENDA".

       77 WS-FS-ENTRENADORES PIC 99.
       77 WS-FS-OBJETOS PIC 99.
       77 WS-FS-INVENTARIO PIC 99.
       77 WS-FS-ENTCTA PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-RECIBOS PIC 99.
       77 WS-FS-RECSEQ PIC 99.
       77 WS-FS-VENTAS PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-OBJETOS PIC X(3).
       77 WS-FIN-INVENTARIO PIC X(3).
       77 WS-FIN-VENTAS PIC X(3).
       77 WS-FIN-RETENCIONES PIC X(1).
       77 WS-TENIA-OBJETO PIC X(1).
       77 WS-CANTIDAD PIC 9(2).
       77 WS-IMPORTE PIC 9(7)V99.
       77 WS-CUENTA-CARGO PIC X(10).
       77 WS-COBRO-OK PIC X(1).
       77 WS-MOTIVO PIC X(20).
       77 WS-IMPORTE-RETENIDO PIC 9(7)V99.
       77 WS-DESCUBIERTO-EFECTIVO PIC 9(5)V99.
       77 WS-DISPONIBLE PIC S9(9)V99.
       77 WS-NUMERO-RECIBO PIC 9(6).
       77 WS-CONTADOR PIC 9(4).
       77 WS-PERIODO PIC 9(6).
       77 WS-I PIC 9(2).
       77 WS-POS PIC 9(2).
       77 WS-NUM-VENDIDOS PIC 9(2).
       77 WS-TOTAL-UNIDADES PIC 9(7).
       77 WS-TOTAL-IMPORTE PIC 9(9)V99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).
      *> PIN TECLEADO Y SU VALOR DE COMPROBACION (PINHASH), QUE ES
      *> LO QUE GUARDA EL ARCHIVO DE CUENTAS.
       77 WS-PIN-INTRODUCIDO PIC X(4).
       77 WS-PIN-HASH PIC X(4).
       77 WS-PIN-OK PIC X(1).
       77 WS-FS-FRAUDE PIC 99.
       77 WS-FRAUDE-FECHA PIC X(21).

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
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "PKMC".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> MISMA LINEA QUE GRABA BANCO EN JFRAUDE, PARA QUE
      *> BANCOFRAUDE CUENTE TAMBIEN LOS FALLOS DE LA TIENDA.
       01 WS-FRAUDE-LINEA.
           05 WS-FRAUDE-CUENTA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FRAUDE-MOTIVO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FRAUDE-FECHA-OUT PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FRAUDE-OPERADOR PIC X(4).

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
           05 REC-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REC-IBAN PIC X(24).

      *> VENTAS DEL MES ACUMULADAS POR OBJETO.
       01 WS-TABLA-VENDIDOS.
           05 WS-VENDIDO OCCURS 50 TIMES.
               10 TV-OBJETO PIC X(4).
               10 TV-COMPRAS PIC 9(5).
               10 TV-UNIDADES PIC 9(7).
               10 TV-IMPORTE PIC 9(9)V99.

       01 WS-LINEA-OBJETO.
           05 LOB-CODIGO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LOB-NOMBRE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 LOB-CLASE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LOB-PRECIO PIC ZZZZ9.99.
           05 FILLER PIC X(8) VALUE " efecto ".
           05 LOB-EFECTO PIC ZZZ9.

       01 WS-INF-CABECERA.
           05 FILLER PIC X(33) VALUE
           "VENTAS DEL CENTRO POKEMON - MES ".
           05 INC-PERIODO PIC 9(6).

       01 WS-INF-TITULOS.
           05 FILLER PIC X(40) VALUE
           "OBJ  NOMBRE          COMPRAS   UNIDADES ".
           05 FILLER PIC X(14) VALUE "       IMPORTE".

       01 WS-INF-LINEA.
           05 INL-OBJETO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 INL-NOMBRE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 INL-COMPRAS PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 INL-UNIDADES PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 INL-IMPORTE PIC Z(9)9.99.

       01 WS-INF-TOTAL.
           05 FILLER PIC X(31) VALUE "TOTAL DEL MES".
           05 INT-UNIDADES PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 INT-IMPORTE PIC Z(9)9.99.

       PROCEDURE DIVISION.

       00-INICIO.
           OPEN INPUT ENTRENADORES.
           IF WS-FS-ENTRENADORES NOT EQUAL "00"
               DISPLAY "No hay maestro de entrenadores"
               " (PKMENTRENA)."
           ELSE
               PERFORM 05-ABRIR-ARCHIVOS
               PERFORM 10-MENU UNTIL WS-OPCION = 7
               CLOSE ENTRENADORES OBJETOS INVENTARIO
                   ENTRENADOR-CUENTA
           END-IF.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-ARCHIVOS.
           OPEN I-O OBJETOS.
           IF WS-FS-OBJETOS = "35"
               OPEN OUTPUT OBJETOS
               CLOSE OBJETOS
               OPEN I-O OBJETOS
           END-IF.
           OPEN I-O INVENTARIO.
           IF WS-FS-INVENTARIO = "35"
               OPEN OUTPUT INVENTARIO
               CLOSE INVENTARIO
               OPEN I-O INVENTARIO
           END-IF.
           OPEN I-O ENTRENADOR-CUENTA.
           IF WS-FS-ENTCTA = "35"
               OPEN OUTPUT ENTRENADOR-CUENTA
               CLOSE ENTRENADOR-CUENTA
               OPEN I-O ENTRENADOR-CUENTA
           END-IF.
       05-ABRIR-ARCHIVOS-END.
       EXIT.


       10-MENU.
           DISPLAY "Tienda del Centro Pokemon."
           DISPLAY "Alta o modificacion de un objeto (1)"
           DISPLAY "Listar objetos (2)"
           DISPLAY "Vincular entrenador a cuenta bancaria (3)"
           DISPLAY "Comprar (4)"
           DISPLAY "Inventario de un entrenador (5)"
           DISPLAY "Informe de ventas del mes (6)"
           DISPLAY "salir (7)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-OBJETO
           WHEN 2
               PERFORM 25-LISTAR-OBJETOS
           WHEN 3
               PERFORM 30-VINCULAR
           WHEN 4
               PERFORM 40-COMPRAR
           WHEN 5
               PERFORM 70-VER-INVENTARIO
           WHEN 6
               PERFORM 80-INFORME-MES
           WHEN 7
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> EL PRECIO Y EL EFECTO DE UN OBJETO YA DADO DE ALTA SE
      *> CAMBIAN VOLVIENDO A DARLO CON EL MISMO CODIGO.
       20-ALTA-OBJETO.
           DISPLAY "Codigo del objeto: "
           ACCEPT OBJ-CODIGO
           IF OBJ-CODIGO EQUAL SPACES
               DISPLAY "El codigo no puede ir en blanco."
               EXIT PARAGRAPH
           END-IF.
           READ OBJETOS RECORD
           INVALID KEY
               MOVE "N" TO WS-TENIA-OBJETO
           NOT INVALID KEY
               MOVE "S" TO WS-TENIA-OBJETO
               DISPLAY "Objeto existente: " OBJ-NOMBRE
               " precio " OBJ-PRECIO " efecto " OBJ-EFECTO
           END-READ.
           DISPLAY "Nombre: "
           ACCEPT OBJ-NOMBRE
           DISPLAY "Clase: P pocion, B Poke Ball, E entrenamiento: "
           ACCEPT OBJ-CLASE
           IF NOT OBJ-ES-POCION AND NOT OBJ-ES-BALL
           AND NOT OBJ-ES-ENTRENAMIENTO
               DISPLAY "Clase no valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Precio: "
           ACCEPT OBJ-PRECIO
           IF OBJ-PRECIO EQUAL 0
               DISPLAY "El precio tiene que ser mayor que cero."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO OBJ-EFECTO.
           IF OBJ-ES-POCION
               DISPLAY "PS que devuelve: "
               ACCEPT OBJ-EFECTO
           END-IF.
           IF OBJ-ES-ENTRENAMIENTO
               DISPLAY "Puntos de experiencia que da: "
               ACCEPT OBJ-EFECTO
           END-IF.
           IF OBJ-EFECTO EQUAL 0 AND NOT OBJ-ES-BALL
               DISPLAY "Una pocion o un entrenamiento tiene que"
               " tener efecto."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TENIA-OBJETO EQUAL "S"
               REWRITE REG-OBJETO
               INVALID KEY
                   DISPLAY "Error al regrabar el objeto."
               NOT INVALID KEY
                   DISPLAY "Objeto modificado."
               END-REWRITE
           ELSE
               WRITE REG-OBJETO
               INVALID KEY
                   DISPLAY "Error al grabar el objeto."
               NOT INVALID KEY
                   DISPLAY "Objeto dado de alta."
               END-WRITE
           END-IF.
       20-ALTA-OBJETO-END.
       EXIT.


       25-LISTAR-OBJETOS.
           MOVE "NO" TO WS-FIN-OBJETOS.
           MOVE LOW-VALUES TO OBJ-CODIGO.
           START OBJETOS KEY IS NOT LESS THAN OBJ-CODIGO
           INVALID KEY
               MOVE "SI" TO WS-FIN-OBJETOS
               DISPLAY "No hay objetos en el catalogo."
           END-START.
           PERFORM 27-LISTAR-UNO UNTIL WS-FIN-OBJETOS EQUAL "SI".
       25-LISTAR-OBJETOS-END.
       EXIT.


       27-LISTAR-UNO.
           READ OBJETOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-OBJETOS
           NOT AT END
               MOVE OBJ-CODIGO TO LOB-CODIGO
               MOVE OBJ-NOMBRE TO LOB-NOMBRE
               EVALUATE TRUE
               WHEN OBJ-ES-POCION
                   MOVE "Pocion" TO LOB-CLASE
               WHEN OBJ-ES-BALL
                   MOVE "Poke Ball" TO LOB-CLASE
               WHEN OTHER
                   MOVE "Entrenamiento" TO LOB-CLASE
               END-EVALUATE
               MOVE OBJ-PRECIO TO LOB-PRECIO
               MOVE OBJ-EFECTO TO LOB-EFECTO
               DISPLAY WS-LINEA-OBJETO
           END-READ.
       27-LISTAR-UNO-END.
       EXIT.


      *> SOLO QUIEN CONOCE EL PIN DE LA CUENTA PUEDE VINCULARLA,
      *> IGUAL QUE PARA ENTRAR EN ELLA DESDE BANCO.
       30-VINCULAR.
           DISPLAY "Codigo del entrenador: "
           ACCEPT ENT-ID
           READ ENTRENADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese entrenador."
               EXIT PARAGRAPH
           END-READ.
           OPEN INPUT CUENTA.
           MOVE ENT-ID TO EC-ENTRENADOR.
           DISPLAY "Cuenta bancaria del entrenador: "
           ACCEPT EC-CUENTA.
           DISPLAY "PIN de la cuenta: "
           ACCEPT WS-PIN-INTRODUCIDO.
           CALL "PINHASH" USING WS-PIN-INTRODUCIDO, WS-PIN-HASH.
           MOVE "N" TO WS-PIN-OK.
           MOVE EC-CUENTA TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               DISPLAY "Esa cuenta no existe en el banco."
               MOVE "CUENTA INEXISTENTE" TO WS-FRAUDE-MOTIVO
               PERFORM 35-REGISTRAR-FRAUDE
           NOT INVALID KEY
               PERFORM 32-COMPROBAR-PIN
           END-READ.
           CLOSE CUENTA.
           IF WS-PIN-OK EQUAL "S"
               WRITE REG-ENTRENADOR-CUENTA
               INVALID KEY
                   REWRITE REG-ENTRENADOR-CUENTA
                   INVALID KEY
                       DISPLAY "Error al grabar el vinculo."
                   NOT INVALID KEY
                       DISPLAY "Vinculo actualizado."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Vinculo registrado."
               END-WRITE
           END-IF.
       30-VINCULAR-END.
       EXIT.


       32-COMPROBAR-PIN.
           IF PIN EQUAL WS-PIN-HASH
               IF ESTADO EQUAL "L"
                   DISPLAY "Cuenta bloqueada por seguridad. Un"
                   " supervisor debe desbloquearla (BANCOFRAUDE)."
               ELSE
                   MOVE "S" TO WS-PIN-OK
               END-IF
           ELSE
               DISPLAY "PIN incorrecto: no se vincula la cuenta."
               MOVE "PIN INCORRECTO" TO WS-FRAUDE-MOTIVO
               PERFORM 35-REGISTRAR-FRAUDE
           END-IF.
       32-COMPROBAR-PIN-END.
       EXIT.


       35-REGISTRAR-FRAUDE.
           CALL "FECHA-ACTUAL" USING WS-FRAUDE-FECHA.
           MOVE NUMCUENTA TO WS-FRAUDE-CUENTA.
           MOVE WS-FRAUDE-FECHA TO WS-FRAUDE-FECHA-OUT.
           MOVE WS-MOVS-OPERADOR TO WS-FRAUDE-OPERADOR.
           OPEN EXTEND FRAUDE.
           WRITE REGISTRO-FRAUDE FROM WS-FRAUDE-LINEA.
           CLOSE FRAUDE.
       35-REGISTRAR-FRAUDE-END.
       EXIT.


      *> LA COMPRA SE COBRA ENTERA O NO SE HACE: SIN CARGO EN LA
      *> CUENTA NO ENTRA NADA EN EL INVENTARIO. CADA CARGO LO
      *> AUTORIZA EL TITULAR CON EL PIN, COMO UNA RETIRADA DE BANCO.
       40-COMPRAR.
           DISPLAY "Codigo del entrenador: "
           ACCEPT ENT-ID
           READ ENTRENADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese entrenador."
               EXIT PARAGRAPH
           END-READ.
           MOVE ENT-ID TO EC-ENTRENADOR.
           READ ENTRENADOR-CUENTA RECORD
           INVALID KEY
               DISPLAY "Ese entrenador no tiene cuenta vinculada."
               EXIT PARAGRAPH
           END-READ.
           DISPLAY "Codigo del objeto: "
           ACCEPT OBJ-CODIGO
           READ OBJETOS RECORD
           INVALID KEY
               DISPLAY "Ese objeto no esta en el catalogo."
               EXIT PARAGRAPH
           END-READ.
           DISPLAY "Cantidad (1-99): "
           ACCEPT WS-CANTIDAD
           IF WS-CANTIDAD EQUAL 0
               DISPLAY "Cantidad no valida."
               EXIT PARAGRAPH
           END-IF.

           MOVE ENT-ID TO INV-ENTRENADOR.
           MOVE OBJ-CODIGO TO INV-OBJETO.
           READ INVENTARIO RECORD
           INVALID KEY
               MOVE ZERO TO INV-CANTIDAD
           END-READ.
           IF INV-CANTIDAD + WS-CANTIDAD > 9999
               DISPLAY "El inventario no admite tantas unidades de "
               OBJ-NOMBRE "."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-IMPORTE = OBJ-PRECIO * WS-CANTIDAD.
           MOVE EC-CUENTA TO WS-CUENTA-CARGO.
           DISPLAY "PIN de la cuenta " WS-CUENTA-CARGO ": "
           ACCEPT WS-PIN-INTRODUCIDO.
           CALL "PINHASH" USING WS-PIN-INTRODUCIDO, WS-PIN-HASH.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           OPEN I-O CUENTA.
           PERFORM 50-CARGAR-COMPRA.
           CLOSE CUENTA.
           IF WS-COBRO-OK EQUAL "S"
               PERFORM 60-ANOTAR-INVENTARIO
               PERFORM 65-ANOTAR-VENTA
               DISPLAY WS-CANTIDAD " x " OBJ-NOMBRE " para "
               ENT-NOMBRE ": " WS-IMPORTE " cargados, recibo "
               WS-NUMERO-RECIBO
           ELSE
               DISPLAY "Compra no realizada: " WS-MOTIVO
           END-IF.
       40-COMPRAR-END.
       EXIT.


      *> MISMA REGLA QUE 33-AUTORIZAR-DESCUBIERTO DE BANCO: EL
      *> IMPORTE CABE EN EL SALDO MENOS LO RETENIDO MAS EL
      *> DESCUBIERTO PACTADO, TOPADO POR EL MAXIMO DEL PRODUCTO.
       50-CARGAR-COMPRA.
           MOVE "S" TO WS-COBRO-OK.
           MOVE SPACES TO WS-MOTIVO.
           MOVE WS-CUENTA-CARGO TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               MOVE "N" TO WS-COBRO-OK
               MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO
           NOT INVALID KEY
               IF PIN NOT EQUAL WS-PIN-HASH
                   MOVE "N" TO WS-COBRO-OK
                   MOVE "PIN INCORRECTO" TO WS-MOTIVO
                   MOVE "PIN INCORRECTO" TO WS-FRAUDE-MOTIVO
                   PERFORM 35-REGISTRAR-FRAUDE
               ELSE
               IF ESTADO EQUAL "B" OR ESTADO EQUAL "L"
                   MOVE "N" TO WS-COBRO-OK
                   MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO
               ELSE
                   PERFORM 52-SUMAR-RETENCIONES
                   MOVE LIMITE-DESCUBIERTO TO WS-DESCUBIERTO-EFECTIVO
                   CALL "PRODCUENTA" USING WS-PRD-OPERACION,
                       NUMCUENTA, WS-PRODUCTO, WS-PRD-RESULTADO
                   IF WS-PRD-RESULTADO EQUAL "S"
                   AND WS-PRD-MAX-DESCUBIERTO < WS-DESCUBIERTO-EFECTIVO
                       MOVE WS-PRD-MAX-DESCUBIERTO
                           TO WS-DESCUBIERTO-EFECTIVO
                   END-IF
                   COMPUTE WS-DISPONIBLE = SALDO - WS-IMPORTE-RETENIDO
                       + WS-DESCUBIERTO-EFECTIVO
                   IF WS-IMPORTE > WS-DISPONIBLE
                       MOVE "N" TO WS-COBRO-OK
                       MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO
                   END-IF
               END-IF
               END-IF
           END-READ.

           IF WS-COBRO-OK EQUAL "S"
               MOVE DATOS-CUENTA TO WS-JRN-ANTES
               SUBTRACT WS-IMPORTE FROM SALDO
               IF SALDO + LIMITE-DESCUBIERTO <= 0
                   MOVE "B" TO ESTADO
               END-IF
               REWRITE DATOS-CUENTA
               MOVE DATOS-CUENTA TO WS-JRN-DESPUES
               CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
                   WS-JRN-DESPUES
               PERFORM 55-EMITIR-RECIBO
               PERFORM 57-ANOTAR-MOVIMIENTO
           END-IF.
       50-CARGAR-COMPRA-END.
       EXIT.


       52-SUMAR-RETENCIONES.
           MOVE ZERO TO WS-IMPORTE-RETENIDO.
           OPEN INPUT RETENCIONES.
           IF WS-FS-RETENCION EQUAL "00"
               MOVE "N" TO WS-FIN-RETENCIONES
               PERFORM 53-LEER-RETENCION
                   UNTIL WS-FIN-RETENCIONES EQUAL "S"
           END-IF.
           CLOSE RETENCIONES.
       52-SUMAR-RETENCIONES-END.
       EXIT.


       53-LEER-RETENCION.
           READ RETENCIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RETENCIONES
           NOT AT END
               IF RET-ESTADO EQUAL "A"
               AND RET-CUENTA EQUAL WS-CUENTA-CARGO
                   ADD RET-IMPORTE TO WS-IMPORTE-RETENIDO
               END-IF
           END-READ.
       53-LEER-RETENCION-END.
       EXIT.


       55-EMITIR-RECIBO.
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
           MOVE "PKMTIENDA" TO REC-TIPO.
           MOVE WS-IMPORTE TO REC-IMPORTE.
           MOVE SALDO TO REC-SALDO.
           MOVE "PKMC" TO REC-OPERADOR.
           MOVE "G" TO WS-IBAN-OPERACION.
           MOVE NUMCUENTA TO WS-IBAN-CUENTA.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               REC-IBAN, WS-IBAN-RESULTADO.
           OPEN EXTEND RECIBOS.
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA.
           CLOSE RECIBOS.
       55-EMITIR-RECIBO-END.
       EXIT.


       57-ANOTAR-MOVIMIENTO.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "PKMTIENDA" TO WS-MOVS-TIPO.
           MOVE WS-IMPORTE TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE WS-NUMERO-RECIBO TO WS-MOVS-RECIBO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           OPEN EXTEND MOVS.
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
           CLOSE MOVS.
       57-ANOTAR-MOVIMIENTO-END.
       EXIT.


       60-ANOTAR-INVENTARIO.
           MOVE ENT-ID TO INV-ENTRENADOR.
           MOVE OBJ-CODIGO TO INV-OBJETO.
           READ INVENTARIO RECORD
           INVALID KEY
               MOVE WS-CANTIDAD TO INV-CANTIDAD
               WRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY "Error al grabar el inventario."
               END-WRITE
           NOT INVALID KEY
               ADD WS-CANTIDAD TO INV-CANTIDAD
               REWRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY "Error al regrabar el inventario."
               END-REWRITE
           END-READ.
       60-ANOTAR-INVENTARIO-END.
       EXIT.


       65-ANOTAR-VENTA.
           MOVE WS-HOY-NUM TO VTA-FECHA.
           MOVE ENT-ID TO VTA-ENTRENADOR.
           MOVE OBJ-CODIGO TO VTA-OBJETO.
           MOVE WS-CANTIDAD TO VTA-CANTIDAD.
           MOVE WS-IMPORTE TO VTA-IMPORTE.
           MOVE WS-NUMERO-RECIBO TO VTA-RECIBO.
           MOVE WS-CUENTA-CARGO TO VTA-CUENTA.
           OPEN EXTEND VENTAS.
           WRITE REG-VENTA.
           CLOSE VENTAS.
       65-ANOTAR-VENTA-END.
       EXIT.


       70-VER-INVENTARIO.
           DISPLAY "Codigo del entrenador: "
           ACCEPT ENT-ID
           READ ENTRENADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese entrenador."
               EXIT PARAGRAPH
           END-READ.
           DISPLAY "Inventario de " ENT-NOMBRE ":".
           MOVE ZERO TO WS-CONTADOR.
           MOVE "NO" TO WS-FIN-INVENTARIO.
           MOVE ENT-ID TO INV-ENTRENADOR.
           MOVE LOW-VALUES TO INV-OBJETO.
           START INVENTARIO KEY IS NOT LESS THAN INV-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-INVENTARIO
           END-START.
           PERFORM 72-LEER-INVENTARIO
               UNTIL WS-FIN-INVENTARIO EQUAL "SI".
           IF WS-CONTADOR EQUAL 0
               DISPLAY "  (sin objetos)"
           END-IF.
       70-VER-INVENTARIO-END.
       EXIT.


       72-LEER-INVENTARIO.
           READ INVENTARIO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-INVENTARIO
           NOT AT END
               IF INV-ENTRENADOR NOT EQUAL ENT-ID
                   MOVE "SI" TO WS-FIN-INVENTARIO
               ELSE
                   IF INV-CANTIDAD > 0
                       ADD 1 TO WS-CONTADOR
                       MOVE INV-OBJETO TO OBJ-CODIGO
                       READ OBJETOS RECORD
                       INVALID KEY
                           MOVE "(sin catalogo)" TO OBJ-NOMBRE
                       END-READ
                       DISPLAY "  " INV-OBJETO " " OBJ-NOMBRE " "
                       INV-CANTIDAD
                   END-IF
               END-IF
           END-READ.
       72-LEER-INVENTARIO-END.
       EXIT.


      *> UNIDADES E IMPORTE VENDIDOS DE CADA OBJETO EN EL MES PEDIDO
      *> (AAAAMM), EN EL ORDEN EN QUE APARECEN EN JTIENDAVTA.
       80-INFORME-MES.
           DISPLAY "Mes del informe (AAAAMM): "
           ACCEPT WS-PERIODO
           INITIALIZE WS-TABLA-VENDIDOS.
           MOVE ZERO TO WS-NUM-VENDIDOS WS-TOTAL-UNIDADES
               WS-TOTAL-IMPORTE.
           OPEN INPUT VENTAS.
           IF WS-FS-VENTAS EQUAL "00"
               MOVE "NO" TO WS-FIN-VENTAS
               PERFORM 82-LEER-VENTA UNTIL WS-FIN-VENTAS EQUAL "SI"
           END-IF.
           CLOSE VENTAS.

           OPEN OUTPUT INFORME.
           MOVE WS-PERIODO TO INC-PERIODO.
           WRITE REG-INFORME FROM WS-INF-CABECERA.
           DISPLAY WS-INF-CABECERA.
           WRITE REG-INFORME FROM WS-INF-TITULOS.
           DISPLAY WS-INF-TITULOS.
           PERFORM 86-LINEA-INFORME
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-VENDIDOS.
           MOVE WS-TOTAL-UNIDADES TO INT-UNIDADES.
           MOVE WS-TOTAL-IMPORTE TO INT-IMPORTE.
           WRITE REG-INFORME FROM WS-INF-TOTAL.
           DISPLAY WS-INF-TOTAL.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en PKMVentasMes.txt".
       80-INFORME-MES-END.
       EXIT.


       82-LEER-VENTA.
           READ VENTAS
           AT END
               MOVE "SI" TO WS-FIN-VENTAS
           NOT AT END
               IF VTA-PERIODO EQUAL WS-PERIODO
                   PERFORM 84-ACUMULAR-VENTA
               END-IF
           END-READ.
       82-LEER-VENTA-END.
       EXIT.


       84-ACUMULAR-VENTA.
           MOVE 0 TO WS-POS.
           PERFORM 85-BUSCAR-OBJETO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-VENDIDOS OR WS-POS > 0.
           IF WS-POS EQUAL 0
               IF WS-NUM-VENDIDOS NOT LESS 50
                   DISPLAY "ERROR: tabla de objetos vendidos llena"
                   " (50); ampliar PKMTIENDA."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-VENDIDOS
               MOVE WS-NUM-VENDIDOS TO WS-POS
               MOVE VTA-OBJETO TO TV-OBJETO (WS-POS)
           END-IF.
           ADD 1 TO TV-COMPRAS (WS-POS).
           ADD VTA-CANTIDAD TO TV-UNIDADES (WS-POS).
           ADD VTA-IMPORTE TO TV-IMPORTE (WS-POS).
           ADD VTA-CANTIDAD TO WS-TOTAL-UNIDADES.
           ADD VTA-IMPORTE TO WS-TOTAL-IMPORTE.
       84-ACUMULAR-VENTA-END.
       EXIT.


       85-BUSCAR-OBJETO.
           IF TV-OBJETO (WS-I) EQUAL VTA-OBJETO
               MOVE WS-I TO WS-POS
           END-IF.
       85-BUSCAR-OBJETO-END.
       EXIT.


       86-LINEA-INFORME.
           MOVE TV-OBJETO (WS-I) TO INL-OBJETO OBJ-CODIGO.
           READ OBJETOS RECORD
           INVALID KEY
               MOVE "(sin catalogo)" TO OBJ-NOMBRE
           END-READ.
           MOVE OBJ-NOMBRE TO INL-NOMBRE.
           MOVE TV-COMPRAS (WS-I) TO INL-COMPRAS.
           MOVE TV-UNIDADES (WS-I) TO INL-UNIDADES.
           MOVE TV-IMPORTE (WS-I) TO INL-IMPORTE.
           WRITE REG-INFORME FROM WS-INF-LINEA.
           DISPLAY WS-INF-LINEA.
       86-LINEA-INFORME-END.
       EXIT.

       END PROGRAM PKMTIENDA.
