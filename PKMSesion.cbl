      *          de stats de un Pokemon a lo largo del tiempo: el
      *          crecimiento deja de ser invisible y alimenta de
      *          forma natural la evolucion (PKMEVOLUCIONA) y el
      *          ranking (PKMBATALLA). Cada subida de nivel enseña
      *          al Pokemon los movimientos que le tocan en ese tramo
      *          de niveles (MOVSERV). Si el dueño del Pokemon
      *          (JPROPIEDAD) tiene en su inventario de la tienda
      *          del Centro Pokemon (PKMTIENDA) un objeto de
      *          entrenamiento, puede gastarlo en la sesion y su
      *          experiencia se suma a la ganada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TOPE.

       SELECT OPTIONAL PROPIEDAD ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROPIEDAD.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROP-NUMEROPKM
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROPIEDAD.

       SELECT OPTIONAL OBJETOS ASSIGN TO
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

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-POKEMON.
       01 REG-TOPE.
           05 TOP-NIVELES PIC 9(2).

       FD PROPIEDAD.
           01 DATOS-PROPIEDAD.
               05 PROP-NUMEROPKM PIC 9(3).
               05 PROP-ENTRENADOR PIC X(4).

      *> CATALOGO E INVENTARIO DE LA TIENDA (PKMTIENDA); AQUI SOLO
      *> SE GASTAN LOS OBJETOS DE ENTRENAMIENTO (CLASE E).
       FD OBJETOS.
           01 REG-OBJETO.
               05 OBJ-CODIGO PIC X(4).
               05 OBJ-NOMBRE PIC X(15).
               05 OBJ-CLASE PIC X(1).
                   88 OBJ-ES-ENTRENAMIENTO VALUE "E".
               05 OBJ-PRECIO PIC 9(5)V99.
               05 OBJ-EFECTO PIC 9(4).

       FD INVENTARIO.
           01 REG-INVENTARIO.
               05 INV-CLAVE.
                   10 INV-ENTRENADOR PIC X(4).
                   10 INV-OBJETO PIC X(4).
               05 INV-CANTIDAD PIC 9(4).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS PIC 99.
       77 WS-FS-PROGRESO PIC 99.
       77 WS-FS-TOPE PIC 99.
       77 WS-FS-PROPIEDAD PIC 99.
       77 WS-FS-OBJETOS PIC 99.
       77 WS-FS-INVENTARIO PIC 99.
       77 WS-OBJETO-USADO PIC X(1).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-PROGRESO PIC X(3).
       77 WS-TOPE-DIARIO PIC 9(2) VALUE 2.
       77 WS-NUMERO-BUSCAR PIC 9(3).
       77 WS-TOTAL-STATS PIC 9(4).
       77 WS-CONTADOR PIC 9(3).
       77 WS-NIVEL-ANTERIOR PIC 9(3).

      *> PARAMETROS DE LLAMADA A MOVSERV.
       77 WS-MOV-OPERACION PIC X(1).
       77 WS-MOV-NUMERO PIC 9(3).
       77 WS-MOV-NUMERO-NUEVO PIC 9(3).
       77 WS-MOV-TIPO PIC X(20).
       77 WS-MOV-NIVEL-DESDE PIC 9(3).
       77 WS-MOV-NIVEL-HASTA PIC 9(3).
       77 WS-MOV-APRENDIDOS PIC 9(2).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
       30-APLICAR-SESION.
           DISPLAY "Experiencia ganada en la sesion: "
           ACCEPT WS-EXPERIENCIA.
           PERFORM 32-ELEGIR-OBJETO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           COMPUTE WS-NIVELES-GANADOS = WS-EXPERIENCIA / 100.

               WS-NIVELES-GANADOS " niveles."
           END-IF.

           MOVE PKM-NIVEL TO WS-NIVEL-ANTERIOR.
           ADD WS-NIVELES-GANADOS TO PKM-NIVEL.
           IF PKM-NIVEL > 100
               MOVE 100 TO PKM-NIVEL
           INVALID KEY
               DISPLAY "Error al regrabar el Pokemon."
           NOT INVALID KEY
               IF WS-OBJETO-USADO EQUAL "S"
                   PERFORM 34-GASTAR-OBJETO
               END-IF
               COMPUTE WS-TOTAL-STATS = PKM-PS + PKM-ATAQUE
                   + PKM-DEFENSA + PKM-VELOCIDAD
               PERFORM 40-ANOTAR-PROGRESO
               DISPLAY NOMBREPKM " queda a nivel " PKM-NIVEL
               " con total de stats " WS-TOTAL-STATS "."
               IF PKM-NIVEL > WS-NIVEL-ANTERIOR
                   PERFORM 45-APRENDER-MOVIMIENTOS
               END-IF
           END-REWRITE.
       30-APLICAR-SESION-END.
       EXIT.


      *> OBJETO DE ENTRENAMIENTO DEL INVENTARIO DEL DUEÑO: SU
      *> EXPERIENCIA SE SUMA A LA DE LA SESION. LA UNIDAD SE GASTA
      *> SOLO SI LA SESION QUEDA GRABADA.
       32-ELEGIR-OBJETO.
           MOVE "N" TO WS-OBJETO-USADO.
           MOVE NUMEROPKM TO PROP-NUMEROPKM.
           OPEN INPUT PROPIEDAD.
           READ PROPIEDAD RECORD
           INVALID KEY
               MOVE SPACES TO PROP-ENTRENADOR
           END-READ.
           CLOSE PROPIEDAD.
           IF PROP-ENTRENADOR EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Objeto de entrenamiento de " PROP-ENTRENADOR
           " a gastar (en blanco, ninguno): "
           ACCEPT OBJ-CODIGO
           IF OBJ-CODIGO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OBJETOS.
           READ OBJETOS RECORD
           INVALID KEY
               MOVE SPACE TO OBJ-CLASE
           END-READ.
           CLOSE OBJETOS.
           IF NOT OBJ-ES-ENTRENAMIENTO
               DISPLAY "Ese codigo no es un objeto de entrenamiento."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INVENTARIO.
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               MOVE ZERO TO INV-CANTIDAD
           ELSE
               MOVE PROP-ENTRENADOR TO INV-ENTRENADOR
               MOVE OBJ-CODIGO TO INV-OBJETO
               READ INVENTARIO RECORD
               INVALID KEY
                   MOVE ZERO TO INV-CANTIDAD
               END-READ
           END-IF.
           CLOSE INVENTARIO.
           IF INV-CANTIDAD EQUAL 0
               DISPLAY PROP-ENTRENADOR " no tiene " OBJ-NOMBRE "."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-OBJETO-USADO.
           ADD OBJ-EFECTO TO WS-EXPERIENCIA
               ON SIZE ERROR
                   MOVE 9999 TO WS-EXPERIENCIA
           END-ADD.
           DISPLAY OBJ-NOMBRE ": experiencia de la sesion "
           WS-EXPERIENCIA.
       32-ELEGIR-OBJETO-END.
       EXIT.


       34-GASTAR-OBJETO.
           OPEN I-O INVENTARIO.
           MOVE PROP-ENTRENADOR TO INV-ENTRENADOR.
           MOVE OBJ-CODIGO TO INV-OBJETO.
           READ INVENTARIO RECORD
           INVALID KEY
               DISPLAY "Error al descontar el objeto."
           NOT INVALID KEY
               SUBTRACT 1 FROM INV-CANTIDAD
               REWRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY "Error al descontar el objeto."
               END-REWRITE
           END-READ.
           CLOSE INVENTARIO.
       34-GASTAR-OBJETO-END.
       EXIT.


      *> SUMA LOS NIVELES YA GANADOS HOY POR ESTE POKEMON EN EL
      *> HISTORICO, PARA QUE EL TOPE DIARIO NO SE PUEDA SALTAR A
      *> BASE DE SESIONES PEQUEÑAS.
       EXIT.


      *> MOVIMIENTOS CON NIVEL DE APRENDIZAJE DENTRO DEL TRAMO QUE
      *> ACABA DE SUBIR (NIVEL ANTERIOR EXCLUIDO, NIVEL NUEVO
      *> INCLUIDO).
       45-APRENDER-MOVIMIENTOS.
           MOVE "A" TO WS-MOV-OPERACION.
           MOVE NUMEROPKM TO WS-MOV-NUMERO.
           MOVE NUMEROPKM TO WS-MOV-NUMERO-NUEVO.
           MOVE TIPO-PKM TO WS-MOV-TIPO.
           MOVE WS-NIVEL-ANTERIOR TO WS-MOV-NIVEL-DESDE.
           MOVE PKM-NIVEL TO WS-MOV-NIVEL-HASTA.
           CALL "MOVSERV" USING WS-MOV-OPERACION, WS-MOV-NUMERO,
               WS-MOV-NUMERO-NUEVO, WS-MOV-TIPO, WS-MOV-NIVEL-DESDE,
               WS-MOV-NIVEL-HASTA, WS-MOV-APRENDIDOS.
       45-APRENDER-MOVIMIENTOS-END.
       EXIT.


      *> INFORME DE PROGRESION: LAS SESIONES DEL POKEMON EN ORDEN
      *> CRONOLOGICO CON SU NIVEL Y TOTAL DE STATS RESULTANTES.
       60-INFORME-PROGRESION.
