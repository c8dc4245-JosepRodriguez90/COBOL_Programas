      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de movimientos de Pokemon (mismo
      *          patron que CTRLCNT/FECHASERV): mantiene los hasta
      *          cuatro movimientos de cada Pokemon en JPKMMOVS a
      *          partir del maestro JMOVIMIENTOS (PKMMOVIMIENTOS).
      *          Un Pokemon aprende los movimientos de su propio tipo
      *          y los de aprendizaje general ("G") al llegar a su
      *          nivel de aprendizaje. Con los cuatro huecos llenos,
      *          el nuevo sustituye al de menos potencia si tiene mas.
      *          Operaciones:
      *          "A" aprende los movimientos con nivel mayor que el
      *              nivel desde y no mayor que el nivel hasta (una
      *              subida de nivel de PKMSESION, o desde 0 para
      *              enseñar de golpe hasta el nivel actual);
      *          "E" evolucion (PKMEVOLUCIONA): los movimientos del
      *              numero viejo pasan al numero nuevo y se completan
      *              con lo que la forma nueva puede aprender.
      *          Devuelve cuantos movimientos se aprendieron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVSERV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MOVIMIENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVIMIENTOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOV-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT PKMMOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPKMMOVS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PMV-NUMERO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PKMMOVS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS.
           01 REG-MOVIMIENTO.
               05 MOV-CODIGO PIC X(4).
               05 MOV-NOMBRE PIC X(15).
               05 MOV-TIPO PIC X(20).
               05 MOV-POTENCIA PIC 9(3).
               05 MOV-PRECISION PIC 9(3).
               05 MOV-NIVEL PIC 9(3).
               05 MOV-APRENDE PIC X(1).

       FD PKMMOVS.
           01 REG-PKMMOVS.
               05 PMV-NUMERO PIC 9(3).
               05 PMV-MOVIMIENTO PIC X(4) OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-PKMMOVS PIC 99.
       77 WS-FIN-MOVIMIENTOS PIC X(3).
       77 WS-TENIA-FICHA PIC X(1).
       77 WS-CAMBIADA PIC X(1).
       77 WS-I PIC 9(3).
       77 WS-J PIC 9(3).
       77 WS-H PIC 9(1).
       77 WS-HUECO PIC 9(1).
       77 WS-YA-LO-SABE PIC X(1).
       77 WS-POTENCIA-MENOR PIC 9(3).
       77 WS-POTENCIA-HUECO PIC 9(3).

      *> MAESTRO DE MOVIMIENTOS EN MEMORIA.
       01 WS-TABLA-MOVIMIENTOS.
           05 WS-MOV-OCUPADOS PIC 9(3) VALUE 0.
           05 WS-MOV-ENTRADA OCCURS 200 TIMES.
               10 WS-MOV-CODIGO PIC X(4).
               10 WS-MOV-NOMBRE PIC X(15).
               10 WS-MOV-TIPO PIC X(20).
               10 WS-MOV-POTENCIA PIC 9(3).
               10 WS-MOV-NIVEL PIC 9(3).
               10 WS-MOV-APRENDE PIC X(1).

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-NUMERO PIC 9(3).
       01 PARAM-NUMERO-NUEVO PIC 9(3).
       01 PARAM-TIPO PIC X(20).
       01 PARAM-NIVEL-DESDE PIC 9(3).
       01 PARAM-NIVEL-HASTA PIC 9(3).
       01 PARAM-APRENDIDOS PIC 9(2).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-NUMERO,
           PARAM-NUMERO-NUEVO, PARAM-TIPO, PARAM-NIVEL-DESDE,
           PARAM-NIVEL-HASTA, PARAM-APRENDIDOS.
       00-SERVICIO.
           MOVE ZERO TO PARAM-APRENDIDOS.
           MOVE "N" TO WS-CAMBIADA.
           PERFORM 10-CARGAR-MOVIMIENTOS.
           OPEN I-O PKMMOVS.
           IF WS-FS-PKMMOVS = "35"
               OPEN OUTPUT PKMMOVS
               CLOSE PKMMOVS
               OPEN I-O PKMMOVS
           END-IF.
           MOVE PARAM-NUMERO TO PMV-NUMERO.
           READ PKMMOVS RECORD
           INVALID KEY
               MOVE "N" TO WS-TENIA-FICHA
               MOVE SPACES TO REG-PKMMOVS
           NOT INVALID KEY
               MOVE "S" TO WS-TENIA-FICHA
           END-READ.

      *>EN LA EVOLUCION LA FICHA VIEJA SE BORRA Y SUS MOVIMIENTOS
      *>SE GRABAN CON EL NUMERO NUEVO.
           IF PARAM-OPERACION EQUAL "E"
               IF WS-TENIA-FICHA EQUAL "S"
                   DELETE PKMMOVS RECORD
                   INVALID KEY
                       DISPLAY "Error al liberar los movimientos de "
                       PARAM-NUMERO
                   END-DELETE
                   MOVE "S" TO WS-CAMBIADA
               END-IF
               MOVE "N" TO WS-TENIA-FICHA
               MOVE PARAM-NUMERO-NUEVO TO PMV-NUMERO
           ELSE
               MOVE PARAM-NUMERO TO PMV-NUMERO
           END-IF.

           PERFORM 30-APRENDER
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-OCUPADOS.

           IF WS-CAMBIADA EQUAL "S"
               IF WS-TENIA-FICHA EQUAL "S"
                   REWRITE REG-PKMMOVS
                   INVALID KEY
                       DISPLAY "Error al grabar los movimientos de "
                       PMV-NUMERO
                   END-REWRITE
               ELSE
                   WRITE REG-PKMMOVS
                   INVALID KEY
                       DISPLAY "Error al grabar los movimientos de "
                       PMV-NUMERO
                   END-WRITE
               END-IF
           END-IF.
           CLOSE PKMMOVS.
       00-SERVICIO-END.
       EXIT PROGRAM.


       10-CARGAR-MOVIMIENTOS.
           MOVE 0 TO WS-MOV-OCUPADOS.
           OPEN INPUT MOVIMIENTOS.
           IF WS-FS-MOVIMIENTOS EQUAL "00"
               MOVE "NO" TO WS-FIN-MOVIMIENTOS
               PERFORM 15-LEER-MOVIMIENTO
                   UNTIL WS-FIN-MOVIMIENTOS EQUAL "SI"
           END-IF.
           CLOSE MOVIMIENTOS.
       10-CARGAR-MOVIMIENTOS-END.
       EXIT.


       15-LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           NOT AT END
               IF WS-MOV-OCUPADOS >= 200
                   DISPLAY "ERROR: tabla de movimientos llena (200);"
                   " ampliar MOVSERV."
                   MOVE "SI" TO WS-FIN-MOVIMIENTOS
               ELSE
                   ADD 1 TO WS-MOV-OCUPADOS
                   MOVE MOV-CODIGO TO WS-MOV-CODIGO (WS-MOV-OCUPADOS)
                   MOVE MOV-NOMBRE TO WS-MOV-NOMBRE (WS-MOV-OCUPADOS)
                   MOVE MOV-TIPO TO WS-MOV-TIPO (WS-MOV-OCUPADOS)
                   MOVE MOV-POTENCIA TO
                       WS-MOV-POTENCIA (WS-MOV-OCUPADOS)
                   MOVE MOV-NIVEL TO WS-MOV-NIVEL (WS-MOV-OCUPADOS)
                   MOVE MOV-APRENDE TO
                       WS-MOV-APRENDE (WS-MOV-OCUPADOS)
               END-IF
           END-READ.
       15-LEER-MOVIMIENTO-END.
       EXIT.


      *> EL MOVIMIENTO WS-I SE APRENDE SI ES DE SU TIPO O GENERAL,
      *> SU NIVEL CAE EN EL TRAMO Y NO LO SABE YA: EN UN HUECO LIBRE
      *> O EN LUGAR DEL DE MENOS POTENCIA SI ESTE ES MAS POTENTE.
       30-APRENDER.
           IF WS-MOV-TIPO (WS-I) NOT EQUAL PARAM-TIPO
           AND WS-MOV-APRENDE (WS-I) NOT EQUAL "G"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MOV-NIVEL (WS-I) NOT GREATER PARAM-NIVEL-DESDE
           OR WS-MOV-NIVEL (WS-I) > PARAM-NIVEL-HASTA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-YA-LO-SABE.
           MOVE 0 TO WS-HUECO.
           MOVE 0 TO WS-POTENCIA-MENOR.
           PERFORM 35-MIRAR-HUECO
               VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4.
           IF WS-YA-LO-SABE EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           IF PMV-MOVIMIENTO (WS-HUECO) NOT EQUAL SPACES
               IF WS-POTENCIA-MENOR NOT LESS WS-MOV-POTENCIA (WS-I)
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Pokemon " PMV-NUMERO " olvida "
               PMV-MOVIMIENTO (WS-HUECO)
           END-IF.
           MOVE WS-MOV-CODIGO (WS-I) TO PMV-MOVIMIENTO (WS-HUECO).
           MOVE "S" TO WS-CAMBIADA.
           ADD 1 TO PARAM-APRENDIDOS.
           DISPLAY "Pokemon " PMV-NUMERO " aprende "
           WS-MOV-NOMBRE (WS-I).
       30-APRENDER-END.
       EXIT.


      *> DEJA EN WS-HUECO EL PRIMER HUECO LIBRE O, SI NO HAY, EL DEL
      *> MOVIMIENTO DE MENOS POTENCIA.
       35-MIRAR-HUECO.
           IF PMV-MOVIMIENTO (WS-H) EQUAL WS-MOV-CODIGO (WS-I)
               MOVE "S" TO WS-YA-LO-SABE
           END-IF.
           IF PMV-MOVIMIENTO (WS-H) EQUAL SPACES
               IF WS-HUECO EQUAL 0
               OR PMV-MOVIMIENTO (WS-HUECO) NOT EQUAL SPACES
                   MOVE WS-H TO WS-HUECO
                   MOVE 0 TO WS-POTENCIA-MENOR
               END-IF
           ELSE
               PERFORM 37-POTENCIA-HUECO
               IF WS-HUECO EQUAL 0
               OR WS-POTENCIA-HUECO < WS-POTENCIA-MENOR
                   MOVE WS-H TO WS-HUECO
                   MOVE WS-POTENCIA-HUECO TO WS-POTENCIA-MENOR
               END-IF
           END-IF.
       35-MIRAR-HUECO-END.
       EXIT.


      *> POTENCIA DEL MOVIMIENTO DEL HUECO WS-H; SI YA NO ESTA EN EL
      *> MAESTRO CUENTA COMO CERO Y ES EL PRIMERO EN OLVIDARSE.
       37-POTENCIA-HUECO.
           MOVE 0 TO WS-POTENCIA-HUECO.
           PERFORM 38-COMPARAR-CODIGO
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-MOV-OCUPADOS.
       37-POTENCIA-HUECO-END.
       EXIT.


       38-COMPARAR-CODIGO.
           IF WS-MOV-CODIGO (WS-J) EQUAL PMV-MOVIMIENTO (WS-H)
               MOVE WS-MOV-POTENCIA (WS-J) TO WS-POTENCIA-HUECO
           END-IF.
       38-COMPARAR-CODIGO-END.
       EXIT.

       END PROGRAM MOVSERV.
