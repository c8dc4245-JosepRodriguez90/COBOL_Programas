      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de movimientos de Pokemon (JMOVIMIENTOS):
      *          altas, bajas y listado de movimientos (codigo,
      *          nombre, tipo del catalogo JTIPOSPKM, potencia,
      *          precision, nivel de aprendizaje y si lo aprende
      *          solo su tipo "T" o cualquiera "G"), consulta de los
      *          cuatro movimientos de un Pokemon (JPKMMOVS) y
      *          enseñanza de todo lo aprendible hasta el nivel
      *          actual de un Pokemon o de todo pkm.txt, via MOVSERV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKMMOVIMIENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVIMIENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVIMIENTOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOV-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT OPTIONAL PKMMOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPKMMOVS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PMV-NUMERO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PKMMOVS.

       SELECT OPTIONAL TIPOS-PKM ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTIPOSPKM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TIP-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPOS.

       SELECT ARCHIVO-POKEMON
       ASSIGN TO "C:\Users\34636\Documents\COBOL-Crear-archivos\pkm.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NUMEROPKM
       ALTERNATE RECORD KEY IS NOMBREPKM
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FILE-STATUS.

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

       FD TIPOS-PKM.
          01 REG-TIPO.
              05 TIP-NOMBRE PIC X(20).

       FD ARCHIVO-POKEMON.
          01 POKEMONS.
               07 NUMEROPKM PIC 9(3).
               07 NOMBREPKM PIC X(10).
               07 TIPO-PKM PIC X(20).
               07 PKM-PS PIC 9(3).
               07 PKM-ATAQUE PIC 9(3).
               07 PKM-DEFENSA PIC 9(3).
               07 PKM-VELOCIDAD PIC 9(3).
               07 PKM-NIVEL PIC 9(3).
               07 PKM-EVOLUCIONA-A PIC 9(3).

       WORKING-STORAGE SECTION.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-PKMMOVS PIC 99.
       77 WS-FS-TIPOS PIC 99.
       01 FILE-STATUS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-MOVIMIENTOS PIC X(3).
       77 WS-FIN-POKEMON PIC X(3).
       77 WS-VALIDO PIC X(2).
       77 WS-H PIC 9(1).
       77 WS-NUMERO PIC 9(3).
       77 WS-TOTAL-APRENDIDOS PIC 9(5).
       77 WS-POKEMON-TRATADOS PIC 9(3).

      *> PARAMETROS DE LLAMADA A MOVSERV.
       77 WS-MOV-OPERACION PIC X(1).
       77 WS-MOV-NUMERO PIC 9(3).
       77 WS-MOV-NUMERO-NUEVO PIC 9(3).
       77 WS-MOV-TIPO PIC X(20).
       77 WS-MOV-NIVEL-DESDE PIC 9(3).
       77 WS-MOV-NIVEL-HASTA PIC 9(3).
       77 WS-MOV-APRENDIDOS PIC 9(2).

       01 WS-LINEA-MOVIMIENTO.
           05 WS-LM-CODIGO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LM-NOMBRE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LM-TIPO PIC X(20).
           05 FILLER PIC X(5) VALUE " Pot ".
           05 WS-LM-POTENCIA PIC ZZ9.
           05 FILLER PIC X(6) VALUE " Prec ".
           05 WS-LM-PRECISION PIC ZZ9.
           05 FILLER PIC X(5) VALUE " Niv ".
           05 WS-LM-NIVEL PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LM-APRENDE PIC X(1).

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-MAESTRO.
           OPEN I-O MOVIMIENTOS.
           IF WS-FS-MOVIMIENTOS = "35" *>No es troba l'arxiu, el creem.
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN I-O MOVIMIENTOS
           END-IF.
       05-ABRIR-MAESTRO-END.
       EXIT.


       10-MENU.
           DISPLAY "Maestro de movimientos de Pokemon."
           DISPLAY "Alta de movimiento (1)"
           DISPLAY "Baja de movimiento (2)"
           DISPLAY "Listar movimientos (3)"
           DISPLAY "Movimientos de un Pokemon (4)"
           DISPLAY "Enseñar movimientos hasta el nivel actual (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-MOVIMIENTO
           WHEN 2
               PERFORM 30-BAJA-MOVIMIENTO
           WHEN 3
               PERFORM 40-LISTAR-MOVIMIENTOS
           WHEN 4
               PERFORM 50-MOVIMIENTOS-POKEMON
           WHEN 5
               PERFORM 60-ENSENAR
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-ALTA-MOVIMIENTO.
           INITIALIZE REG-MOVIMIENTO.
           DISPLAY "Codigo del movimiento (4): "
           ACCEPT MOV-CODIGO
           DISPLAY "Nombre: "
           ACCEPT MOV-NOMBRE
           DISPLAY "Tipo: "
           ACCEPT MOV-TIPO
           PERFORM 25-VALIDAR-TIPO.
           IF WS-VALIDO EQUAL "NO"
               DISPLAY "El tipo no esta en el catalogo JTIPOSPKM."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Potencia: "
           ACCEPT MOV-POTENCIA
           DISPLAY "Precision (1-100): "
           ACCEPT MOV-PRECISION
           IF MOV-PRECISION EQUAL 0 OR MOV-PRECISION > 100
               DISPLAY "La precision debe estar entre 1 y 100."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nivel al que se aprende: "
           ACCEPT MOV-NIVEL
           DISPLAY "Lo aprende solo su tipo (T) o cualquiera (G): "
           ACCEPT MOV-APRENDE
           IF MOV-APRENDE NOT EQUAL "T" AND NOT EQUAL "G"
               DISPLAY "Indique T o G."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 05-ABRIR-MAESTRO.
           WRITE REG-MOVIMIENTO
           INVALID KEY
               DISPLAY "Ese codigo de movimiento ya existe."
           NOT INVALID KEY
               DISPLAY "Movimiento dado de alta."
           END-WRITE.
           CLOSE MOVIMIENTOS.
       20-ALTA-MOVIMIENTO-END.
       EXIT.


      *> SIN CATALOGO DE TIPOS NO SE PUEDE VALIDAR: SE ACEPTA.
       25-VALIDAR-TIPO.
           MOVE "SI" TO WS-VALIDO.
           OPEN INPUT TIPOS-PKM.
           IF WS-FS-TIPOS NOT EQUAL "00"
               CLOSE TIPOS-PKM
               EXIT PARAGRAPH
           END-IF.
           MOVE MOV-TIPO TO TIP-NOMBRE.
           READ TIPOS-PKM RECORD
           INVALID KEY
               MOVE "NO" TO WS-VALIDO
           END-READ.
           CLOSE TIPOS-PKM.
       25-VALIDAR-TIPO-END.
       EXIT.


       30-BAJA-MOVIMIENTO.
           DISPLAY "Codigo del movimiento a eliminar: "
           ACCEPT MOV-CODIGO
           PERFORM 05-ABRIR-MAESTRO.
           READ MOVIMIENTOS RECORD
           INVALID KEY
               DISPLAY "No existe ese movimiento."
           NOT INVALID KEY
               DELETE MOVIMIENTOS RECORD
               INVALID KEY
                   DISPLAY "Error eliminando el movimiento."
               NOT INVALID KEY
                   DISPLAY "Movimiento eliminado."
               END-DELETE
           END-READ.
           CLOSE MOVIMIENTOS.
       30-BAJA-MOVIMIENTO-END.
       EXIT.


       40-LISTAR-MOVIMIENTOS.
           PERFORM 05-ABRIR-MAESTRO.
           MOVE "NO" TO WS-FIN-MOVIMIENTOS.
           MOVE SPACES TO MOV-CODIGO.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CODIGO
           INVALID KEY
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           END-START.
           PERFORM 45-LISTAR-UNO
               UNTIL WS-FIN-MOVIMIENTOS EQUAL "SI".
           CLOSE MOVIMIENTOS.
       40-LISTAR-MOVIMIENTOS-END.
       EXIT.


       45-LISTAR-UNO.
           READ MOVIMIENTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           NOT AT END
               PERFORM 47-MOSTRAR-MOVIMIENTO
           END-READ.
       45-LISTAR-UNO-END.
       EXIT.


       47-MOSTRAR-MOVIMIENTO.
           MOVE MOV-CODIGO TO WS-LM-CODIGO.
           MOVE MOV-NOMBRE TO WS-LM-NOMBRE.
           MOVE MOV-TIPO TO WS-LM-TIPO.
           MOVE MOV-POTENCIA TO WS-LM-POTENCIA.
           MOVE MOV-PRECISION TO WS-LM-PRECISION.
           MOVE MOV-NIVEL TO WS-LM-NIVEL.
           MOVE MOV-APRENDE TO WS-LM-APRENDE.
           DISPLAY "  " WS-LINEA-MOVIMIENTO.
       47-MOSTRAR-MOVIMIENTO-END.
       EXIT.


       50-MOVIMIENTOS-POKEMON.
           DISPLAY "Numero del Pokemon: "
           ACCEPT WS-NUMERO
           OPEN INPUT PKMMOVS.
           MOVE WS-NUMERO TO PMV-NUMERO.
           READ PKMMOVS RECORD
           INVALID KEY
               DISPLAY "Ese Pokemon aun no sabe ningun movimiento."
               CLOSE PKMMOVS
               EXIT PARAGRAPH
           END-READ.
           CLOSE PKMMOVS.

           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 55-MOSTRAR-HUECO VARYING WS-H FROM 1 BY 1
               UNTIL WS-H > 4.
           CLOSE MOVIMIENTOS.
       50-MOVIMIENTOS-POKEMON-END.
       EXIT.


       55-MOSTRAR-HUECO.
           IF PMV-MOVIMIENTO (WS-H) EQUAL SPACES
               DISPLAY "  (hueco libre)"
               EXIT PARAGRAPH
           END-IF.
           MOVE PMV-MOVIMIENTO (WS-H) TO MOV-CODIGO.
           READ MOVIMIENTOS RECORD
           INVALID KEY
               DISPLAY "  " PMV-MOVIMIENTO (WS-H)
               " (ya no esta en el maestro)"
           NOT INVALID KEY
               PERFORM 47-MOSTRAR-MOVIMIENTO
           END-READ.
       55-MOSTRAR-HUECO-END.
       EXIT.


      *> NUMERO 0 RECORRE TODO pkm.txt. MOVSERV SOLO AÑADE LO QUE
      *> FALTE, ASI QUE REPETIRLO NO DUPLICA NADA.
       60-ENSENAR.
           DISPLAY "Numero del Pokemon (0 = todos): "
           ACCEPT WS-NUMERO
           MOVE 0 TO WS-TOTAL-APRENDIDOS.
           MOVE 0 TO WS-POKEMON-TRATADOS.
           OPEN INPUT ARCHIVO-POKEMON.
           IF FILE-STATUS NOT EQUAL "00"
               DISPLAY "No se encuentra pkm.txt."
               EXIT PARAGRAPH
           END-IF.

           IF WS-NUMERO NOT EQUAL 0
               MOVE WS-NUMERO TO NUMEROPKM
               READ ARCHIVO-POKEMON RECORD
               INVALID KEY
                   DISPLAY "No existe ese Pokemon."
               NOT INVALID KEY
                   PERFORM 65-ENSENAR-UNO
               END-READ
           ELSE
               MOVE "NO" TO WS-FIN-POKEMON
               PERFORM 62-SIGUIENTE-POKEMON
                   UNTIL WS-FIN-POKEMON EQUAL "SI"
           END-IF.
           CLOSE ARCHIVO-POKEMON.
           DISPLAY "Pokemon revisados: " WS-POKEMON-TRATADOS
           " movimientos aprendidos: " WS-TOTAL-APRENDIDOS.
       60-ENSENAR-END.
       EXIT.


       62-SIGUIENTE-POKEMON.
           READ ARCHIVO-POKEMON NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-POKEMON
           NOT AT END
               PERFORM 65-ENSENAR-UNO
           END-READ.
       62-SIGUIENTE-POKEMON-END.
       EXIT.


       65-ENSENAR-UNO.
           MOVE "A" TO WS-MOV-OPERACION.
           MOVE NUMEROPKM TO WS-MOV-NUMERO.
           MOVE NUMEROPKM TO WS-MOV-NUMERO-NUEVO.
           MOVE TIPO-PKM TO WS-MOV-TIPO.
           MOVE 0 TO WS-MOV-NIVEL-DESDE.
           MOVE PKM-NIVEL TO WS-MOV-NIVEL-HASTA.
           CALL "MOVSERV" USING WS-MOV-OPERACION, WS-MOV-NUMERO,
               WS-MOV-NUMERO-NUEVO, WS-MOV-TIPO, WS-MOV-NIVEL-DESDE,
               WS-MOV-NIVEL-HASTA, WS-MOV-APRENDIDOS.
           ADD 1 TO WS-POKEMON-TRATADOS.
           ADD WS-MOV-APRENDIDOS TO WS-TOTAL-APRENDIDOS.
       65-ENSENAR-UNO-END.
       EXIT.
