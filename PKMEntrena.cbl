      *          propio numero de Pokemon, asi es imposible que dos
      *          entrenadores posean el mismo a la vez. Incluye el
      *          alta de capturas, los traspasos y el informe del
      *          roster de cada entrenador. El traspaso deja en
      *          JPOKEDEX que el dueño anterior tuvo ese Pokemon,
      *          para que su Pokedex (PKMPOKEDEX) no lo pierda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FILE-STATUS.

       SELECT POKEDEX ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPOKEDEX.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PDX-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POKEDEX.

       SELECT OPTIONAL TRADELOG ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTRADELOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
               07 PKM-NIVEL PIC 9(3).
               07 PKM-EVOLUCIONA-A PIC 9(3).

       FD POKEDEX.
           01 REG-POKEDEX.
               05 PDX-CLAVE.
                   10 PDX-ENTRENADOR PIC X(4).
                   10 PDX-NUMERO PIC 9(3).
               05 PDX-FORMA PIC X(1).
               05 PDX-ORIGEN PIC X(1).
               05 PDX-FECHA PIC 9(8).

      *> REGISTRO CONFIRMADO DE CADA INTERCAMBIO: FECHA, LOS DOS
      *> ENTRENADORES Y LOS DOS POKEMON; DE AQUI SE RESUELVEN LAS
      *> DISPUTAS.
       77 WS-TRADE-PKM1 PIC 9(3).
       77 WS-TRADE-ENT2 PIC X(4).
       77 WS-TRADE-PKM2 PIC 9(3).
       77 WS-FS-POKEDEX PIC 99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       PROCEDURE DIVISION.

               INVALID KEY
                   DISPLAY "No existe el entrenador destino."
               NOT INVALID KEY
                   PERFORM 45-ANOTAR-POKEDEX
                   MOVE WS-ENTRENADOR-DESTINO TO PROP-ENTRENADOR
                   REWRITE DATOS-PROPIEDAD
                   INVALID KEY
       EXIT.


      *> EL DUEÑO QUE CEDE EL POKEMON LO CONSERVA EN SU POKEDEX COMO
      *> POSEIDO; SI SOLO LO TENIA VISTO, PASA A POSEIDO.
       45-ANOTAR-POKEDEX.
           OPEN I-O POKEDEX.
           IF WS-FS-POKEDEX = "35"
               OPEN OUTPUT POKEDEX
               CLOSE POKEDEX
               OPEN I-O POKEDEX
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE PROP-ENTRENADOR TO PDX-ENTRENADOR.
           MOVE PROP-NUMEROPKM TO PDX-NUMERO.
           MOVE "P" TO PDX-FORMA.
           MOVE "S" TO PDX-ORIGEN.
           MOVE WS-HOY-NUM TO PDX-FECHA.
           WRITE REG-POKEDEX
           INVALID KEY
               READ POKEDEX RECORD
               NOT INVALID KEY
                   IF PDX-FORMA EQUAL "V"
                       MOVE "P" TO PDX-FORMA
                       MOVE "S" TO PDX-ORIGEN
                       MOVE WS-HOY-NUM TO PDX-FECHA
                       REWRITE REG-POKEDEX
                       END-REWRITE
                   END-IF
               END-READ
           END-WRITE.
           CLOSE POKEDEX.
       45-ANOTAR-POKEDEX-END.
       EXIT.


       50-INFORME-ROSTER.
           OPEN INPUT ARCHIVO-POKEMON.
           MOVE "NO" TO WS-FIN-ENTRENADORES.
