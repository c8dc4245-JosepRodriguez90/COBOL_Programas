      ******************************************************************
      * Author:
      * Date:
      * Purpose: Clasificacion de entrenadores por puntuacion tipo
      *          Elo. Recalcula desde cero, en orden de fecha, todos
      *          los combates de PKMRESULT y todas las rondas de
      *          torneo de JTORNEOHIST: cada entrenador empieza con
      *          1500 puntos y en cada partida gana o pierde segun lo
      *          esperado frente al rival (K = 32); las tablas
      *          (ganador 000) cuentan medio punto. En los combates
      *          el dueño de cada Pokemon es el que tenia en la fecha
      *          del combate: el de JPROPIEDAD, deshaciendo los
      *          canjes de JTRADELOG posteriores a esa fecha. Deja la
      *          puntuacion en JRATING (de donde PKMTORNEO siembra el
      *          cuadro), la evolucion partida a partida en
      *          JRATINGHIST y la clasificacion impresa en
      *          PKMRANKING con partidas, victorias, derrotas y
      *          tablas. Los combates por equipos de PKMCOMBATE
      *          (JEQUIPORES) puntuan como una partida entre los dos
      *          entrenadores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKMRATING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL RESULTADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PKMRESULT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESULTADOS.

       SELECT OPTIONAL HISTORIAL ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTORNEOHIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORIAL.

       SELECT OPTIONAL RESULT-EQUIPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEQUIPORES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESULT-EQUIPOS.

       SELECT OPTIONAL TRADELOG ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTRADELOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TRADELOG.

       SELECT OPTIONAL PROPIEDAD ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROPIEDAD.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROP-NUMEROPKM
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROPIEDAD.

       SELECT OPTIONAL ENTRENADORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JENTRENADOR.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ENT-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ENTRENADORES.

       SELECT RATING ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRATING.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RAT-ENT
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RATING.

       SELECT OPTIONAL RATINGHIST ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRATINGHIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RATINGHIST.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PKMRANKING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       SELECT PARTIDAS-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\RatSort.txt".

       SELECT RANKING-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\RankSort.txt".

       DATA DIVISION.
       FILE SECTION.
       FD RESULTADOS
       RECORD CONTAINS 50 CHARACTERS.
       01 REG-RESULTADO.
           05 RES-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 RES-PKM1 PIC 9(3).
           05 FILLER PIC X.
           05 RES-PKM2 PIC 9(3).
           05 FILLER PIC X.
           05 RES-GANADOR PIC 9(3).
           05 FILLER PIC X.
           05 RES-ASALTOS PIC 9(2).
           05 FILLER PIC X(27).

       FD HISTORIAL
       RECORD CONTAINS 45 CHARACTERS.
       01 REG-HISTORIAL.
           05 TH-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 TH-TORNEO PIC X(10).
           05 FILLER PIC X.
           05 TH-RONDA PIC 9(1).
           05 FILLER PIC X.
           05 TH-ENT1 PIC X(4).
           05 FILLER PIC X.
           05 TH-ENT2 PIC X(4).
           05 FILLER PIC X.
           05 TH-GANADOR PIC X(4).
           05 FILLER PIC X.
           05 TH-ES-FINAL PIC X(1).
           05 FILLER PIC X(6).

       FD RESULT-EQUIPOS
       RECORD CONTAINS 50 CHARACTERS.
       01 REG-RESULT-EQUIPOS.
           05 REQ-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 REQ-ENT1 PIC X(4).
           05 FILLER PIC X.
           05 REQ-ENT2 PIC X(4).
           05 FILLER PIC X.
           05 REQ-GANADOR PIC X(4).
           05 FILLER PIC X.
           05 REQ-COMBATES PIC 9(2).
           05 FILLER PIC X.
           05 REQ-QUEDAN1 PIC 9(1).
           05 FILLER PIC X.
           05 REQ-QUEDAN2 PIC 9(1).
           05 FILLER PIC X(20).

       FD TRADELOG
       RECORD CONTAINS 45 CHARACTERS.
       01 REG-TRADELOG.
           05 TRA-FECHA PIC X(21).
           05 FILLER PIC X.
           05 TRA-ENT1 PIC X(4).
           05 FILLER PIC X.
           05 TRA-PKM1 PIC 9(3).
           05 FILLER PIC X.
           05 TRA-ENT2 PIC X(4).
           05 FILLER PIC X.
           05 TRA-PKM2 PIC 9(3).
           05 FILLER PIC X(5).

       FD PROPIEDAD.
           01 DATOS-PROPIEDAD.
               05 PROP-NUMEROPKM PIC 9(3).
               05 PROP-ENTRENADOR PIC X(4).

       FD ENTRENADORES.
           01 DATOS-ENTRENADOR.
               05 ENT-ID PIC X(4).
               05 ENT-NOMBRE PIC X(15).

      *> PUNTUACION VIGENTE DE CADA ENTRENADOR: SE REESCRIBE ENTERA
      *> EN CADA RECALCULO.
       FD RATING.
           01 REG-RATING.
               05 RAT-ENT PIC X(4).
               05 RAT-PUNTOS PIC 9(4)V99.
               05 RAT-JUGADOS PIC 9(4).
               05 RAT-GANADOS PIC 9(4).
               05 RAT-PERDIDOS PIC 9(4).
               05 RAT-TABLAS PIC 9(4).
               05 RAT-FECHA PIC 9(8).

      *> UNA LINEA POR ENTRENADOR Y PARTIDA: RESULTADO "G" GANADA,
      *> "P" PERDIDA, "T" TABLAS; ORIGEN "C" COMBATE, "T" TORNEO,
      *> "E" COMBATE POR EQUIPOS.
       FD RATINGHIST
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-RATINGHIST.
           05 RH-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 RH-ENT PIC X(4).
           05 FILLER PIC X.
           05 RH-RIVAL PIC X(4).
           05 FILLER PIC X.
           05 RH-RESULTADO PIC X(1).
           05 FILLER PIC X.
           05 RH-ORIGEN PIC X(1).
           05 FILLER PIC X.
           05 RH-ANTES PIC 9(4).
           05 FILLER PIC X.
           05 RH-DESPUES PIC 9(4).
           05 FILLER PIC X.
           05 RH-REFERENCIA PIC X(10).
           05 FILLER PIC X(17).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-INFORME PIC X(80).

      *> PARTIDAS DE LOS TRES ORIGENES, ORDENADAS POR FECHA Y, DENTRO
      *> DEL DIA, EN EL ORDEN EN QUE SE ANOTARON. RESULTADO "1" GANA
      *> EL PRIMERO, "2" GANA EL SEGUNDO, "T" TABLAS.
       SD PARTIDAS-SORT
       RECORD CONTAINS 35 CHARACTERS.
       01 SORT-PARTIDA.
           05 SP-FECHA PIC 9(8).
           05 SP-ORIGEN PIC X(1).
           05 SP-SECUENCIA PIC 9(6).
           05 SP-ENT1 PIC X(4).
           05 SP-ENT2 PIC X(4).
           05 SP-RESULTADO PIC X(1).
           05 SP-REFERENCIA PIC X(10).
           05 FILLER PIC X(1).

       SD RANKING-SORT
       RECORD CONTAINS 26 CHARACTERS.
       01 SORT-RANKING.
           05 SR-PUNTOS PIC 9(4)V99.
           05 SR-ENT PIC X(4).
           05 SR-JUGADOS PIC 9(4).
           05 SR-GANADOS PIC 9(4).
           05 SR-PERDIDOS PIC 9(4).
           05 SR-TABLAS PIC 9(4).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "PKMRANKING".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PKMRATING".

       77 WS-FS-RESULTADOS PIC 99.
       77 WS-FS-HISTORIAL PIC 99.
       77 WS-FS-TRADELOG PIC 99.
       77 WS-FS-RESULT-EQUIPOS PIC 99.
       77 WS-FS-PROPIEDAD PIC 99.
       77 WS-FS-ENTRENADORES PIC 99.
       77 WS-FS-RATING PIC 99.
       77 WS-FS-RATINGHIST PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-LECTURA PIC X(3).
       77 WS-SORT-FIN PIC X(3).
       77 WS-SECUENCIA PIC 9(6).
       77 WS-I PIC 9(3).
       77 WS-J PIC 9(3).
       77 WS-E1 PIC 9(3).
       77 WS-E2 PIC 9(3).
       77 WS-ENT-BUSCAR PIC X(4).
       77 WS-PKM-BUSCAR PIC 9(3).
       77 WS-FECHA-BUSCAR PIC 9(8).
       77 WS-DUENO PIC X(4).
       77 WS-DUENO-1 PIC X(4).
       77 WS-DUENO-2 PIC X(4).
       77 WS-PARTIDAS PIC 9(5).
       77 WS-SALTADAS PIC 9(5).
       77 WS-PUESTO PIC 9(3).
       77 WS-LINEAS PIC 9(5).

      *> PARAMETROS DEL CALCULO.
       77 WS-RATING-INICIAL PIC 9(4)V99 VALUE 1500.
       77 WS-FACTOR-K PIC 9(2) VALUE 32.
       77 WS-ESPERADO PIC 9V9(6).
       77 WS-PUNTOS-1 PIC 9V9.
       77 WS-DELTA PIC S9(3)V99.
       77 WS-ANTES-1 PIC 9(4)V99.
       77 WS-ANTES-2 PIC 9(4)V99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> CANJES DE JTRADELOG EN EL ORDEN EN QUE SE HICIERON.
       01 WS-TABLA-CANJES.
           05 WS-CAN-OCUPADOS PIC 9(3) VALUE 0.
           05 WS-CAN-ENTRADA OCCURS 500 TIMES.
               10 WS-CAN-FECHA PIC 9(8).
               10 WS-CAN-ENT1 PIC X(4).
               10 WS-CAN-PKM1 PIC 9(3).
               10 WS-CAN-ENT2 PIC X(4).
               10 WS-CAN-PKM2 PIC 9(3).

       01 WS-TABLA-ENTRENADORES.
           05 WS-TEN-OCUPADOS PIC 9(3) VALUE 0.
           05 WS-TEN-ENTRADA OCCURS 200 TIMES.
               10 WS-TEN-ID PIC X(4).
               10 WS-TEN-PUNTOS PIC 9(4)V99.
               10 WS-TEN-JUGADOS PIC 9(4).
               10 WS-TEN-GANADOS PIC 9(4).
               10 WS-TEN-PERDIDOS PIC 9(4).
               10 WS-TEN-TABLAS PIC 9(4).

       01 WS-INF-TITULO.
           05 FILLER PIC X(36) VALUE
           "CLASIFICACION DE ENTRENADORES AL ".
           05 INF-TIT-FECHA PIC 9(8).

       01 WS-INF-CABECERA.
           05 FILLER PIC X(40) VALUE
           "  N. ENT  NOMBRE           PUNTOS  JUG. ".
           05 FILLER PIC X(20) VALUE
           " GAN. PERD. TABL.".

       01 WS-INF-DETALLE.
           05 INF-DET-PUESTO PIC ZZ9.
           05 FILLER PIC X(2) VALUE ". ".
           05 INF-DET-ENT PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-NOMBRE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-PUNTOS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-JUGADOS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-GANADOS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-PERDIDOS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-TABLAS PIC ZZZ9.

       01 WS-LINEA-HISTORIA.
           05 LHI-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LHI-ORIGEN PIC X(8).
           05 FILLER PIC X(4) VALUE " vs ".
           05 LHI-RIVAL PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LHI-RESULTADO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LHI-ANTES PIC ZZZ9.
           05 FILLER PIC X(4) VALUE " -> ".
           05 LHI-DESPUES PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LHI-REFERENCIA PIC X(10).

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 10-MENU UNTIL WS-OPCION = 3.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "Puntuacion de entrenadores."
           DISPLAY "Recalcular puntuaciones y clasificacion (1)"
           DISPLAY "Historial de puntuacion de un entrenador (2)"
           DISPLAY "salir (3)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-RECALCULAR
           WHEN 2
               PERFORM 80-HISTORIAL-ENTRENADOR
           WHEN 3
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-RECALCULAR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           INITIALIZE WS-TABLA-ENTRENADORES.
           MOVE 0 TO WS-PARTIDAS WS-SALTADAS WS-SECUENCIA.
           PERFORM 22-CARGAR-CANJES.
           OPEN INPUT PROPIEDAD.
           OPEN OUTPUT RATINGHIST.
           SORT PARTIDAS-SORT ON ASCENDING KEY SP-FECHA
               ASCENDING KEY SP-ORIGEN
               ASCENDING KEY SP-SECUENCIA
               INPUT PROCEDURE 30-SOLTAR-PARTIDAS
               THRU 30-SOLTAR-PARTIDAS-END
               OUTPUT PROCEDURE 50-APLICAR-PARTIDAS
               THRU 50-APLICAR-PARTIDAS-END.
           CLOSE PROPIEDAD RATINGHIST.
           DISPLAY "Partidas puntuadas: " WS-PARTIDAS.
           DISPLAY "Combates sin dueño resoluble: " WS-SALTADAS.
           PERFORM 60-GRABAR-RATING.
           PERFORM 70-CLASIFICACION.
       20-RECALCULAR-END.
       EXIT.


       22-CARGAR-CANJES.
           MOVE 0 TO WS-CAN-OCUPADOS.
           OPEN INPUT TRADELOG.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 24-LEER-CANJE UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE TRADELOG.
       22-CARGAR-CANJES-END.
       EXIT.


       24-LEER-CANJE.
           READ TRADELOG
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               IF WS-CAN-OCUPADOS >= 500
                   DISPLAY "ERROR: tabla de canjes llena (500);"
                   " ampliar PKMRATING."
                   MOVE "SI" TO WS-FIN-LECTURA
               ELSE
                   ADD 1 TO WS-CAN-OCUPADOS
                   MOVE TRA-FECHA (1:8) TO
                       WS-CAN-FECHA (WS-CAN-OCUPADOS)
                   MOVE TRA-ENT1 TO WS-CAN-ENT1 (WS-CAN-OCUPADOS)
                   MOVE TRA-PKM1 TO WS-CAN-PKM1 (WS-CAN-OCUPADOS)
                   MOVE TRA-ENT2 TO WS-CAN-ENT2 (WS-CAN-OCUPADOS)
                   MOVE TRA-PKM2 TO WS-CAN-PKM2 (WS-CAN-OCUPADOS)
               END-IF
           END-READ.
       24-LEER-CANJE-END.
       EXIT.


       30-SOLTAR-PARTIDAS.
           OPEN INPUT RESULTADOS.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 32-SOLTAR-COMBATE UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE RESULTADOS.
           OPEN INPUT HISTORIAL.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 36-SOLTAR-RONDA UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE HISTORIAL.
           OPEN INPUT RESULT-EQUIPOS.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 38-SOLTAR-EQUIPOS
               UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE RESULT-EQUIPOS.
       30-SOLTAR-PARTIDAS-END.
       EXIT.


      *> UN COMBATE SOLO PUNTUA SI LOS DOS POKEMON TENIAN DUEÑO EN
      *> ESA FECHA Y LOS DUEÑOS SON DISTINTOS.
       32-SOLTAR-COMBATE.
           READ RESULTADOS
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE RES-FECHA TO WS-FECHA-BUSCAR
               MOVE RES-PKM1 TO WS-PKM-BUSCAR
               PERFORM 40-DUENO-EN-FECHA
               MOVE WS-DUENO TO WS-DUENO-1
               MOVE RES-PKM2 TO WS-PKM-BUSCAR
               PERFORM 40-DUENO-EN-FECHA
               MOVE WS-DUENO TO WS-DUENO-2
               IF WS-DUENO-1 EQUAL SPACES OR WS-DUENO-2 EQUAL SPACES
               OR WS-DUENO-1 EQUAL WS-DUENO-2
                   ADD 1 TO WS-SALTADAS
               ELSE
                   ADD 1 TO WS-SECUENCIA
                   MOVE SPACES TO SORT-PARTIDA
                   MOVE RES-FECHA TO SP-FECHA
                   MOVE "C" TO SP-ORIGEN
                   MOVE WS-SECUENCIA TO SP-SECUENCIA
                   MOVE WS-DUENO-1 TO SP-ENT1
                   MOVE WS-DUENO-2 TO SP-ENT2
                   EVALUATE RES-GANADOR
                   WHEN ZERO
                       MOVE "T" TO SP-RESULTADO
                   WHEN RES-PKM1
                       MOVE "1" TO SP-RESULTADO
                   WHEN OTHER
                       MOVE "2" TO SP-RESULTADO
                   END-EVALUATE
                   STRING "PKM " RES-PKM1 "-" RES-PKM2
                       DELIMITED BY SIZE INTO SP-REFERENCIA
                   RELEASE SORT-PARTIDA
               END-IF
           END-READ.
       32-SOLTAR-COMBATE-END.
       EXIT.


       36-SOLTAR-RONDA.
           READ HISTORIAL
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               ADD 1 TO WS-SECUENCIA
               MOVE SPACES TO SORT-PARTIDA
               MOVE TH-FECHA TO SP-FECHA
               MOVE "T" TO SP-ORIGEN
               MOVE WS-SECUENCIA TO SP-SECUENCIA
               MOVE TH-ENT1 TO SP-ENT1
               MOVE TH-ENT2 TO SP-ENT2
               IF TH-GANADOR EQUAL TH-ENT1
                   MOVE "1" TO SP-RESULTADO
               ELSE
                   MOVE "2" TO SP-RESULTADO
               END-IF
               MOVE TH-TORNEO TO SP-REFERENCIA
               RELEASE SORT-PARTIDA
           END-READ.
       36-SOLTAR-RONDA-END.
       EXIT.


       38-SOLTAR-EQUIPOS.
           READ RESULT-EQUIPOS
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               ADD 1 TO WS-SECUENCIA
               MOVE SPACES TO SORT-PARTIDA
               MOVE REQ-FECHA TO SP-FECHA
               MOVE "E" TO SP-ORIGEN
               MOVE WS-SECUENCIA TO SP-SECUENCIA
               MOVE REQ-ENT1 TO SP-ENT1
               MOVE REQ-ENT2 TO SP-ENT2
               EVALUATE REQ-GANADOR
               WHEN SPACES
                   MOVE "T" TO SP-RESULTADO
               WHEN REQ-ENT1
                   MOVE "1" TO SP-RESULTADO
               WHEN OTHER
                   MOVE "2" TO SP-RESULTADO
               END-EVALUATE
               MOVE "EQUIPOS" TO SP-REFERENCIA
               RELEASE SORT-PARTIDA
           END-READ.
       38-SOLTAR-EQUIPOS-END.
       EXIT.


      *> DUEÑO DE WS-PKM-BUSCAR EN WS-FECHA-BUSCAR: EL ACTUAL DE
      *> JPROPIEDAD, DESHACIENDO DEL ULTIMO AL PRIMERO LOS CANJES
      *> DE FECHA POSTERIOR. LOS CANJES DEL MISMO DIA SE DAN POR
      *> HECHOS ANTES DEL COMBATE.
       40-DUENO-EN-FECHA.
           MOVE SPACES TO WS-DUENO.
           IF WS-FS-PROPIEDAD EQUAL "00"
               MOVE WS-PKM-BUSCAR TO PROP-NUMEROPKM
               READ PROPIEDAD RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROP-ENTRENADOR TO WS-DUENO
               END-READ
           END-IF.
           PERFORM 42-DESHACER-CANJE
               VARYING WS-J FROM WS-CAN-OCUPADOS BY -1
               UNTIL WS-J < 1.
       40-DUENO-EN-FECHA-END.
       EXIT.


       42-DESHACER-CANJE.
           IF WS-CAN-FECHA (WS-J) > WS-FECHA-BUSCAR
               IF WS-CAN-PKM1 (WS-J) EQUAL WS-PKM-BUSCAR
               AND WS-CAN-ENT2 (WS-J) EQUAL WS-DUENO
                   MOVE WS-CAN-ENT1 (WS-J) TO WS-DUENO
               ELSE
                   IF WS-CAN-PKM2 (WS-J) EQUAL WS-PKM-BUSCAR
                   AND WS-CAN-ENT1 (WS-J) EQUAL WS-DUENO
                       MOVE WS-CAN-ENT2 (WS-J) TO WS-DUENO
                   END-IF
               END-IF
           END-IF.
       42-DESHACER-CANJE-END.
       EXIT.


       50-APLICAR-PARTIDAS.
           MOVE "NO" TO WS-SORT-FIN.
           PERFORM 52-APLICAR-PARTIDA UNTIL WS-SORT-FIN EQUAL "SI".
       50-APLICAR-PARTIDAS-END.
       EXIT.


      *> ESPERADO DEL PRIMERO = 1 / (1 + 10 ** ((R2 - R1) / 400)).
      *> EL PRIMERO SUMA K x (PUNTOS - ESPERADO) Y EL SEGUNDO RESTA
      *> LO MISMO.
       52-APLICAR-PARTIDA.
           RETURN PARTIDAS-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               MOVE SP-ENT1 TO WS-ENT-BUSCAR
               PERFORM 55-BUSCAR-ENTRENADOR
               MOVE WS-I TO WS-E1
               MOVE SP-ENT2 TO WS-ENT-BUSCAR
               PERFORM 55-BUSCAR-ENTRENADOR
               MOVE WS-I TO WS-E2
               MOVE WS-TEN-PUNTOS (WS-E1) TO WS-ANTES-1
               MOVE WS-TEN-PUNTOS (WS-E2) TO WS-ANTES-2
               COMPUTE WS-ESPERADO ROUNDED = 1 /
                   (1 + 10 ** ((WS-ANTES-2 - WS-ANTES-1) / 400))
               ADD 1 TO WS-TEN-JUGADOS (WS-E1)
                   WS-TEN-JUGADOS (WS-E2)
               EVALUATE SP-RESULTADO
               WHEN "1"
                   MOVE 1 TO WS-PUNTOS-1
                   ADD 1 TO WS-TEN-GANADOS (WS-E1)
                       WS-TEN-PERDIDOS (WS-E2)
               WHEN "2"
                   MOVE 0 TO WS-PUNTOS-1
                   ADD 1 TO WS-TEN-PERDIDOS (WS-E1)
                       WS-TEN-GANADOS (WS-E2)
               WHEN OTHER
                   MOVE 0.5 TO WS-PUNTOS-1
                   ADD 1 TO WS-TEN-TABLAS (WS-E1)
                       WS-TEN-TABLAS (WS-E2)
               END-EVALUATE
               COMPUTE WS-DELTA ROUNDED =
                   WS-FACTOR-K * (WS-PUNTOS-1 - WS-ESPERADO)
               COMPUTE WS-TEN-PUNTOS (WS-E1) =
                   WS-ANTES-1 + WS-DELTA
               COMPUTE WS-TEN-PUNTOS (WS-E2) =
                   WS-ANTES-2 - WS-DELTA
               ADD 1 TO WS-PARTIDAS
               PERFORM 58-ANOTAR-HISTORIA
           END-RETURN.
       52-APLICAR-PARTIDA-END.
       EXIT.


      *> DEJA EN WS-I LA ENTRADA DEL ENTRENADOR, DANDOLO DE ALTA CON
      *> LA PUNTUACION INICIAL; CON LA TABLA LLENA USA LA ULTIMA.
       55-BUSCAR-ENTRENADOR.
           MOVE 0 TO WS-I.
           PERFORM 56-COMPARAR-ENTRENADOR
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TEN-OCUPADOS OR WS-I NOT EQUAL 0.
           IF WS-I EQUAL 0
               IF WS-TEN-OCUPADOS >= 200
                   DISPLAY "ERROR: tabla de entrenadores llena (200);"
                   " ampliar PKMRATING."
                   MOVE 200 TO WS-I
               ELSE
                   ADD 1 TO WS-TEN-OCUPADOS
                   MOVE WS-TEN-OCUPADOS TO WS-I
                   MOVE WS-ENT-BUSCAR TO WS-TEN-ID (WS-I)
                   MOVE WS-RATING-INICIAL TO WS-TEN-PUNTOS (WS-I)
               END-IF
           END-IF.
       55-BUSCAR-ENTRENADOR-END.
       EXIT.


       56-COMPARAR-ENTRENADOR.
           IF WS-TEN-ID (WS-J) EQUAL WS-ENT-BUSCAR
               MOVE WS-J TO WS-I
           END-IF.
       56-COMPARAR-ENTRENADOR-END.
       EXIT.


       58-ANOTAR-HISTORIA.
           MOVE SPACES TO REG-RATINGHIST.
           MOVE SP-FECHA TO RH-FECHA.
           MOVE SP-ORIGEN TO RH-ORIGEN.
           MOVE SP-REFERENCIA TO RH-REFERENCIA.
           MOVE SP-ENT1 TO RH-ENT.
           MOVE SP-ENT2 TO RH-RIVAL.
           EVALUATE SP-RESULTADO
           WHEN "1"
               MOVE "G" TO RH-RESULTADO
           WHEN "2"
               MOVE "P" TO RH-RESULTADO
           WHEN OTHER
               MOVE "T" TO RH-RESULTADO
           END-EVALUATE.
           COMPUTE RH-ANTES ROUNDED = WS-ANTES-1.
           COMPUTE RH-DESPUES ROUNDED = WS-TEN-PUNTOS (WS-E1).
           WRITE REG-RATINGHIST.
           MOVE SP-ENT2 TO RH-ENT.
           MOVE SP-ENT1 TO RH-RIVAL.
           EVALUATE SP-RESULTADO
           WHEN "1"
               MOVE "P" TO RH-RESULTADO
           WHEN "2"
               MOVE "G" TO RH-RESULTADO
           WHEN OTHER
               MOVE "T" TO RH-RESULTADO
           END-EVALUATE.
           COMPUTE RH-ANTES ROUNDED = WS-ANTES-2.
           COMPUTE RH-DESPUES ROUNDED = WS-TEN-PUNTOS (WS-E2).
           WRITE REG-RATINGHIST.
       58-ANOTAR-HISTORIA-END.
       EXIT.


       60-GRABAR-RATING.
           OPEN OUTPUT RATING.
           PERFORM 62-GRABAR-UNO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TEN-OCUPADOS.
           CLOSE RATING.
       60-GRABAR-RATING-END.
       EXIT.


       62-GRABAR-UNO.
           MOVE WS-TEN-ID (WS-I) TO RAT-ENT.
           MOVE WS-TEN-PUNTOS (WS-I) TO RAT-PUNTOS.
           MOVE WS-TEN-JUGADOS (WS-I) TO RAT-JUGADOS.
           MOVE WS-TEN-GANADOS (WS-I) TO RAT-GANADOS.
           MOVE WS-TEN-PERDIDOS (WS-I) TO RAT-PERDIDOS.
           MOVE WS-TEN-TABLAS (WS-I) TO RAT-TABLAS.
           MOVE WS-HOY-NUM TO RAT-FECHA.
           WRITE REG-RATING
           INVALID KEY
               DISPLAY "Error al grabar la puntuacion de " RAT-ENT
           END-WRITE.
       62-GRABAR-UNO-END.
       EXIT.


       70-CLASIFICACION.
           OPEN INPUT ENTRENADORES.
           OPEN OUTPUT INFORME.
           MOVE WS-HOY-NUM TO INF-TIT-FECHA.
           WRITE REG-INFORME FROM WS-INF-TITULO.
           DISPLAY WS-INF-TITULO.
           WRITE REG-INFORME FROM WS-INF-CABECERA.
           DISPLAY WS-INF-CABECERA.
           SORT RANKING-SORT ON DESCENDING KEY SR-PUNTOS
               ASCENDING KEY SR-ENT
               INPUT PROCEDURE 72-SOLTAR-RANKING
               THRU 72-SOLTAR-RANKING-END
               OUTPUT PROCEDURE 75-IMPRIMIR-RANKING
               THRU 75-IMPRIMIR-RANKING-END.
           CLOSE INFORME ENTRENADORES.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Clasificacion impresa en PKMRANKING.".
       70-CLASIFICACION-END.
       EXIT.


       72-SOLTAR-RANKING.
           PERFORM 73-SOLTAR-UNO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TEN-OCUPADOS.
       72-SOLTAR-RANKING-END.
       EXIT.


       73-SOLTAR-UNO.
           MOVE WS-TEN-PUNTOS (WS-I) TO SR-PUNTOS.
           MOVE WS-TEN-ID (WS-I) TO SR-ENT.
           MOVE WS-TEN-JUGADOS (WS-I) TO SR-JUGADOS.
           MOVE WS-TEN-GANADOS (WS-I) TO SR-GANADOS.
           MOVE WS-TEN-PERDIDOS (WS-I) TO SR-PERDIDOS.
           MOVE WS-TEN-TABLAS (WS-I) TO SR-TABLAS.
           RELEASE SORT-RANKING.
       73-SOLTAR-UNO-END.
       EXIT.


       75-IMPRIMIR-RANKING.
           MOVE 0 TO WS-PUESTO.
           MOVE "NO" TO WS-SORT-FIN.
           PERFORM 77-LINEA-RANKING UNTIL WS-SORT-FIN EQUAL "SI".
       75-IMPRIMIR-RANKING-END.
       EXIT.


       77-LINEA-RANKING.
           RETURN RANKING-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               ADD 1 TO WS-PUESTO
               MOVE WS-PUESTO TO INF-DET-PUESTO
               MOVE SR-ENT TO INF-DET-ENT
               MOVE SPACES TO INF-DET-NOMBRE
               IF WS-FS-ENTRENADORES EQUAL "00"
                   MOVE SR-ENT TO ENT-ID
                   READ ENTRENADORES RECORD
                   NOT INVALID KEY
                       MOVE ENT-NOMBRE TO INF-DET-NOMBRE
                   END-READ
               END-IF
               COMPUTE INF-DET-PUNTOS ROUNDED = SR-PUNTOS
               MOVE SR-JUGADOS TO INF-DET-JUGADOS
               MOVE SR-GANADOS TO INF-DET-GANADOS
               MOVE SR-PERDIDOS TO INF-DET-PERDIDOS
               MOVE SR-TABLAS TO INF-DET-TABLAS
               WRITE REG-INFORME FROM WS-INF-DETALLE
               DISPLAY WS-INF-DETALLE
           END-RETURN.
       77-LINEA-RANKING-END.
       EXIT.


       80-HISTORIAL-ENTRENADOR.
           DISPLAY "Codigo del entrenador: "
           ACCEPT WS-ENT-BUSCAR.
           OPEN INPUT RATINGHIST.
           IF WS-FS-RATINGHIST NOT EQUAL "00"
               DISPLAY "No hay historial: recalcular antes."
               CLOSE RATINGHIST
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINEAS.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 82-LEER-HISTORIA UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE RATINGHIST.
           DISPLAY "Partidas de " WS-ENT-BUSCAR ": " WS-LINEAS.
       80-HISTORIAL-ENTRENADOR-END.
       EXIT.


       82-LEER-HISTORIA.
           READ RATINGHIST
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               IF RH-ENT EQUAL WS-ENT-BUSCAR
                   ADD 1 TO WS-LINEAS
                   MOVE RH-FECHA TO LHI-FECHA
                   EVALUATE RH-ORIGEN
                   WHEN "C"
                       MOVE "combate" TO LHI-ORIGEN
                   WHEN "E"
                       MOVE "equipos" TO LHI-ORIGEN
                   WHEN OTHER
                       MOVE "torneo" TO LHI-ORIGEN
                   END-EVALUATE
                   MOVE RH-RIVAL TO LHI-RIVAL
                   EVALUATE RH-RESULTADO
                   WHEN "G"
                       MOVE "ganada" TO LHI-RESULTADO
                   WHEN "P"
                       MOVE "perdida" TO LHI-RESULTADO
                   WHEN OTHER
                       MOVE "tablas" TO LHI-RESULTADO
                   END-EVALUATE
                   MOVE RH-ANTES TO LHI-ANTES
                   MOVE RH-DESPUES TO LHI-DESPUES
                   MOVE RH-REFERENCIA TO LHI-REFERENCIA
                   DISPLAY WS-LINEA-HISTORIA
               END-IF
           END-READ.
       82-LEER-HISTORIA-END.
       EXIT.

       END PROGRAM PKMRATING.
