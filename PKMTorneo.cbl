      *          y ganados) y la lista de campeones de todos los
      *          tiempos, impresa en PKMCAMPEON junto al hall of
      *          fame de PKMHALLFAMA. Los eventos dejan de llevarse
      *          en papel. El cuadro se puede sembrar por la
      *          puntuacion de JRATING (PKMRATING) en vez de por el
      *          orden de inscripcion: el primer cabeza de serie
      *          contra el ultimo, y los dos mejores solo se cruzan
      *          en la final. Los torneos por equipos inscriben a
      *          cada entrenador con su equipo de JEQUIPOS
      *          (PKMEQUIPOS); cada cruce toma el ganador del
      *          combate por equipos de ese dia en JEQUIPORES
      *          (PKMCOMBATE) y, si no lo hay, se pide a mano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORIAL.

       SELECT OPTIONAL RATING ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRATING.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RAT-ENT
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RATING.

       SELECT OPTIONAL EQUIPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEQUIPOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EQU-ENTRENADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EQUIPOS.

       SELECT OPTIONAL RESULT-EQUIPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEQUIPORES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESULT-EQUIPOS.

       SELECT CAMPEONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PKMCAMPEON.txt"
       ORGANIZATION IS LINE SEQUENTIAL
           05 TH-ES-FINAL PIC X(1).
           05 FILLER PIC X(6) VALUE SPACES.

       FD RATING.
           01 REG-RATING.
               05 RAT-ENT PIC X(4).
               05 RAT-PUNTOS PIC 9(4)V99.
               05 RAT-JUGADOS PIC 9(4).
               05 RAT-GANADOS PIC 9(4).
               05 RAT-PERDIDOS PIC 9(4).
               05 RAT-TABLAS PIC 9(4).
               05 RAT-FECHA PIC 9(8).

       FD EQUIPOS.
           01 REG-EQUIPO.
               05 EQU-ENTRENADOR PIC X(4).
               05 EQU-NOMBRE PIC X(15).
               05 EQU-MIEMBROS PIC 9(1).
               05 EQU-PKM PIC 9(3) OCCURS 6 TIMES.
               05 EQU-FECHA PIC 9(8).

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

       FD CAMPEONES
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-CAMPEON PIC X(60).
       77 WS-JUGADOS PIC 9(4).
       77 WS-GANADOS PIC 9(4).
       77 WS-ALTA-OK PIC X(1).
       77 WS-FS-RATING PIC 99.
       77 WS-SEMBRAR PIC X(1).
       77 WS-K PIC 9(2).
       77 WS-MEJOR PIC 9(2).
       77 WS-FS-EQUIPOS PIC 99.
       77 WS-FS-RESULT-EQUIPOS PIC 99.
       77 WS-POR-EQUIPOS PIC X(1).
       77 WS-FIN-RESULTADOS PIC X(3).

      *> SIEMBRA: PUNTUACION DE CADA INSCRITO (1500 SI AUN NO TIENE),
      *> SU ORDEN DE CABEZA DE SERIE Y EN QUE PUESTO DEL CUADRO VA
      *> CADA CABEZA DE SERIE SEGUN EL TAMAÑO DEL CUADRO.
       01 WS-SIEMBRA.
           05 WS-SEM-ENTRADA OCCURS 8 TIMES.
               10 WS-SEM-PUNTOS PIC 9(4)V99.
               10 WS-SEM-USADO PIC X(1).
               10 WS-SEM-ORDEN PIC 9(1).
       01 WS-POSICIONES PIC X(8).
       01 WS-POSICIONES-R REDEFINES WS-POSICIONES.
           05 WS-POS-SEMILLA PIC 9(1) OCCURS 8 TIMES.

       01 WS-CUADRO-INSCRITOS.
           05 WS-INS-ENTRADA OCCURS 8 TIMES.
               10 WS-INS-ENT PIC X(4).
               10 WS-INS-PKM PIC 9(3).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           AND WS-NUM-PARTICIPANTES NOT EQUAL 8
               DISPLAY "El cuadro eliminatorio necesita 2, 4 u 8."
           ELSE
               DISPLAY "¿Torneo por equipos? (S/N)"
               ACCEPT WS-POR-EQUIPOS
               IF WS-POR-EQUIPOS EQUAL "S"
                   OPEN INPUT EQUIPOS
               END-IF
               MOVE "S" TO WS-ALTA-OK
               PERFORM 25-INSCRIBIR
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-PARTICIPANTES
                   OR WS-ALTA-OK EQUAL "N"
               IF WS-ALTA-OK EQUAL "S"
                   DISPLAY "¿Sembrar el cuadro por puntuacion? (S/N)"
                   ACCEPT WS-SEMBRAR
                   IF WS-SEMBRAR EQUAL "S"
                       PERFORM 26-SEMBRAR-CUADRO
                   END-IF
                   PERFORM 30-JUGAR-CUADRO
               ELSE
                   DISPLAY "Torneo cancelado por inscripcion"
                   " fallida."
               END-IF
               IF WS-POR-EQUIPOS EQUAL "S"
                   CLOSE EQUIPOS
               END-IF
           END-IF.
       20-JUGAR-TORNEO-END.
       EXIT.


      *> EN UN TORNEO POR EQUIPOS EL INSCRITO PRESENTA SU EQUIPO
      *> REGISTRADO EN LUGAR DE UN POKEMON.
       24-INSCRIBIR-EQUIPO.
           MOVE ENT-ID TO EQU-ENTRENADOR.
           READ EQUIPOS RECORD
           INVALID KEY
               DISPLAY "Ese entrenador no tiene equipo registrado"
               " (PKMEQUIPOS)."
               MOVE "N" TO WS-ALTA-OK
           NOT INVALID KEY
               MOVE ENT-ID TO WS-CUA-ENT (WS-I)
               MOVE ZERO TO WS-CUA-PKM (WS-I)
               DISPLAY ENT-NOMBRE " inscrito con el equipo "
               EQU-NOMBRE
           END-READ.
       24-INSCRIBIR-EQUIPO-END.
       EXIT.


      *> INSCRIPCION: EL ENTRENADOR DEBE EXISTIR Y EL POKEMON QUE
      *> PRESENTA DEBE SER SUYO SEGUN JPROPIEDAD.
       25-INSCRIBIR.
               DISPLAY "No existe ese entrenador."
               MOVE "N" TO WS-ALTA-OK
           NOT INVALID KEY
               IF WS-POR-EQUIPOS EQUAL "S"
                   PERFORM 24-INSCRIBIR-EQUIPO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Numero del Pokemon que presenta: "
               ACCEPT PROP-NUMEROPKM
               READ PROPIEDAD RECORD
       EXIT.


      *> LOS INSCRITOS SE ORDENAN DE MAYOR A MENOR PUNTUACION Y EL
      *> CABEZA DE SERIE N OCUPA EL PUESTO QUE LE TOCA EN EL CUADRO
      *> (1-8, 4-5, 2-7, 3-6 CON OCHO).
       26-SEMBRAR-CUADRO.
           MOVE WS-CUADRO TO WS-CUADRO-INSCRITOS.
           OPEN INPUT RATING.
           PERFORM 27-PUNTOS-INSCRITO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-PARTICIPANTES.
           CLOSE RATING.
           PERFORM 28-ELEGIR-SEMILLA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NUM-PARTICIPANTES.
           EVALUATE WS-NUM-PARTICIPANTES
           WHEN 8
               MOVE "18452736" TO WS-POSICIONES
           WHEN 4
               MOVE "1423" TO WS-POSICIONES
           WHEN OTHER
               MOVE "12" TO WS-POSICIONES
           END-EVALUATE.
           PERFORM 31-COLOCAR-SEMILLA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-PARTICIPANTES.
       26-SEMBRAR-CUADRO-END.
       EXIT.


       27-PUNTOS-INSCRITO.
           MOVE 1500 TO WS-SEM-PUNTOS (WS-I).
           MOVE "N" TO WS-SEM-USADO (WS-I).
           IF WS-FS-RATING EQUAL "00"
               MOVE WS-INS-ENT (WS-I) TO RAT-ENT
               READ RATING RECORD
               NOT INVALID KEY
                   MOVE RAT-PUNTOS TO WS-SEM-PUNTOS (WS-I)
               END-READ
           END-IF.
       27-PUNTOS-INSCRITO-END.
       EXIT.


      *> CABEZA DE SERIE WS-K: EL DE MAS PUNTOS AUN SIN ELEGIR; A
      *> IGUALDAD, EL QUE SE INSCRIBIO ANTES.
       28-ELEGIR-SEMILLA.
           MOVE 0 TO WS-MEJOR.
           PERFORM 29-COMPARAR-SEMILLA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-PARTICIPANTES.
           MOVE "S" TO WS-SEM-USADO (WS-MEJOR).
           MOVE WS-MEJOR TO WS-SEM-ORDEN (WS-K).
       28-ELEGIR-SEMILLA-END.
       EXIT.


       29-COMPARAR-SEMILLA.
           IF WS-SEM-USADO (WS-I) EQUAL "N"
               IF WS-MEJOR EQUAL 0
                   MOVE WS-I TO WS-MEJOR
               ELSE
                   IF WS-SEM-PUNTOS (WS-I) > WS-SEM-PUNTOS (WS-MEJOR)
                       MOVE WS-I TO WS-MEJOR
                   END-IF
               END-IF
           END-IF.
       29-COMPARAR-SEMILLA-END.
       EXIT.


      *> EL CUADRO SE JUEGA POR RONDAS: CADA PAREJA CONSECUTIVA
      *> COMBATE (EL COMBATE SE JUEGA EN PKMCOMBATE Y AQUI SE ANOTA
      *> EL GANADOR), LOS GANADORES SE COMPACTAN Y LA ULTIMA LINEA
       EXIT.


       31-COLOCAR-SEMILLA.
           MOVE WS-SEM-ORDEN (WS-POS-SEMILLA (WS-I)) TO WS-J.
           MOVE WS-INS-ENT (WS-J) TO WS-CUA-ENT (WS-I).
           MOVE WS-INS-PKM (WS-J) TO WS-CUA-PKM (WS-I).
           DISPLAY "Puesto " WS-I ": cabeza de serie "
           WS-POS-SEMILLA (WS-I) " " WS-CUA-ENT (WS-I).
       31-COLOCAR-SEMILLA-END.
       EXIT.


       35-JUGAR-RONDA.
           ADD 1 TO WS-RONDA.
           DISPLAY "--- Ronda " WS-RONDA " ---".


       40-JUGAR-PAREJA.
           MOVE SPACES TO WS-GANADOR-ENTRADA.
           IF WS-POR-EQUIPOS EQUAL "S"
               DISPLAY "Combate por equipos: " WS-CUA-ENT (WS-I)
               " contra " WS-CUA-ENT (WS-I + 1)
               PERFORM 42-RESULTADO-EQUIPOS
           ELSE
               DISPLAY "Combate: " WS-CUA-ENT (WS-I) " (Pokemon "
               WS-CUA-PKM (WS-I) ") contra " WS-CUA-ENT (WS-I + 1)
               " (Pokemon " WS-CUA-PKM (WS-I + 1) ")"
           END-IF.
           PERFORM 45-PEDIR-GANADOR
               UNTIL WS-GANADOR-ENTRADA EQUAL WS-CUA-ENT (WS-I)
               OR WS-GANADOR-ENTRADA EQUAL WS-CUA-ENT (WS-I + 1).
       EXIT.


      *> EL ULTIMO COMBATE POR EQUIPOS DE HOY ENTRE LOS DOS, EN
      *> CUALQUIER ORDEN. EN TABLAS O SIN COMBATE SE PIDE A MANO.
       42-RESULTADO-EQUIPOS.
           OPEN INPUT RESULT-EQUIPOS.
           MOVE "NO" TO WS-FIN-RESULTADOS.
           PERFORM 43-LEER-RESULTADO-EQUIPOS
               UNTIL WS-FIN-RESULTADOS EQUAL "SI".
           CLOSE RESULT-EQUIPOS.
           IF WS-GANADOR-ENTRADA EQUAL SPACES
               DISPLAY "Sin resultado en JEQUIPORES para este cruce."
           ELSE
               DISPLAY "Resultado de PKMCOMBATE: gana "
               WS-GANADOR-ENTRADA
           END-IF.
       42-RESULTADO-EQUIPOS-END.
       EXIT.


       43-LEER-RESULTADO-EQUIPOS.
           READ RESULT-EQUIPOS
           AT END
               MOVE "SI" TO WS-FIN-RESULTADOS
           NOT AT END
               IF REQ-FECHA EQUAL WS-HOY-NUM
               AND ((REQ-ENT1 EQUAL WS-CUA-ENT (WS-I)
               AND REQ-ENT2 EQUAL WS-CUA-ENT (WS-I + 1))
               OR (REQ-ENT1 EQUAL WS-CUA-ENT (WS-I + 1)
               AND REQ-ENT2 EQUAL WS-CUA-ENT (WS-I)))
                   MOVE REQ-GANADOR TO WS-GANADOR-ENTRADA
               END-IF
           END-READ.
       43-LEER-RESULTADO-EQUIPOS-END.
       EXIT.


       45-PEDIR-GANADOR.
           DISPLAY "Codigo del entrenador ganador: "
           ACCEPT WS-GANADOR-ENTRADA.
