      *          parte del combate en PKMCOMBATLOG y el resultado en
      *          el archivo PKMRESULT. El ranking por suma de stats
      *          de PKMBATALLA se queda para la preparacion; los
      *          combates de verdad se juegan aqui. Cada asalto el
      *          atacante elige entre sus hasta cuatro movimientos
      *          (JPKMMOVS, maestro JMOVIMIENTOS de PKMMOVIMIENTOS) el
      *          de mas potencia por precision por multiplicador, y
      *          el multiplicador se busca con el tipo del movimiento
      *          contra el del defensor. La precision decide si el
      *          golpe acierta. Sin movimientos aprendidos pega con
      *          "Golpe" de su propio tipo (potencia 50, precision
      *          100), que da el mismo daño que la formula antigua.
      *          Combate por equipos: los equipos de JEQUIPOS
      *          (PKMEQUIPOS) salen en su orden, cada combate
      *          individual se juega con estas mismas reglas, el
      *          superviviente sigue con los PS que le queden y al
      *          caer uno entra el siguiente de su equipo; pierde el
      *          equipo que se queda sin Pokemon. El resultado va a
      *          JEQUIPORES (PKMRATING, PKMTORNEO) y no a PKMRESULT.
      *          Entre combate y combate el entrenador del
      *          superviviente puede darle una pocion de su
      *          inventario de la tienda (PKMTIENDA): recupera los PS
      *          de la pocion sin pasar de los suyos del roster.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EFECTIVIDAD.

       SELECT OPTIONAL MOVIMIENTOS ASSIGN TO
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

       SELECT OPTIONAL EQUIPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEQUIPOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EQU-ENTRENADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EQUIPOS.

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

       SELECT OPTIONAL RESULT-EQUIPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEQUIPORES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESULT-EQUIPOS.

       SELECT OPTIONAL PARTE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PKMCOMBATLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
                   10 EFI-DEFENSOR PIC X(20).
               05 EFI-MULT PIC 9V99.

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

       FD EQUIPOS.
           01 REG-EQUIPO.
               05 EQU-ENTRENADOR PIC X(4).
               05 EQU-NOMBRE PIC X(15).
               05 EQU-MIEMBROS PIC 9(1).
               05 EQU-PKM PIC 9(3) OCCURS 6 TIMES.
               05 EQU-FECHA PIC 9(8).

       FD PROPIEDAD.
           01 DATOS-PROPIEDAD.
               05 PROP-NUMEROPKM PIC 9(3).
               05 PROP-ENTRENADOR PIC X(4).

      *> CATALOGO E INVENTARIO DE LA TIENDA (PKMTIENDA); AQUI SOLO
      *> SE GASTAN LAS POCIONES (CLASE P, EFECTO = PS).
       FD OBJETOS.
           01 REG-OBJETO.
               05 OBJ-CODIGO PIC X(4).
               05 OBJ-NOMBRE PIC X(15).
               05 OBJ-CLASE PIC X(1).
                   88 OBJ-ES-POCION VALUE "P".
               05 OBJ-PRECIO PIC 9(5)V99.
               05 OBJ-EFECTO PIC 9(4).

       FD INVENTARIO.
           01 REG-INVENTARIO.
               05 INV-CLAVE.
                   10 INV-ENTRENADOR PIC X(4).
                   10 INV-OBJETO PIC X(4).
               05 INV-CANTIDAD PIC 9(4).

      *> UNA LINEA POR COMBATE DE EQUIPOS: GANADOR EN BLANCO SI
      *> CAEN LOS DOS ULTIMOS A LA VEZ (TABLAS).
       FD RESULT-EQUIPOS
       RECORD CONTAINS 50 CHARACTERS.
       01 REG-RESULT-EQUIPOS.
           05 REQ-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 REQ-ENT1 PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REQ-ENT2 PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REQ-GANADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REQ-COMBATES PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 REQ-QUEDAN1 PIC 9(1).
           05 FILLER PIC X VALUE SPACE.
           05 REQ-QUEDAN2 PIC 9(1).
           05 FILLER PIC X(20) VALUE SPACES.

       FD PARTE
       RECORD CONTAINS 90 CHARACTERS.
       01 REG-PARTE PIC X(90).

       FD RESULTADOS
       RECORD CONTAINS 50 CHARACTERS.
       77 WS-FS-PARTE PIC 99.
       77 WS-FS-RESULTADOS PIC 99.
       77 WS-EFECTIVIDAD-OK PIC X(1) VALUE "N".
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-PKMMOVS PIC 99.
       77 WS-MOVIMIENTOS-OK PIC X(1) VALUE "N".
       77 WS-M PIC 9(1).
       77 WS-PUNTOS PIC 9(9)V99.
       77 WS-MEJOR-PUNTOS PIC 9(9)V99.
       77 WS-ELEGIDO PIC 9(1).
       77 WS-ELEGIDO-MULT PIC 9V99.
       77 WS-ELEGIDO-NOMBRE PIC X(15).
       77 WS-ELEGIDO-POTENCIA PIC 9(3).
       77 WS-ELEGIDO-PRECISION PIC 9(3).
       77 WS-TIPO-DEFENSOR PIC X(20).
       77 WS-ACIERTO PIC X(1).
       77 WS-AZAR-SEMBRADO PIC X(1) VALUE "N".
       77 WS-SEMILLA PIC 9(8).
       77 WS-AZAR PIC 9V9(8).
       77 WS-TIRADA PIC 9(3).
       77 WS-FS-EQUIPOS PIC 99.
       77 WS-FS-PROPIEDAD PIC 99.
       77 WS-FS-RESULT-EQUIPOS PIC 99.
       77 WS-FS-OBJETOS PIC 99.
       77 WS-FS-INVENTARIO PIC 99.
       77 WS-INVENTARIO-OK PIC X(1) VALUE "N".
       77 WS-MODO PIC 9(1).
       77 WS-EN-EQUIPO PIC X(1) VALUE "N".
       77 WS-EQUIPO-OK PIC X(1).
       77 WS-ENT-EQUIPO PIC X(4).
       77 WS-P1 PIC 9(1).
       77 WS-P2 PIC 9(1).
       77 WS-P-RELEVO PIC 9(1).
       77 WS-COMBATES PIC 9(2).
       77 WS-GANADOR-EQUIPO PIC X(4).
       77 WS-ASALTO PIC 9(2).
       77 WS-DANO PIC S9(5).
       77 WS-MULT PIC 9V99.
           05 L1-DEFENSA PIC 9(3).
           05 L1-VELOCIDAD PIC 9(3).
           05 L1-NIVEL PIC 9(3).
           05 L1-PS-MAX PIC 9(3).

       01 WS-LUCHADOR-2.
           05 L2-NUMERO PIC 9(3).
           05 L2-DEFENSA PIC 9(3).
           05 L2-VELOCIDAD PIC 9(3).
           05 L2-NIVEL PIC 9(3).
           05 L2-PS-MAX PIC 9(3).

      *> COMBATE POR EQUIPOS: LOS DOS EQUIPOS Y EL EQUIPO DEL QUE SE
      *> BUSCA RELEVO, CON EL LUCHADOR QUE SALE (MISMA FORMA QUE LAS
      *> FICHAS DE ARRIBA).
       01 WS-EQUIPO-1.
           05 EQ1-ENT PIC X(4).
           05 EQ1-MIEMBROS PIC 9(1).
           05 EQ1-PKM PIC 9(3) OCCURS 6 TIMES.

       01 WS-EQUIPO-2.
           05 EQ2-ENT PIC X(4).
           05 EQ2-MIEMBROS PIC 9(1).
           05 EQ2-PKM PIC 9(3) OCCURS 6 TIMES.

       01 WS-EQUIPO-RELEVO.
           05 EQR-ENT PIC X(4).
           05 EQR-MIEMBROS PIC 9(1).
           05 EQR-PKM PIC 9(3) OCCURS 6 TIMES.

       01 WS-LUCHADOR-RELEVO.
           05 LR-NUMERO PIC 9(3).
           05 LR-NOMBRE PIC X(10).
           05 LR-TIPO PIC X(20).
           05 LR-PS PIC S9(5).
           05 LR-ATAQUE PIC 9(3).
           05 LR-DEFENSA PIC 9(3).
           05 LR-VELOCIDAD PIC 9(3).
           05 LR-NIVEL PIC 9(3).
           05 LR-PS-MAX PIC 9(3).

      *> MOVIMIENTOS DE CADA CONTENDIENTE. LA TABLA DE CARGA Y LA DEL
      *> ATACANTE DEL ASALTO TIENEN LA MISMA FORMA Y SE MUEVEN ENTERAS.
       01 WS-MOVS-1.
           05 M1-OCUPADOS PIC 9(1).
           05 M1-MOV OCCURS 4 TIMES.
               10 M1-NOMBRE PIC X(15).
               10 M1-TIPO PIC X(20).
               10 M1-POTENCIA PIC 9(3).
               10 M1-PRECISION PIC 9(3).

       01 WS-MOVS-2.
           05 M2-OCUPADOS PIC 9(1).
           05 M2-MOV OCCURS 4 TIMES.
               10 M2-NOMBRE PIC X(15).
               10 M2-TIPO PIC X(20).
               10 M2-POTENCIA PIC 9(3).
               10 M2-PRECISION PIC 9(3).

       01 WS-MOVS-CARGA.
           05 MC-OCUPADOS PIC 9(1).
           05 MC-MOV OCCURS 4 TIMES.
               10 MC-NOMBRE PIC X(15).
               10 MC-TIPO PIC X(20).
               10 MC-POTENCIA PIC 9(3).
               10 MC-PRECISION PIC 9(3).

       01 WS-MOVS-ATACANTE.
           05 MA-OCUPADOS PIC 9(1).
           05 MA-MOV OCCURS 4 TIMES.
               10 MA-NOMBRE PIC X(15).
               10 MA-TIPO PIC X(20).
               10 MA-POTENCIA PIC 9(3).
               10 MA-PRECISION PIC 9(3).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-HOY-HORA PIC 9(8).
           05 FILLER PIC X(5).

       01 WS-LINEA-GOLPE.
           05 FILLER PIC X(8) VALUE "Asalto  ".
           05 FILLER PIC X(7) VALUE " pega a".
           05 FILLER PIC X VALUE SPACE.
           05 GOL-DEFENSOR PIC X(10).
           05 FILLER PIC X(5) VALUE " con ".
           05 GOL-MOVIMIENTO PIC X(15).
           05 FILLER PIC X(7) VALUE " daño ".
           05 GOL-DANO PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE " (quedan ".
           05 GOL-RESTANTE PIC -(4)9.
           05 FILLER PIC X(4) VALUE " PS)".

       01 WS-LINEA-FALLO.
           05 FILLER PIC X(8) VALUE "Asalto  ".
           05 FAL-ASALTO PIC Z9.
           05 FILLER PIC X(2) VALUE ": ".
           05 FAL-ATACANTE PIC X(10).
           05 FILLER PIC X(5) VALUE " usa ".
           05 FAL-MOVIMIENTO PIC X(15).
           05 FILLER PIC X(10) VALUE " y falla.".

       01 WS-LINEA-POCION.
           05 FILLER PIC X(10) VALUE "Pocion:   ".
           05 POC-NOMBRE PIC X(10).
           05 FILLER PIC X(6) VALUE " toma ".
           05 POC-OBJETO PIC X(15).
           05 FILLER PIC X(16) VALUE " y queda con PS ".
           05 POC-PS PIC ZZZZ9.

       01 WS-LINEA-EQUIPOS.
           05 FILLER PIC X(21) VALUE "COMBATE POR EQUIPOS: ".
           05 LEQ-ENT1 PIC X(4).
           05 FILLER PIC X(4) VALUE " vs ".
           05 LEQ-ENT2 PIC X(4).
           05 FILLER PIC X(10) VALUE " ganador: ".
           05 LEQ-GANADOR PIC X(6).
           05 FILLER PIC X(12) VALUE " combates: ".
           05 LEQ-COMBATES PIC Z9.

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(10) VALUE "COMBATE:  ".
           05 CAB-NOMBRE1 PIC X(10).
                   DISPLAY "AVISO: sin matriz de efectividad"
                   " (PKMTIPOS), todos los golpes a multiplicador 1."
               END-IF
               OPEN INPUT MOVIMIENTOS
               OPEN INPUT PKMMOVS
               IF WS-FS-MOVIMIENTOS EQUAL "00"
               AND WS-FS-PKMMOVS EQUAL "00"
                   MOVE "S" TO WS-MOVIMIENTOS-OK
               END-IF
               OPEN INPUT EQUIPOS
               OPEN INPUT PROPIEDAD
               PERFORM 10-COMBATIR UNTIL WS-SEGUIR NOT EQUAL "SI"
               CLOSE EQUIPOS
               CLOSE PROPIEDAD
               IF WS-EFECTIVIDAD-OK EQUAL "S"
                   CLOSE EFECTIVIDAD
               END-IF
               CLOSE MOVIMIENTOS
               CLOSE PKMMOVS
               CLOSE ARCHIVO-POKEMON
           END-IF.
       STOP RUN.


       10-COMBATIR.
           DISPLAY "Combate individual (1) o por equipos (2): "
           ACCEPT WS-MODO.
           IF WS-MODO EQUAL 2
               PERFORM 80-COMBATE-EQUIPOS
           ELSE
               PERFORM 20-CARGAR-LUCHADORES
               IF L1-NUMERO NOT EQUAL ZERO
               AND L2-NUMERO NOT EQUAL ZERO
                   PERFORM 30-SIMULAR-COMBATE
               END-IF
           END-IF.
           DISPLAY "¿Otro combate? (SI/NO)"
           ACCEPT WS-SEGUIR.
               MOVE PKM-DEFENSA TO L1-DEFENSA
               MOVE PKM-VELOCIDAD TO L1-VELOCIDAD
               MOVE PKM-NIVEL TO L1-NIVEL
               MOVE PKM-PS TO L1-PS-MAX
               PERFORM 25-CARGAR-MOVIMIENTOS
               MOVE WS-MOVS-CARGA TO WS-MOVS-1
           END-READ.
           IF L1-NUMERO NOT EQUAL ZERO
               DISPLAY "Numero del segundo Pokemon: "
                       MOVE PKM-DEFENSA TO L2-DEFENSA
                       MOVE PKM-VELOCIDAD TO L2-VELOCIDAD
                       MOVE PKM-NIVEL TO L2-NIVEL
                       MOVE PKM-PS TO L2-PS-MAX
                       PERFORM 25-CARGAR-MOVIMIENTOS
                       MOVE WS-MOVS-CARGA TO WS-MOVS-2
                   END-IF
               END-READ
           END-IF.
       EXIT.


      *> MOVIMIENTOS DEL POKEMON RECIEN LEIDO. SIN FICHA EN JPKMMOVS
      *> (O SIN MAESTRO) QUEDA EL "GOLPE" DE SU PROPIO TIPO.
       25-CARGAR-MOVIMIENTOS.
           INITIALIZE WS-MOVS-CARGA.
           IF WS-MOVIMIENTOS-OK EQUAL "S"
               MOVE NUMEROPKM TO PMV-NUMERO
               READ PKMMOVS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 27-CARGAR-UN-MOVIMIENTO
                       VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               END-READ
           END-IF.
           IF MC-OCUPADOS EQUAL 0
               MOVE 1 TO MC-OCUPADOS
               MOVE "Golpe" TO MC-NOMBRE (1)
               MOVE TIPO-PKM TO MC-TIPO (1)
               MOVE 50 TO MC-POTENCIA (1)
               MOVE 100 TO MC-PRECISION (1)
           END-IF.
       25-CARGAR-MOVIMIENTOS-END.
       EXIT.


       27-CARGAR-UN-MOVIMIENTO.
           IF PMV-MOVIMIENTO (WS-M) EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE PMV-MOVIMIENTO (WS-M) TO MOV-CODIGO.
           READ MOVIMIENTOS RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO MC-OCUPADOS
               MOVE MOV-NOMBRE TO MC-NOMBRE (MC-OCUPADOS)
               MOVE MOV-TIPO TO MC-TIPO (MC-OCUPADOS)
               MOVE MOV-POTENCIA TO MC-POTENCIA (MC-OCUPADOS)
               MOVE MOV-PRECISION TO MC-PRECISION (MC-OCUPADOS)
           END-READ.
       27-CARGAR-UN-MOVIMIENTO-END.
       EXIT.


      *> COMBATE POR ASALTOS: EMPIEZA EL MAS RAPIDO Y CADA GOLPE
      *> QUE ACIERTA RESTA (ATAQUE x NIVEL / 50 x POTENCIA / 50 -
      *> DEFENSA / 2, MINIMO 1) POR EL MULTIPLICADOR DE EFECTIVIDAD
      *> DEL MOVIMIENTO. A LOS 50 ASALTOS SIN CAIDO SE DECLARA
      *> TABLAS (GANADOR 000).
       30-SIMULAR-COMBATE.
           OPEN EXTEND PARTE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           DISPLAY WS-LINEA-GANADOR.
           CLOSE PARTE.

      *>LOS COMBATES DE UN EQUIPO SOLO DEJAN EL RESULTADO DEL
      *>EQUIPO (JEQUIPORES), PARA QUE NO PUNTUEN DOS VECES.
           IF WS-EN-EQUIPO EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RESULTADOS.
           MOVE WS-HOY-NUM TO RES-FECHA.
           MOVE L1-NUMERO TO RES-PKM1.


       50-GOLPE-DE-1.
           MOVE WS-MOVS-1 TO WS-MOVS-ATACANTE.
           MOVE L2-TIPO TO WS-TIPO-DEFENSOR.
           PERFORM 65-ELEGIR-MOVIMIENTO.
           PERFORM 70-COMPROBAR-ACIERTO.
           IF WS-ACIERTO EQUAL "N"
               MOVE WS-ASALTO TO FAL-ASALTO
               MOVE L1-NOMBRE TO FAL-ATACANTE
               MOVE WS-ELEGIDO-NOMBRE TO FAL-MOVIMIENTO
               WRITE REG-PARTE FROM WS-LINEA-FALLO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DANO =
               (L1-ATAQUE * L1-NIVEL / 50 * WS-ELEGIDO-POTENCIA / 50)
               - (L2-DEFENSA / 2).
           IF WS-DANO < 1
               MOVE 1 TO WS-DANO
           END-IF.
           MOVE WS-ASALTO TO GOL-ASALTO.
           MOVE L1-NOMBRE TO GOL-ATACANTE.
           MOVE L2-NOMBRE TO GOL-DEFENSOR.
           MOVE WS-ELEGIDO-NOMBRE TO GOL-MOVIMIENTO.
           MOVE WS-DANO TO GOL-DANO.
           MOVE L2-PS TO GOL-RESTANTE.
           WRITE REG-PARTE FROM WS-LINEA-GOLPE.


       55-GOLPE-DE-2.
           MOVE WS-MOVS-2 TO WS-MOVS-ATACANTE.
           MOVE L1-TIPO TO WS-TIPO-DEFENSOR.
           PERFORM 65-ELEGIR-MOVIMIENTO.
           PERFORM 70-COMPROBAR-ACIERTO.
           IF WS-ACIERTO EQUAL "N"
               MOVE WS-ASALTO TO FAL-ASALTO
               MOVE L2-NOMBRE TO FAL-ATACANTE
               MOVE WS-ELEGIDO-NOMBRE TO FAL-MOVIMIENTO
               WRITE REG-PARTE FROM WS-LINEA-FALLO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DANO =
               (L2-ATAQUE * L2-NIVEL / 50 * WS-ELEGIDO-POTENCIA / 50)
               - (L1-DEFENSA / 2).
           IF WS-DANO < 1
               MOVE 1 TO WS-DANO
           END-IF.
           MOVE WS-ASALTO TO GOL-ASALTO.
           MOVE L2-NOMBRE TO GOL-ATACANTE.
           MOVE L1-NOMBRE TO GOL-DEFENSOR.
           MOVE WS-ELEGIDO-NOMBRE TO GOL-MOVIMIENTO.
           MOVE WS-DANO TO GOL-DANO.
           MOVE L1-PS TO GOL-RESTANTE.
           WRITE REG-PARTE FROM WS-LINEA-GOLPE.
       60-BUSCAR-MULTIPLICADOR-END.
       EXIT.


      *> EL ATACANTE ELIGE EL MOVIMIENTO DE MAS POTENCIA x PRECISION
      *> x MULTIPLICADOR CONTRA EL DEFENSOR; A IGUALDAD, EL PRIMERO.
       65-ELEGIR-MOVIMIENTO.
           MOVE ZERO TO WS-MEJOR-PUNTOS.
           MOVE 1 TO WS-ELEGIDO.
           MOVE 1.00 TO WS-ELEGIDO-MULT.
           PERFORM 67-VALORAR-MOVIMIENTO
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > MA-OCUPADOS.
           MOVE MA-NOMBRE (WS-ELEGIDO) TO WS-ELEGIDO-NOMBRE.
           MOVE MA-POTENCIA (WS-ELEGIDO) TO WS-ELEGIDO-POTENCIA.
           MOVE MA-PRECISION (WS-ELEGIDO) TO WS-ELEGIDO-PRECISION.
           MOVE WS-ELEGIDO-MULT TO WS-MULT.
       65-ELEGIR-MOVIMIENTO-END.
       EXIT.


       67-VALORAR-MOVIMIENTO.
           MOVE MA-TIPO (WS-M) TO EFI-ATACANTE.
           MOVE WS-TIPO-DEFENSOR TO EFI-DEFENSOR.
           PERFORM 60-BUSCAR-MULTIPLICADOR.
           COMPUTE WS-PUNTOS = MA-POTENCIA (WS-M)
               * MA-PRECISION (WS-M) * WS-MULT.
           IF WS-M EQUAL 1 OR WS-PUNTOS > WS-MEJOR-PUNTOS
               MOVE WS-PUNTOS TO WS-MEJOR-PUNTOS
               MOVE WS-M TO WS-ELEGIDO
               MOVE WS-MULT TO WS-ELEGIDO-MULT
           END-IF.
       67-VALORAR-MOVIMIENTO-END.
       EXIT.


      *> TIRADA DE 1 A 100 CONTRA LA PRECISION DEL MOVIMIENTO; LA
      *> SEMILLA SE TOMA DE LA HORA UNA SOLA VEZ POR EJECUCION.
       70-COMPROBAR-ACIERTO.
           MOVE "S" TO WS-ACIERTO.
           IF WS-ELEGIDO-PRECISION NOT LESS 100
               EXIT PARAGRAPH
           END-IF.
           IF WS-AZAR-SEMBRADO EQUAL "N"
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-HORA TO WS-SEMILLA
               COMPUTE WS-AZAR = FUNCTION RANDOM(WS-SEMILLA)
               MOVE "S" TO WS-AZAR-SEMBRADO
           ELSE
               COMPUTE WS-AZAR = FUNCTION RANDOM
           END-IF.
           COMPUTE WS-TIRADA = WS-AZAR * 100 + 1.
           IF WS-TIRADA > WS-ELEGIDO-PRECISION
               MOVE "N" TO WS-ACIERTO
           END-IF.
       70-COMPROBAR-ACIERTO-END.
       EXIT.


      *> COMBATE ENTRE LOS EQUIPOS DE DOS ENTRENADORES. CADA EQUIPO
      *> SACA SU PRIMER POKEMON DISPONIBLE; TRAS CADA COMBATE EL
      *> CAIDO SE RELEVA CON EL SIGUIENTE DE SU EQUIPO (EN TABLAS,
      *> LOS DOS). GANA EL EQUIPO QUE CONSERVA UN POKEMON EN PIE.
       80-COMBATE-EQUIPOS.
           IF WS-FS-EQUIPOS NOT EQUAL "00"
               DISPLAY "No hay equipos registrados (PKMEQUIPOS)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Entrenador del primer equipo: "
           ACCEPT WS-ENT-EQUIPO.
           PERFORM 81-CARGAR-EQUIPO.
           IF WS-EQUIPO-OK EQUAL "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EQUIPO-RELEVO TO WS-EQUIPO-1.
           DISPLAY "Entrenador del segundo equipo: "
           ACCEPT WS-ENT-EQUIPO.
           IF WS-ENT-EQUIPO EQUAL EQ1-ENT
               DISPLAY "Un equipo no combate consigo mismo."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 81-CARGAR-EQUIPO.
           IF WS-EQUIPO-OK EQUAL "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EQUIPO-RELEVO TO WS-EQUIPO-2.

           MOVE 0 TO WS-P1 WS-P2 WS-COMBATES.
           PERFORM 84-RELEVO-1.
           PERFORM 86-RELEVO-2.
           IF L1-NUMERO EQUAL ZERO OR L2-NUMERO EQUAL ZERO
               DISPLAY "Combate anulado: algun equipo no tiene"
               " Pokemon disponibles."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-INVENTARIO-OK.
           OPEN INPUT OBJETOS.
           OPEN I-O INVENTARIO.
           IF WS-FS-OBJETOS EQUAL "00"
           AND WS-FS-INVENTARIO EQUAL "00"
               MOVE "S" TO WS-INVENTARIO-OK
           END-IF.
           MOVE "S" TO WS-EN-EQUIPO.
           PERFORM 82-UN-COMBATE
               UNTIL L1-NUMERO EQUAL ZERO OR L2-NUMERO EQUAL ZERO.
           MOVE "N" TO WS-EN-EQUIPO.
           CLOSE OBJETOS.
           CLOSE INVENTARIO.
           PERFORM 95-GRABAR-RESULTADO-EQUIPOS.
       80-COMBATE-EQUIPOS-END.
       EXIT.


       81-CARGAR-EQUIPO.
           MOVE "S" TO WS-EQUIPO-OK.
           MOVE WS-ENT-EQUIPO TO EQU-ENTRENADOR.
           READ EQUIPOS RECORD
           INVALID KEY
               DISPLAY "Ese entrenador no tiene equipo registrado."
               MOVE "N" TO WS-EQUIPO-OK
           NOT INVALID KEY
               MOVE EQU-ENTRENADOR TO EQR-ENT
               MOVE EQU-MIEMBROS TO EQR-MIEMBROS
               PERFORM 83-PASAR-MIEMBRO
                   VARYING WS-P-RELEVO FROM 1 BY 1
                   UNTIL WS-P-RELEVO > 6
               DISPLAY "Equipo " EQU-NOMBRE " de " EQU-ENTRENADOR
               " con " EQU-MIEMBROS " Pokemon."
           END-READ.
       81-CARGAR-EQUIPO-END.
       EXIT.


       82-UN-COMBATE.
           ADD 1 TO WS-COMBATES.
           PERFORM 30-SIMULAR-COMBATE.
           EVALUATE TRUE
           WHEN WS-GANADOR EQUAL ZERO
               PERFORM 84-RELEVO-1
               PERFORM 86-RELEVO-2
           WHEN WS-GANADOR EQUAL L1-NUMERO
               PERFORM 86-RELEVO-2
               IF L2-NUMERO NOT EQUAL ZERO
                   PERFORM 87-POCION-1
               END-IF
           WHEN OTHER
               PERFORM 84-RELEVO-1
               IF L1-NUMERO NOT EQUAL ZERO
                   PERFORM 88-POCION-2
               END-IF
           END-EVALUATE.
       82-UN-COMBATE-END.
       EXIT.


       83-PASAR-MIEMBRO.
           MOVE EQU-PKM (WS-P-RELEVO) TO EQR-PKM (WS-P-RELEVO).
       83-PASAR-MIEMBRO-END.
       EXIT.


       84-RELEVO-1.
           MOVE WS-EQUIPO-1 TO WS-EQUIPO-RELEVO.
           MOVE WS-P1 TO WS-P-RELEVO.
           PERFORM 90-BUSCAR-RELEVO.
           MOVE WS-P-RELEVO TO WS-P1.
           MOVE WS-LUCHADOR-RELEVO TO WS-LUCHADOR-1.
           MOVE WS-MOVS-CARGA TO WS-MOVS-1.
       84-RELEVO-1-END.
       EXIT.


       86-RELEVO-2.
           MOVE WS-EQUIPO-2 TO WS-EQUIPO-RELEVO.
           MOVE WS-P2 TO WS-P-RELEVO.
           PERFORM 90-BUSCAR-RELEVO.
           MOVE WS-P-RELEVO TO WS-P2.
           MOVE WS-LUCHADOR-RELEVO TO WS-LUCHADOR-2.
           MOVE WS-MOVS-CARGA TO WS-MOVS-2.
       86-RELEVO-2-END.
       EXIT.


      *> EL SUPERVIVIENTE SIGUE CON LOS PS QUE LE QUEDAN; ANTES DEL
      *> SIGUIENTE COMBATE SU ENTRENADOR PUEDE DARLE UNA POCION.
       87-POCION-1.
           MOVE WS-LUCHADOR-1 TO WS-LUCHADOR-RELEVO.
           MOVE EQ1-ENT TO WS-ENT-EQUIPO.
           PERFORM 89-DAR-POCION.
           MOVE WS-LUCHADOR-RELEVO TO WS-LUCHADOR-1.
       87-POCION-1-END.
       EXIT.


       88-POCION-2.
           MOVE WS-LUCHADOR-2 TO WS-LUCHADOR-RELEVO.
           MOVE EQ2-ENT TO WS-ENT-EQUIPO.
           PERFORM 89-DAR-POCION.
           MOVE WS-LUCHADOR-RELEVO TO WS-LUCHADOR-2.
       88-POCION-2-END.
       EXIT.


       89-DAR-POCION.
           IF WS-INVENTARIO-OK NOT EQUAL "S"
           OR LR-PS NOT LESS LR-PS-MAX
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-ENT-EQUIPO ": " LR-NOMBRE " sigue con " LR-PS
           " de " LR-PS-MAX " PS."
           DISPLAY "Pocion a darle (en blanco, ninguna): "
           ACCEPT OBJ-CODIGO
           IF OBJ-CODIGO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           READ OBJETOS RECORD
           INVALID KEY
               MOVE SPACE TO OBJ-CLASE
           END-READ.
           IF NOT OBJ-ES-POCION
               DISPLAY "Ese codigo no es una pocion."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-EQUIPO TO INV-ENTRENADOR.
           MOVE OBJ-CODIGO TO INV-OBJETO.
           READ INVENTARIO RECORD
           INVALID KEY
               MOVE ZERO TO INV-CANTIDAD
           END-READ.
           IF INV-CANTIDAD EQUAL 0
               DISPLAY WS-ENT-EQUIPO " no tiene " OBJ-NOMBRE "."
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM INV-CANTIDAD.
           REWRITE REG-INVENTARIO
           INVALID KEY
               DISPLAY "Error al descontar la pocion."
               EXIT PARAGRAPH
           END-REWRITE.
           ADD OBJ-EFECTO TO LR-PS.
           IF LR-PS > LR-PS-MAX
               MOVE LR-PS-MAX TO LR-PS
           END-IF.
           MOVE LR-NOMBRE TO POC-NOMBRE.
           MOVE OBJ-NOMBRE TO POC-OBJETO.
           MOVE LR-PS TO POC-PS.
           OPEN EXTEND PARTE.
           WRITE REG-PARTE FROM WS-LINEA-POCION.
           CLOSE PARTE.
           DISPLAY WS-LINEA-POCION.
       89-DAR-POCION-END.
       EXIT.


      *> SIGUIENTE PUESTO DEL EQUIPO CON UN POKEMON QUE SIGA EN EL
      *> ROSTER Y SIGA SIENDO DEL ENTRENADOR; SIN MAS, NUMERO 000.
       90-BUSCAR-RELEVO.
           INITIALIZE WS-LUCHADOR-RELEVO.
           PERFORM 92-PROBAR-RELEVO
               UNTIL LR-NUMERO NOT EQUAL ZERO
               OR WS-P-RELEVO NOT LESS EQR-MIEMBROS.
       90-BUSCAR-RELEVO-END.
       EXIT.


       92-PROBAR-RELEVO.
           ADD 1 TO WS-P-RELEVO.
           IF WS-FS-PROPIEDAD EQUAL "00"
               MOVE EQR-PKM (WS-P-RELEVO) TO PROP-NUMEROPKM
               READ PROPIEDAD RECORD
               INVALID KEY
                   MOVE SPACES TO PROP-ENTRENADOR
               END-READ
               IF PROP-ENTRENADOR NOT EQUAL EQR-ENT
                   DISPLAY "El " EQR-PKM (WS-P-RELEVO) " ya no es de "
                   EQR-ENT ": no sale."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE EQR-PKM (WS-P-RELEVO) TO NUMEROPKM.
           READ ARCHIVO-POKEMON RECORD
           INVALID KEY
               DISPLAY "El " EQR-PKM (WS-P-RELEVO)
               " ya no esta en el roster: no sale."
           NOT INVALID KEY
               MOVE NUMEROPKM TO LR-NUMERO
               MOVE NOMBREPKM TO LR-NOMBRE
               MOVE TIPO-PKM TO LR-TIPO
               MOVE PKM-PS TO LR-PS
               MOVE PKM-ATAQUE TO LR-ATAQUE
               MOVE PKM-DEFENSA TO LR-DEFENSA
               MOVE PKM-VELOCIDAD TO LR-VELOCIDAD
               MOVE PKM-NIVEL TO LR-NIVEL
               MOVE PKM-PS TO LR-PS-MAX
               PERFORM 25-CARGAR-MOVIMIENTOS
               DISPLAY EQR-ENT " saca a " NOMBREPKM "."
           END-READ.
       92-PROBAR-RELEVO-END.
       EXIT.


       95-GRABAR-RESULTADO-EQUIPOS.
           EVALUATE TRUE
           WHEN L1-NUMERO NOT EQUAL ZERO
               MOVE EQ1-ENT TO WS-GANADOR-EQUIPO
           WHEN L2-NUMERO NOT EQUAL ZERO
               MOVE EQ2-ENT TO WS-GANADOR-EQUIPO
           WHEN OTHER
               MOVE SPACES TO WS-GANADOR-EQUIPO
           END-EVALUATE.

           MOVE SPACES TO REG-RESULT-EQUIPOS.
           MOVE WS-HOY-NUM TO REQ-FECHA.
           MOVE EQ1-ENT TO REQ-ENT1.
           MOVE EQ2-ENT TO REQ-ENT2.
           MOVE WS-GANADOR-EQUIPO TO REQ-GANADOR.
           MOVE WS-COMBATES TO REQ-COMBATES.
           MOVE ZERO TO REQ-QUEDAN1 REQ-QUEDAN2.
           IF L1-NUMERO NOT EQUAL ZERO
               COMPUTE REQ-QUEDAN1 = EQ1-MIEMBROS - WS-P1 + 1
           END-IF.
           IF L2-NUMERO NOT EQUAL ZERO
               COMPUTE REQ-QUEDAN2 = EQ2-MIEMBROS - WS-P2 + 1
           END-IF.
           OPEN EXTEND RESULT-EQUIPOS.
           WRITE REG-RESULT-EQUIPOS.
           CLOSE RESULT-EQUIPOS.

           MOVE EQ1-ENT TO LEQ-ENT1.
           MOVE EQ2-ENT TO LEQ-ENT2.
           IF WS-GANADOR-EQUIPO EQUAL SPACES
               MOVE "tablas" TO LEQ-GANADOR
           ELSE
               MOVE WS-GANADOR-EQUIPO TO LEQ-GANADOR
           END-IF.
           MOVE WS-COMBATES TO LEQ-COMBATES.
           OPEN EXTEND PARTE.
           WRITE REG-PARTE FROM WS-LINEA-EQUIPOS.
           CLOSE PARTE.
           DISPLAY WS-LINEA-EQUIPOS.
       95-GRABAR-RESULTADO-EQUIPOS-END.
       EXIT.

       END PROGRAM PKMCOMBATE.
