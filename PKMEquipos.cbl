      ******************************************************************
      * Author:
      * Date:
      * Purpose: Equipos de combate de los entrenadores (JEQUIPOS):
      *          cada entrenador de JENTRENADOR registra un equipo
      *          de hasta seis Pokemon suyos segun JPROPIEDAD, en el
      *          orden fijo en que saldran a combatir. Un mismo
      *          Pokemon no puede estar en dos equipos ni repetido
      *          en el mismo. Los combates por equipos se juegan en
      *          PKMCOMBATE y su resultado (JEQUIPORES) lo usan la
      *          puntuacion PKMRATING y los torneos por equipos de
      *          PKMTORNEO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKMEQUIPOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENTRENADORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JENTRENADOR.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ENT-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ENTRENADORES.

       SELECT OPTIONAL PROPIEDAD ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROPIEDAD.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROP-NUMEROPKM
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROPIEDAD.

       SELECT EQUIPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEQUIPOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EQU-ENTRENADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EQUIPOS.

       SELECT ARCHIVO-POKEMON
       ASSIGN TO "C:\Users\34636\Documents\COBOL-Crear-archivos\pkm.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NUMEROPKM
       ALTERNATE RECORD KEY IS NOMBREPKM
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRENADORES.
           01 DATOS-ENTRENADOR.
               05 ENT-ID PIC X(4).
               05 ENT-NOMBRE PIC X(15).

       FD PROPIEDAD.
           01 DATOS-PROPIEDAD.
               05 PROP-NUMEROPKM PIC 9(3).
               05 PROP-ENTRENADOR PIC X(4).

      *> UN EQUIPO POR ENTRENADOR: LOS POKEMON EN EL ORDEN EN QUE
      *> SALEN A COMBATIR (000 EN LOS PUESTOS SIN OCUPAR).
       FD EQUIPOS.
           01 REG-EQUIPO.
               05 EQU-ENTRENADOR PIC X(4).
               05 EQU-NOMBRE PIC X(15).
               05 EQU-MIEMBROS PIC 9(1).
               05 EQU-PKM PIC 9(3) OCCURS 6 TIMES.
               05 EQU-FECHA PIC 9(8).

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

       77 WS-FS-ENTRENADORES PIC 99.
       77 WS-FS-PROPIEDAD PIC 99.
       77 WS-FS-EQUIPOS PIC 99.
       01 FILE-STATUS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-EQUIPOS PIC X(3).
       77 WS-I PIC 9(2).
       77 WS-J PIC 9(2).
       77 WS-TENIA-EQUIPO PIC X(1).
       77 WS-MIEMBRO-OK PIC X(1).
       77 WS-CANCELAR PIC X(1).
       77 WS-NUMERO PIC 9(3).
       77 WS-MIEMBROS PIC 9(1).
       77 WS-NOMBRE-EQUIPO PIC X(15).
       77 WS-CONTADOR-EQUIPOS PIC 9(3).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> EN QUE EQUIPO ESTA CADA NUMERO DE POKEMON (POSICION NUMERO
      *> + 1); ESPACIOS SI EN NINGUNO.
       01 WS-TABLA-ALINEADOS.
           05 WS-ALINEADO-EN PIC X(4) OCCURS 1000 TIMES.

       01 WS-EQUIPO-NUEVO.
           05 WS-NUE-PKM PIC 9(3) OCCURS 6 TIMES.

       01 WS-LINEA-MIEMBRO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LMI-PUESTO PIC 9.
           05 FILLER PIC X(2) VALUE ". ".
           05 LMI-NUMERO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 LMI-NOMBRE PIC X(10).
           05 FILLER PIC X(7) VALUE " nivel ".
           05 LMI-NIVEL PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LMI-AVISO PIC X(25).

       PROCEDURE DIVISION.

       00-INICIO.
           OPEN INPUT ENTRENADORES.
           IF WS-FS-ENTRENADORES NOT EQUAL "00"
               DISPLAY "No hay maestro de entrenadores"
               " (PKMENTRENA)."
           ELSE
               PERFORM 05-ABRIR-ARCHIVOS
               PERFORM 10-MENU UNTIL WS-OPCION = 5
               CLOSE ENTRENADORES PROPIEDAD EQUIPOS ARCHIVO-POKEMON
           END-IF.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-ARCHIVOS.
           OPEN INPUT PROPIEDAD.
           OPEN INPUT ARCHIVO-POKEMON.
           OPEN I-O EQUIPOS.
           IF WS-FS-EQUIPOS = "35"
               OPEN OUTPUT EQUIPOS
               CLOSE EQUIPOS
               OPEN I-O EQUIPOS
           END-IF.
       05-ABRIR-ARCHIVOS-END.
       EXIT.


       10-MENU.
           DISPLAY "Equipos de combate."
           DISPLAY "Registrar o rehacer el equipo de un entrenador (1)"
           DISPLAY "Ver el equipo de un entrenador (2)"
           DISPLAY "Baja de equipo (3)"
           DISPLAY "Listar equipos (4)"
           DISPLAY "salir (5)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-REGISTRAR-EQUIPO
           WHEN 2
               PERFORM 40-VER-EQUIPO
           WHEN 3
               PERFORM 50-BAJA-EQUIPO
           WHEN 4
               PERFORM 60-LISTAR-EQUIPOS
           WHEN 5
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> EL EQUIPO SE PIDE PUESTO A PUESTO; UN 000 CANCELA EL ALTA Y
      *> EL EQUIPO ANTERIOR, SI LO HABIA, QUEDA COMO ESTABA.
       20-REGISTRAR-EQUIPO.
           DISPLAY "Codigo del entrenador: "
           ACCEPT ENT-ID
           READ ENTRENADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese entrenador."
               EXIT PARAGRAPH
           END-READ.

           PERFORM 22-CARGAR-ALINEADOS.
           MOVE ENT-ID TO EQU-ENTRENADOR.
           READ EQUIPOS RECORD
           INVALID KEY
               MOVE "N" TO WS-TENIA-EQUIPO
           NOT INVALID KEY
               MOVE "S" TO WS-TENIA-EQUIPO
           END-READ.

           DISPLAY "Nombre del equipo: "
           ACCEPT WS-NOMBRE-EQUIPO
           DISPLAY "Numero de Pokemon del equipo (1-6): "
           ACCEPT WS-MIEMBROS
           IF WS-MIEMBROS < 1 OR WS-MIEMBROS > 6
               DISPLAY "Un equipo lleva de 1 a 6 Pokemon."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-EQUIPO-NUEVO.
           MOVE "N" TO WS-CANCELAR.
           PERFORM 25-PEDIR-MIEMBRO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MIEMBROS OR WS-CANCELAR EQUAL "S".
           IF WS-CANCELAR EQUAL "S"
               DISPLAY "Registro de equipo cancelado."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE ENT-ID TO EQU-ENTRENADOR.
           MOVE WS-NOMBRE-EQUIPO TO EQU-NOMBRE.
           MOVE WS-MIEMBROS TO EQU-MIEMBROS.
           PERFORM 30-PASAR-MIEMBRO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6.
           MOVE WS-HOY-NUM TO EQU-FECHA.
           IF WS-TENIA-EQUIPO EQUAL "S"
               REWRITE REG-EQUIPO
               INVALID KEY
                   DISPLAY "Error al regrabar el equipo."
               NOT INVALID KEY
                   DISPLAY "Equipo de " ENT-NOMBRE " rehecho."
               END-REWRITE
           ELSE
               WRITE REG-EQUIPO
               INVALID KEY
                   DISPLAY "Error al grabar el equipo."
               NOT INVALID KEY
                   DISPLAY "Equipo de " ENT-NOMBRE " registrado."
               END-WRITE
           END-IF.
       20-REGISTRAR-EQUIPO-END.
       EXIT.


      *> LOS POKEMON DE LOS DEMAS EQUIPOS; LOS DEL EQUIPO QUE SE
      *> REHACE NO CUENTAN, SE PUEDEN VOLVER A ALINEAR.
       22-CARGAR-ALINEADOS.
           INITIALIZE WS-TABLA-ALINEADOS.
           MOVE "NO" TO WS-FIN-EQUIPOS.
           MOVE LOW-VALUES TO EQU-ENTRENADOR.
           START EQUIPOS KEY IS NOT LESS THAN EQU-ENTRENADOR
           INVALID KEY
               MOVE "SI" TO WS-FIN-EQUIPOS
           END-START.
           PERFORM 23-LEER-ALINEADOS UNTIL WS-FIN-EQUIPOS EQUAL "SI".
       22-CARGAR-ALINEADOS-END.
       EXIT.


       23-LEER-ALINEADOS.
           READ EQUIPOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-EQUIPOS
           NOT AT END
               IF EQU-ENTRENADOR NOT EQUAL ENT-ID
                   PERFORM 24-ANOTAR-ALINEADO
                       VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > EQU-MIEMBROS
               END-IF
           END-READ.
       23-LEER-ALINEADOS-END.
       EXIT.


       24-ANOTAR-ALINEADO.
           MOVE EQU-ENTRENADOR TO
               WS-ALINEADO-EN (EQU-PKM (WS-J) + 1).
       24-ANOTAR-ALINEADO-END.
       EXIT.


       25-PEDIR-MIEMBRO.
           MOVE "N" TO WS-MIEMBRO-OK.
           PERFORM 27-LEER-MIEMBRO
               UNTIL WS-MIEMBRO-OK EQUAL "S" OR WS-CANCELAR EQUAL "S".
       25-PEDIR-MIEMBRO-END.
       EXIT.


      *> EL POKEMON DEBE SER DEL ENTRENADOR, NO ESTAR YA EN ESTE
      *> EQUIPO Y NO ESTAR EN EL EQUIPO DE OTRO.
       27-LEER-MIEMBRO.
           DISPLAY "Puesto " WS-I
           " - numero del Pokemon (000 cancela): "
           ACCEPT WS-NUMERO
           IF WS-NUMERO EQUAL 0
               MOVE "S" TO WS-CANCELAR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO TO PROP-NUMEROPKM.
           READ PROPIEDAD RECORD
           INVALID KEY
               DISPLAY "Ese Pokemon no tiene dueño registrado."
               EXIT PARAGRAPH
           END-READ.
           IF PROP-ENTRENADOR NOT EQUAL ENT-ID
               DISPLAY "Ese Pokemon es de " PROP-ENTRENADOR
               ", no de " ENT-ID "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ALINEADO-EN (WS-NUMERO + 1) NOT EQUAL SPACES
               DISPLAY "Ese Pokemon ya esta en el equipo de "
               WS-ALINEADO-EN (WS-NUMERO + 1) "."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-MIEMBRO-OK.
           PERFORM 28-COMPARAR-PUESTO
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J NOT LESS WS-I.
           IF WS-MIEMBRO-OK EQUAL "S"
               MOVE WS-NUMERO TO WS-NUE-PKM (WS-I)
           END-IF.
       27-LEER-MIEMBRO-END.
       EXIT.


       28-COMPARAR-PUESTO.
           IF WS-NUE-PKM (WS-J) EQUAL WS-NUMERO
               DISPLAY "Ese Pokemon ya va en el puesto " WS-J "."
               MOVE "N" TO WS-MIEMBRO-OK
           END-IF.
       28-COMPARAR-PUESTO-END.
       EXIT.


       30-PASAR-MIEMBRO.
           MOVE WS-NUE-PKM (WS-I) TO EQU-PKM (WS-I).
       30-PASAR-MIEMBRO-END.
       EXIT.


       40-VER-EQUIPO.
           DISPLAY "Codigo del entrenador: "
           ACCEPT EQU-ENTRENADOR
           READ EQUIPOS RECORD
           INVALID KEY
               DISPLAY "Ese entrenador no tiene equipo registrado."
           NOT INVALID KEY
               PERFORM 45-MOSTRAR-EQUIPO
           END-READ.
       40-VER-EQUIPO-END.
       EXIT.


       45-MOSTRAR-EQUIPO.
           DISPLAY "Equipo " EQU-NOMBRE " de " EQU-ENTRENADOR
           " (" EQU-MIEMBROS " Pokemon, registrado el " EQU-FECHA ")".
           PERFORM 47-MOSTRAR-MIEMBRO
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > EQU-MIEMBROS.
       45-MOSTRAR-EQUIPO-END.
       EXIT.


      *> UN CANJE O TRASPASO POSTERIOR AL REGISTRO DEJA AL POKEMON
      *> FUERA DEL EQUIPO EN COMBATE; AQUI SE AVISA.
       47-MOSTRAR-MIEMBRO.
           MOVE WS-J TO LMI-PUESTO.
           MOVE EQU-PKM (WS-J) TO LMI-NUMERO.
           MOVE SPACES TO LMI-NOMBRE.
           MOVE ZERO TO LMI-NIVEL.
           MOVE SPACES TO LMI-AVISO.
           MOVE EQU-PKM (WS-J) TO NUMEROPKM.
           READ ARCHIVO-POKEMON RECORD
           INVALID KEY
               MOVE "ya no esta en el roster" TO LMI-AVISO
           NOT INVALID KEY
               MOVE NOMBREPKM TO LMI-NOMBRE
               MOVE PKM-NIVEL TO LMI-NIVEL
           END-READ.
           MOVE EQU-PKM (WS-J) TO PROP-NUMEROPKM.
           READ PROPIEDAD RECORD
           INVALID KEY
               MOVE "sin dueño" TO LMI-AVISO
           NOT INVALID KEY
               IF PROP-ENTRENADOR NOT EQUAL EQU-ENTRENADOR
                   MOVE "ahora es de otro" TO LMI-AVISO
               END-IF
           END-READ.
           DISPLAY WS-LINEA-MIEMBRO.
       47-MOSTRAR-MIEMBRO-END.
       EXIT.


       50-BAJA-EQUIPO.
           DISPLAY "Codigo del entrenador: "
           ACCEPT EQU-ENTRENADOR
           READ EQUIPOS RECORD
           INVALID KEY
               DISPLAY "Ese entrenador no tiene equipo registrado."
           NOT INVALID KEY
               DELETE EQUIPOS RECORD
               INVALID KEY
                   DISPLAY "Error eliminando el equipo."
               NOT INVALID KEY
                   DISPLAY "Equipo dado de baja."
               END-DELETE
           END-READ.
       50-BAJA-EQUIPO-END.
       EXIT.


       60-LISTAR-EQUIPOS.
           MOVE 0 TO WS-CONTADOR-EQUIPOS.
           MOVE "NO" TO WS-FIN-EQUIPOS.
           MOVE LOW-VALUES TO EQU-ENTRENADOR.
           START EQUIPOS KEY IS NOT LESS THAN EQU-ENTRENADOR
           INVALID KEY
               MOVE "SI" TO WS-FIN-EQUIPOS
           END-START.
           PERFORM 65-LISTAR-UNO UNTIL WS-FIN-EQUIPOS EQUAL "SI".
           DISPLAY "Equipos registrados: " WS-CONTADOR-EQUIPOS.
       60-LISTAR-EQUIPOS-END.
       EXIT.


       65-LISTAR-UNO.
           READ EQUIPOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-EQUIPOS
           NOT AT END
               ADD 1 TO WS-CONTADOR-EQUIPOS
               PERFORM 45-MOSTRAR-EQUIPO
           END-READ.
       65-LISTAR-UNO-END.
       EXIT.
