      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pokedex de cada entrenador del club: JPOKEDEX guarda
      *          por entrenador cada numero de Pokemon que ha tenido
      *          alguna vez ("P", poseido) o que solo ha visto ("V",
      *          visto), y no se borra aunque despues lo traspase o
      *          lo intercambie. La actualizacion la alimenta de la
      *          propiedad actual de JPROPIEDAD (capturas), de los
      *          canjes de JTRADELOG, de las evoluciones que
      *          PKMEVOLUCIONA deja con marca "E" en pkmbaja.txt (la
      *          forma anterior la tuvo el dueño de la evolucionada)
      *          y de los rivales de PKMRESULT (cada dueño ha visto
      *          al contrario). La ficha de un entrenador da el
      *          porcentaje completado contra el catalogo LISTAPKM,
      *          en total y por LP-TIPO, y lo que le falta; la
      *          clasificacion ordena a los entrenadores por Pokedex
      *          completada. Todo queda en JPOKEDEXREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKMPOKEDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT POKEDEX ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPOKEDEX.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PDX-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POKEDEX.

       SELECT LISTA-PKM ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\LISTAPKM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LP-NUMERO
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FS-LISTAPKM.

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

       SELECT OPTIONAL TRADELOG ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTRADELOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TRADELOG.

       SELECT OPTIONAL ARCHIVO-ELIMINADOS
       ASSIGN TO "C:\Users\34636\Documents\COBOL\pkmbaja.txt"
       FILE STATUS IS WS-FS-ELIMINADOS.

       SELECT OPTIONAL RESULTADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PKMRESULT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESULTADOS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPOKEDEXREP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       SELECT PDX-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PdxSort.txt".

       DATA DIVISION.
       FILE SECTION.
      *> UNA FILA POR ENTRENADOR Y NUMERO. ORIGEN: "C" CAPTURA O
      *> PROPIEDAD, "S" TRASPASO, "T" INTERCAMBIO, "E" EVOLUCION,
      *> "B" COMBATE. UN "V" PASA A "P" SI LUEGO LO LLEGA A TENER.
       FD POKEDEX.
           01 REG-POKEDEX.
               05 PDX-CLAVE.
                   10 PDX-ENTRENADOR PIC X(4).
                   10 PDX-NUMERO PIC 9(3).
               05 PDX-FORMA PIC X(1).
               05 PDX-ORIGEN PIC X(1).
               05 PDX-FECHA PIC 9(8).

       FD LISTA-PKM.
       01 REG-LISTAPKM.
           05 LP-NUMERO PIC 9(3).
           05 LP-NOMBRE PIC X(12).
           05 LP-TIPO PIC X(15).
           05 LP-PS PIC 9(3).
           05 LP-ATAQUE PIC 9(3).
           05 LP-DEFENSA PIC 9(3).
           05 LP-VELOCIDAD PIC 9(3).
           05 LP-NIVEL PIC 9(3).
           05 LP-EVOLUCIONA-A PIC 9(3).

       FD ENTRENADORES.
           01 DATOS-ENTRENADOR.
               05 ENT-ID PIC X(4).
               05 ENT-NOMBRE PIC X(15).

       FD PROPIEDAD.
           01 DATOS-PROPIEDAD.
               05 PROP-NUMEROPKM PIC 9(3).
               05 PROP-ENTRENADOR PIC X(4).

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

      *> EL REGISTRO DE BAJA LLEVA EL POKEMON TAL COMO ERA: DE UNA
      *> EVOLUCION SALEN EL NUMERO VIEJO Y EL NUMERO AL QUE EVOLUCIONO.
       FD ARCHIVO-ELIMINADOS
       RECORD CONTAINS 73 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
          01 REG-ELIMINADO.
              05 REG-ELIM-DATOS.
                  10 ELIM-NUMEROPKM PIC 9(3).
                  10 FILLER PIC X(45).
                  10 ELIM-EVOLUCIONA-A PIC 9(3).
              05 REG-ELIM-FECHA PIC X(21).
              05 REG-ELIM-ESTADO PIC X(1).

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

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-INFORME PIC X(80).

       SD PDX-SORT
       RECORD CONTAINS 29 CHARACTERS.
       01 SORT-ENTRENADOR.
           05 SORT-REGISTRADOS PIC 9(3).
           05 SORT-POSEIDOS PIC 9(3).
           05 SORT-ID PIC X(4).
           05 SORT-NOMBRE PIC X(15).
           05 SORT-PORCENTAJE PIC 9(3)V9.

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JPOKEDEXREP".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PKMPOKEDEX".

       77 WS-FS-POKEDEX PIC 99.
       77 WS-FS-LISTAPKM PIC 99.
       77 WS-FS-ENTRENADORES PIC 99.
       77 WS-FS-PROPIEDAD PIC 99.
       77 WS-FS-TRADELOG PIC 99.
       77 WS-FS-ELIMINADOS PIC 99.
       77 WS-FS-RESULTADOS PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-LECTURA PIC X(3).
       77 WS-FIN-POKEDEX PIC X(3).
       77 WS-SORT-FIN PIC X(3).
       77 WS-I PIC 9(4).
       77 WS-J PIC 9(3).
       77 WS-T PIC 9(2).
       77 WS-ENTRENADOR PIC X(4).
       77 WS-DUENO PIC X(4).
       77 WS-DUENO-2 PIC X(4).
       77 WS-REGISTRADOS PIC 9(3).
       77 WS-POSEIDOS PIC 9(3).
       77 WS-PORCENTAJE PIC 9(3)V9.
       77 WS-PUESTO PIC 9(3).
       77 WS-NUEVOS PIC 9(5).
       77 WS-MEJORADOS PIC 9(5).

      *> DATOS DE LA ANOTACION QUE SE GRABA EN 40-ANOTAR.
       77 WS-ANO-ENTRENADOR PIC X(4).
       77 WS-ANO-NUMERO PIC 9(3).
       77 WS-ANO-FORMA PIC X(1).
       77 WS-ANO-ORIGEN PIC X(1).
       77 WS-ANO-FECHA PIC 9(8).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> CATALOGO LISTAPKM EN MEMORIA, POR NUMERO, CON LA MARCA DE
      *> LA POKEDEX DEL ENTRENADOR QUE SE ESTA TRATANDO.
       01 WS-TABLA-CATALOGO.
           05 WS-CAT-TOTAL PIC 9(3) VALUE 0.
           05 WS-CAT-ENTRADA OCCURS 999 TIMES.
               10 WS-CAT-EXISTE PIC X(1).
               10 WS-CAT-NOMBRE PIC X(12).
               10 WS-CAT-TIPO PIC 9(2).
               10 WS-CAT-MARCA PIC X(1).

       01 WS-TABLA-TIPOS.
           05 WS-TIP-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-TIP-ENTRADA OCCURS 30 TIMES.
               10 WS-TIP-NOMBRE PIC X(15).
               10 WS-TIP-TOTAL PIC 9(3).
               10 WS-TIP-REGISTRADOS PIC 9(3).

       01 WS-INF-TITULO.
           05 FILLER PIC X(10) VALUE "POKEDEX DE".
           05 FILLER PIC X VALUE SPACE.
           05 INF-TIT-ID PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 INF-TIT-NOMBRE PIC X(15).
           05 FILLER PIC X(4) VALUE " AL ".
           05 INF-TIT-FECHA PIC 9(8).

       01 WS-INF-TOTAL.
           05 FILLER PIC X(14) VALUE "Registrados: ".
           05 INF-TOT-REGISTRADOS PIC ZZ9.
           05 FILLER PIC X(4) VALUE " de ".
           05 INF-TOT-CATALOGO PIC ZZ9.
           05 FILLER PIC X(3) VALUE " (".
           05 INF-TOT-PORCENTAJE PIC ZZ9.9.
           05 FILLER PIC X(15) VALUE " %), poseidos: ".
           05 INF-TOT-POSEIDOS PIC ZZ9.

       01 WS-INF-TIPO.
           05 FILLER PIC X(7) VALUE "  Tipo ".
           05 INF-TIP-NOMBRE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 INF-TIP-REGISTRADOS PIC ZZ9.
           05 FILLER PIC X(4) VALUE " de ".
           05 INF-TIP-TOTAL PIC ZZ9.
           05 FILLER PIC X(3) VALUE " (".
           05 INF-TIP-PORCENTAJE PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE " %)".

       01 WS-INF-FALTA-CAB.
           05 FILLER PIC X(20) VALUE "Le faltan:".

       01 WS-INF-FALTA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 INF-FAL-NUMERO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 INF-FAL-NOMBRE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 INF-FAL-TIPO PIC X(15).

       01 WS-INF-CLAS-TITULO.
           05 FILLER PIC X(30) VALUE
           "CLASIFICACION DE POKEDEX AL ".
           05 INF-CLA-FECHA PIC 9(8).

       01 WS-INF-CLASIFICACION.
           05 INF-CLA-PUESTO PIC ZZ9.
           05 FILLER PIC X(2) VALUE ". ".
           05 INF-CLA-ID PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 INF-CLA-NOMBRE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 INF-CLA-PORCENTAJE PIC ZZ9.9.
           05 FILLER PIC X(5) VALUE " %   ".
           05 INF-CLA-REGISTRADOS PIC ZZ9.
           05 FILLER PIC X(14) VALUE " registrados, ".
           05 INF-CLA-POSEIDOS PIC ZZ9.
           05 FILLER PIC X(9) VALUE " poseidos".

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 05-CARGAR-CATALOGO.
           PERFORM 10-MENU UNTIL WS-OPCION = 4.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-CARGAR-CATALOGO.
           INITIALIZE WS-TABLA-CATALOGO.
           OPEN INPUT LISTA-PKM.
           IF WS-FS-LISTAPKM NOT EQUAL "00"
               DISPLAY "No se encuentra LISTAPKM.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 07-LEER-CATALOGO UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE LISTA-PKM.
       05-CARGAR-CATALOGO-END.
       EXIT.


       07-LEER-CATALOGO.
           READ LISTA-PKM NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               IF LP-NUMERO NOT EQUAL ZERO
                   MOVE "S" TO WS-CAT-EXISTE (LP-NUMERO)
                   MOVE LP-NOMBRE TO WS-CAT-NOMBRE (LP-NUMERO)
                   ADD 1 TO WS-CAT-TOTAL
                   PERFORM 08-BUSCAR-TIPO
                   MOVE WS-T TO WS-CAT-TIPO (LP-NUMERO)
                   ADD 1 TO WS-TIP-TOTAL (WS-T)
               END-IF
           END-READ.
       07-LEER-CATALOGO-END.
       EXIT.


      *> DEJA EN WS-T LA ENTRADA DEL TIPO, AÑADIENDOLA SI NO ESTA;
      *> CON LA TABLA LLENA SE ACUMULA EN LA ULTIMA.
       08-BUSCAR-TIPO.
           MOVE 0 TO WS-T.
           PERFORM 09-COMPARAR-TIPO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TIP-OCUPADOS OR WS-T NOT EQUAL 0.
           IF WS-T EQUAL 0
               IF WS-TIP-OCUPADOS >= 30
                   DISPLAY "ERROR: tabla de tipos llena (30); ampliar"
                   " PKMPOKEDEX."
                   MOVE 30 TO WS-T
               ELSE
                   ADD 1 TO WS-TIP-OCUPADOS
                   MOVE WS-TIP-OCUPADOS TO WS-T
                   MOVE LP-TIPO TO WS-TIP-NOMBRE (WS-T)
                   MOVE 0 TO WS-TIP-TOTAL (WS-T)
               END-IF
           END-IF.
       08-BUSCAR-TIPO-END.
       EXIT.


       09-COMPARAR-TIPO.
           IF WS-TIP-NOMBRE (WS-J) EQUAL LP-TIPO
               MOVE WS-J TO WS-T
           END-IF.
       09-COMPARAR-TIPO-END.
       EXIT.


       10-MENU.
           DISPLAY "Pokedex de los entrenadores."
           DISPLAY "Actualizar la Pokedex desde los registros (1)"
           DISPLAY "Pokedex de un entrenador (2)"
           DISPLAY "Clasificacion de entrenadores (3)"
           DISPLAY "salir (4)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ACTUALIZAR
           WHEN 2
               PERFORM 60-FICHA-ENTRENADOR
           WHEN 3
               PERFORM 70-CLASIFICACION
           WHEN 4
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> SOLO AÑADE: LO QUE YA ESTA EN JPOKEDEX SE QUEDA AUNQUE EL
      *> POKEMON YA NO SEA DEL ENTRENADOR. SE PUEDE PASAR LAS VECES
      *> QUE HAGA FALTA.
       20-ACTUALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE 0 TO WS-NUEVOS WS-MEJORADOS.
           OPEN I-O POKEDEX.
           IF WS-FS-POKEDEX = "35"
               OPEN OUTPUT POKEDEX
               CLOSE POKEDEX
               OPEN I-O POKEDEX
           END-IF.
           OPEN INPUT PROPIEDAD.

           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 22-LEER-PROPIEDAD UNTIL WS-FIN-LECTURA EQUAL "SI".

           OPEN INPUT TRADELOG.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 24-LEER-CANJE UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE TRADELOG.

           OPEN INPUT ARCHIVO-ELIMINADOS.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 26-LEER-EVOLUCION UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE ARCHIVO-ELIMINADOS.

           OPEN INPUT RESULTADOS.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 28-LEER-COMBATE UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE RESULTADOS.

           CLOSE PROPIEDAD POKEDEX.
           DISPLAY "Anotaciones nuevas: " WS-NUEVOS.
           DISPLAY "Vistos que pasan a poseidos: " WS-MEJORADOS.
       20-ACTUALIZAR-END.
       EXIT.


       22-LEER-PROPIEDAD.
           IF WS-FS-PROPIEDAD NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-LECTURA
               EXIT PARAGRAPH
           END-IF.
           READ PROPIEDAD NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE PROP-ENTRENADOR TO WS-ANO-ENTRENADOR
               MOVE PROP-NUMEROPKM TO WS-ANO-NUMERO
               MOVE "P" TO WS-ANO-FORMA
               MOVE "C" TO WS-ANO-ORIGEN
               MOVE WS-HOY-NUM TO WS-ANO-FECHA
               PERFORM 40-ANOTAR
           END-READ.
       22-LEER-PROPIEDAD-END.
       EXIT.


      *> EN UN CANJE LOS DOS ENTRENADORES HAN TENIDO LOS DOS POKEMON.
       24-LEER-CANJE.
           READ TRADELOG
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE "P" TO WS-ANO-FORMA
               MOVE "T" TO WS-ANO-ORIGEN
               MOVE TRA-FECHA (1:8) TO WS-ANO-FECHA
               MOVE TRA-ENT1 TO WS-ANO-ENTRENADOR
               MOVE TRA-PKM1 TO WS-ANO-NUMERO
               PERFORM 40-ANOTAR
               MOVE TRA-PKM2 TO WS-ANO-NUMERO
               PERFORM 40-ANOTAR
               MOVE TRA-ENT2 TO WS-ANO-ENTRENADOR
               PERFORM 40-ANOTAR
               MOVE TRA-PKM1 TO WS-ANO-NUMERO
               PERFORM 40-ANOTAR
           END-READ.
       24-LEER-CANJE-END.
       EXIT.


      *> LA FORMA ANTERIOR A LA EVOLUCION SE ANOTA AL DUEÑO DE LA
      *> EVOLUCIONADA: PKMEVOLUCIONA LE TRASPASA LA PROPIEDAD.
       26-LEER-EVOLUCION.
           READ ARCHIVO-ELIMINADOS
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               IF REG-ELIM-ESTADO EQUAL "E"
                   MOVE ELIM-EVOLUCIONA-A TO PROP-NUMEROPKM
                   PERFORM 45-BUSCAR-DUENO
                   MOVE WS-DUENO TO WS-ANO-ENTRENADOR
                   MOVE ELIM-NUMEROPKM TO WS-ANO-NUMERO
                   MOVE "P" TO WS-ANO-FORMA
                   MOVE "E" TO WS-ANO-ORIGEN
                   MOVE REG-ELIM-FECHA (1:8) TO WS-ANO-FECHA
                   PERFORM 40-ANOTAR
               END-IF
           END-READ.
       26-LEER-EVOLUCION-END.
       EXIT.


      *> CADA DUEÑO HA VISTO AL RIVAL DE SU POKEMON.
       28-LEER-COMBATE.
           READ RESULTADOS
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE RES-PKM2 TO PROP-NUMEROPKM
               PERFORM 45-BUSCAR-DUENO
               MOVE WS-DUENO TO WS-DUENO-2
               MOVE RES-PKM1 TO PROP-NUMEROPKM
               PERFORM 45-BUSCAR-DUENO
               MOVE "V" TO WS-ANO-FORMA
               MOVE "B" TO WS-ANO-ORIGEN
               MOVE RES-FECHA TO WS-ANO-FECHA
               MOVE WS-DUENO TO WS-ANO-ENTRENADOR
               MOVE RES-PKM2 TO WS-ANO-NUMERO
               PERFORM 40-ANOTAR
               MOVE WS-DUENO-2 TO WS-ANO-ENTRENADOR
               MOVE RES-PKM1 TO WS-ANO-NUMERO
               PERFORM 40-ANOTAR
           END-READ.
       28-LEER-COMBATE-END.
       EXIT.


      *> GRABA LA ANOTACION SI ES NUEVA; SI YA ESTABA COMO VISTO Y
      *> AHORA ES POSEIDO, LA SUBE A POSEIDO.
       40-ANOTAR.
           IF WS-ANO-ENTRENADOR EQUAL SPACES
           OR WS-ANO-NUMERO EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO-ENTRENADOR TO PDX-ENTRENADOR.
           MOVE WS-ANO-NUMERO TO PDX-NUMERO.
           READ POKEDEX RECORD
           INVALID KEY
               MOVE WS-ANO-FORMA TO PDX-FORMA
               MOVE WS-ANO-ORIGEN TO PDX-ORIGEN
               MOVE WS-ANO-FECHA TO PDX-FECHA
               WRITE REG-POKEDEX
               INVALID KEY
                   DISPLAY "Error al anotar " WS-ANO-NUMERO " de "
                   WS-ANO-ENTRENADOR
               NOT INVALID KEY
                   ADD 1 TO WS-NUEVOS
               END-WRITE
           NOT INVALID KEY
               IF PDX-FORMA EQUAL "V" AND WS-ANO-FORMA EQUAL "P"
                   MOVE "P" TO PDX-FORMA
                   MOVE WS-ANO-ORIGEN TO PDX-ORIGEN
                   MOVE WS-ANO-FECHA TO PDX-FECHA
                   REWRITE REG-POKEDEX
                   INVALID KEY
                       DISPLAY "Error al anotar " WS-ANO-NUMERO
                       " de " WS-ANO-ENTRENADOR
                   NOT INVALID KEY
                       ADD 1 TO WS-MEJORADOS
                   END-REWRITE
               END-IF
           END-READ.
       40-ANOTAR-END.
       EXIT.


       45-BUSCAR-DUENO.
           MOVE SPACES TO WS-DUENO.
           IF WS-FS-PROPIEDAD EQUAL "00"
               READ PROPIEDAD RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROP-ENTRENADOR TO WS-DUENO
               END-READ
           END-IF.
       45-BUSCAR-DUENO-END.
       EXIT.


      *> MARCA EN EL CATALOGO LA POKEDEX DE WS-ENTRENADOR Y CUENTA
      *> LOS REGISTRADOS (VISTOS O POSEIDOS) Y LOS POSEIDOS. SOLO
      *> CUENTAN LOS NUMEROS QUE ESTAN EN LISTAPKM.
       50-MARCAR-POKEDEX.
           MOVE 0 TO WS-REGISTRADOS WS-POSEIDOS.
           PERFORM 52-LIMPIAR-MARCA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999.
           PERFORM 53-LIMPIAR-TIPO
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TIP-OCUPADOS.
           MOVE WS-ENTRENADOR TO PDX-ENTRENADOR.
           MOVE ZERO TO PDX-NUMERO.
           MOVE "NO" TO WS-FIN-POKEDEX.
           START POKEDEX KEY IS NOT LESS THAN PDX-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-POKEDEX
           END-START.
           PERFORM 55-LEER-POKEDEX UNTIL WS-FIN-POKEDEX EQUAL "SI".
           MOVE ZERO TO WS-PORCENTAJE.
           IF WS-CAT-TOTAL > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-REGISTRADOS * 100 / WS-CAT-TOTAL
           END-IF.
       50-MARCAR-POKEDEX-END.
       EXIT.


       52-LIMPIAR-MARCA.
           MOVE "N" TO WS-CAT-MARCA (WS-I).
       52-LIMPIAR-MARCA-END.
       EXIT.


       53-LIMPIAR-TIPO.
           MOVE 0 TO WS-TIP-REGISTRADOS (WS-T).
       53-LIMPIAR-TIPO-END.
       EXIT.


       55-LEER-POKEDEX.
           READ POKEDEX NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-POKEDEX
           NOT AT END
               IF PDX-ENTRENADOR NOT EQUAL WS-ENTRENADOR
                   MOVE "SI" TO WS-FIN-POKEDEX
               ELSE
                   IF PDX-NUMERO NOT EQUAL ZERO
                   AND WS-CAT-EXISTE (PDX-NUMERO) EQUAL "S"
                       MOVE PDX-FORMA TO WS-CAT-MARCA (PDX-NUMERO)
                       ADD 1 TO WS-REGISTRADOS
                       ADD 1 TO WS-TIP-REGISTRADOS
                           (WS-CAT-TIPO (PDX-NUMERO))
                       IF PDX-FORMA EQUAL "P"
                           ADD 1 TO WS-POSEIDOS
                       END-IF
                   END-IF
               END-IF
           END-READ.
       55-LEER-POKEDEX-END.
       EXIT.


       60-FICHA-ENTRENADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           OPEN INPUT ENTRENADORES.
           DISPLAY "Codigo del entrenador: "
           ACCEPT ENT-ID.
           READ ENTRENADORES RECORD
           INVALID KEY
               DISPLAY "No existe ese entrenador."
               CLOSE ENTRENADORES
               EXIT PARAGRAPH
           END-READ.
           CLOSE ENTRENADORES.
           OPEN INPUT POKEDEX.
           IF WS-FS-POKEDEX NOT EQUAL "00"
               DISPLAY "La Pokedex esta vacia: actualizarla antes."
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-ID TO WS-ENTRENADOR.
           PERFORM 50-MARCAR-POKEDEX.
           CLOSE POKEDEX.

           OPEN OUTPUT INFORME.
           MOVE ENT-ID TO INF-TIT-ID.
           MOVE ENT-NOMBRE TO INF-TIT-NOMBRE.
           MOVE WS-HOY-NUM TO INF-TIT-FECHA.
           WRITE REG-INFORME FROM WS-INF-TITULO.
           DISPLAY WS-INF-TITULO.
           MOVE WS-REGISTRADOS TO INF-TOT-REGISTRADOS.
           MOVE WS-CAT-TOTAL TO INF-TOT-CATALOGO.
           MOVE WS-PORCENTAJE TO INF-TOT-PORCENTAJE.
           MOVE WS-POSEIDOS TO INF-TOT-POSEIDOS.
           WRITE REG-INFORME FROM WS-INF-TOTAL.
           DISPLAY WS-INF-TOTAL.
           PERFORM 62-LINEA-TIPO
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TIP-OCUPADOS.
           WRITE REG-INFORME FROM WS-INF-FALTA-CAB.
           DISPLAY WS-INF-FALTA-CAB.
           PERFORM 64-LINEA-FALTA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en JPOKEDEXREP.txt".
       60-FICHA-ENTRENADOR-END.
       EXIT.


       62-LINEA-TIPO.
           MOVE WS-TIP-NOMBRE (WS-T) TO INF-TIP-NOMBRE.
           MOVE WS-TIP-REGISTRADOS (WS-T) TO INF-TIP-REGISTRADOS.
           MOVE WS-TIP-TOTAL (WS-T) TO INF-TIP-TOTAL.
           MOVE ZERO TO INF-TIP-PORCENTAJE.
           IF WS-TIP-TOTAL (WS-T) > 0
               COMPUTE INF-TIP-PORCENTAJE ROUNDED =
                   WS-TIP-REGISTRADOS (WS-T) * 100
                   / WS-TIP-TOTAL (WS-T)
           END-IF.
           WRITE REG-INFORME FROM WS-INF-TIPO.
           DISPLAY WS-INF-TIPO.
       62-LINEA-TIPO-END.
       EXIT.


       64-LINEA-FALTA.
           IF WS-CAT-EXISTE (WS-I) EQUAL "S"
           AND WS-CAT-MARCA (WS-I) EQUAL "N"
               MOVE WS-I TO INF-FAL-NUMERO
               MOVE WS-CAT-NOMBRE (WS-I) TO INF-FAL-NOMBRE
               MOVE WS-TIP-NOMBRE (WS-CAT-TIPO (WS-I)) TO INF-FAL-TIPO
               WRITE REG-INFORME FROM WS-INF-FALTA
               DISPLAY WS-INF-FALTA
           END-IF.
       64-LINEA-FALTA-END.
       EXIT.


      *> DE MAS A MENOS REGISTRADOS; A IGUALDAD, MAS POSEIDOS.
       70-CLASIFICACION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           OPEN INPUT POKEDEX.
           IF WS-FS-POKEDEX NOT EQUAL "00"
               DISPLAY "La Pokedex esta vacia: actualizarla antes."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENTRENADORES.
           OPEN OUTPUT INFORME.
           MOVE WS-HOY-NUM TO INF-CLA-FECHA.
           WRITE REG-INFORME FROM WS-INF-CLAS-TITULO.
           DISPLAY WS-INF-CLAS-TITULO.
           SORT PDX-SORT ON DESCENDING KEY SORT-REGISTRADOS
               DESCENDING KEY SORT-POSEIDOS
               ASCENDING KEY SORT-ID
               INPUT PROCEDURE 72-SOLTAR-ENTRENADORES
               THRU 72-SOLTAR-ENTRENADORES-END
               OUTPUT PROCEDURE 75-IMPRIMIR-CLASIFICACION
               THRU 75-IMPRIMIR-CLASIFICACION-END.
           CLOSE INFORME ENTRENADORES POKEDEX.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en JPOKEDEXREP.txt".
       70-CLASIFICACION-END.
       EXIT.


       72-SOLTAR-ENTRENADORES.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 73-SOLTAR-ENTRENADOR UNTIL WS-FIN-LECTURA EQUAL "SI".
       72-SOLTAR-ENTRENADORES-END.
       EXIT.


       73-SOLTAR-ENTRENADOR.
           READ ENTRENADORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE ENT-ID TO WS-ENTRENADOR
               PERFORM 50-MARCAR-POKEDEX
               MOVE WS-REGISTRADOS TO SORT-REGISTRADOS
               MOVE WS-POSEIDOS TO SORT-POSEIDOS
               MOVE ENT-ID TO SORT-ID
               MOVE ENT-NOMBRE TO SORT-NOMBRE
               MOVE WS-PORCENTAJE TO SORT-PORCENTAJE
               RELEASE SORT-ENTRENADOR
           END-READ.
       73-SOLTAR-ENTRENADOR-END.
       EXIT.


       75-IMPRIMIR-CLASIFICACION.
           MOVE 0 TO WS-PUESTO.
           MOVE "NO" TO WS-SORT-FIN.
           PERFORM 77-LINEA-CLASIFICACION UNTIL WS-SORT-FIN EQUAL "SI".
       75-IMPRIMIR-CLASIFICACION-END.
       EXIT.


       77-LINEA-CLASIFICACION.
           RETURN PDX-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               ADD 1 TO WS-PUESTO
               MOVE WS-PUESTO TO INF-CLA-PUESTO
               MOVE SORT-ID TO INF-CLA-ID
               MOVE SORT-NOMBRE TO INF-CLA-NOMBRE
               MOVE SORT-PORCENTAJE TO INF-CLA-PORCENTAJE
               MOVE SORT-REGISTRADOS TO INF-CLA-REGISTRADOS
               MOVE SORT-POSEIDOS TO INF-CLA-POSEIDOS
               WRITE REG-INFORME FROM WS-INF-CLASIFICACION
               DISPLAY WS-INF-CLASIFICACION
           END-RETURN.
       77-LINEA-CLASIFICACION-END.
       EXIT.

       END PROGRAM PKMPOKEDEX.
