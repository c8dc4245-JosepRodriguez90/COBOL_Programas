      ******************************************************************
      * Author:
      * Date:
      * Purpose: Montajes del catalogo de piezas: estructura de
      *          componentes en JESTRUCTURA (pieza montaje, pieza
      *          componente y cantidad por montaje, todas de
      *          figuras.dat) que no admite estructuras circulares;
      *          ordenes de montaje en JMONTAJES que comprueban que
      *          hay componentes disponibles (stock menos reservas
      *          de clientes) y que al terminarse anotan en MOVPIEZAS
      *          las salidas "S" de los componentes y la entrada "E"
      *          del montaje al coste agregado de lo consumido, con
      *          su linea en el historial de costes JCOSTEHIST
      *          (origen "K"). Consulta de donde se usa una pieza e
      *          informe de explosion multinivel
      *          (PiezasExplosion.txt). Las ordenes abiertas cuentan
      *          como demanda de sus componentes en las propuestas
      *          de compra de PIEZASPEDIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIEZASKITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIGURE-ARCHIVE
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\figuras.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIGURE-ID
           ALTERNATE RECORD KEY IS FIGURE-NAME WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

       SELECT ESTRUCTURA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JESTRUCTURA.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EST-CLAVE
       ALTERNATE RECORD KEY IS EST-COMPONENTE WITH DUPLICATES
       FILE STATUS IS WS-FS-ESTRUCTURA.

       SELECT MONTAJES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMONTAJES.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MON-ID
       FILE STATUS IS WS-FS-MONTAJES.

       SELECT OPTIONAL RESERVAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRESERVAS.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RES-FIGURA
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL MOVIMIENTOS-PIEZAS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\MOVPIEZAS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT OPTIONAL HISTORIAL-COSTE
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOSTEHIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORIAL.

       SELECT EXPLOSION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasExplosion.t
      -"xt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-EXPLOSION.

       DATA DIVISION.
       FILE SECTION.
       FD FIGURE-ARCHIVE.
           01 REG-FIGURA.
               05 FIGURE-ID PIC 9(10).
               05 FIGURE-NAME PIC X(10).
               05 FIGURE-WEIGHT PIC X(10).
               05 FIGURE-HIGH PIC X(10).
               05 FIGURE-STOCK PIC 9(5).
               05 FIGURE-COSTE PIC 9(5)V99.

      *> UNA LINEA POR COMPONENTE DIRECTO DE CADA MONTAJE.
       FD ESTRUCTURA.
           01 REG-ESTRUCTURA.
               05 EST-CLAVE.
                   10 EST-PADRE PIC 9(10).
                   10 EST-COMPONENTE PIC 9(10).
               05 EST-CANTIDAD PIC 9(5).

      *> ORDEN DE MONTAJE: "A" ABIERTA, "T" TERMINADA (MON-COSTE ES
      *> EL COSTE UNITARIO AGREGADO CON QUE ENTRO EL MONTAJE).
       FD MONTAJES.
           01 REG-MONTAJE.
               05 MON-ID PIC 9(4).
               05 MON-FIGURA PIC 9(10).
               05 MON-CANTIDAD PIC 9(5).
               05 MON-FECHA PIC 9(8).
               05 MON-ESTADO PIC X(1).
               05 MON-COSTE PIC 9(5)V99.
               05 MON-FECHA-FIN PIC 9(8).

       FD RESERVAS.
           01 REG-RESERVA.
               05 RES-FIGURA PIC 9(10).
               05 RES-CANTIDAD PIC 9(7).

       FD MOVIMIENTOS-PIEZAS
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-MOVIMIENTO.
           05 MOV-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-TIPO PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-CANTIDAD PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-COSTE PIC 9(5)V99.
           05 FILLER PIC X VALUE SPACE.
           05 MOV-PEDIDO PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-OPERADOR PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.

       FD HISTORIAL-COSTE
       RECORD CONTAINS 54 CHARACTERS.
       01 REG-HIST-COSTE.
           05 HC-FIGURA PIC 9(10).
           05 HC-FECHA PIC 9(8).
           05 HC-ORIGEN PIC X(1).
           05 HC-REFERENCIA PIC 9(4).
           05 HC-STOCK-ANTES PIC 9(5).
           05 HC-COSTE-ANTES PIC 9(5)V99.
           05 HC-CANTIDAD PIC 9(5).
           05 HC-PRECIO PIC 9(5)V99.
           05 HC-COSTE-NUEVO PIC 9(5)V99.

       FD EXPLOSION
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-EXPLOSION PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "PiezasExplosion".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PIEZASKITS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "P".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       01 FILE-STATUS PIC 99.
       77 WS-FS-ESTRUCTURA PIC 99.
       77 WS-FS-MONTAJES PIC 99.
       77 WS-FS-RESERVAS PIC 99.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-HISTORIAL PIC 99.
       77 WS-FS-EXPLOSION PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-ESTRUCTURA PIC X(3).
       77 WS-FIN-MONTAJES PIC X(3).
       77 WS-PIEZA-BUSCAR PIC 9(10).
       77 WS-PIEZA-EXISTE PIC X(1).
       77 WS-PADRE PIC 9(10).
       77 WS-COMPONENTE PIC 9(10).
       77 WS-CANTIDAD PIC 9(5).
       77 WS-CIRCULAR PIC X(1).
       77 WS-DESBORDE PIC X(1).
       77 WS-FALTAN PIC X(1).
       77 WS-NECESARIO PIC 9(7).
       77 WS-DISPONIBLE PIC S9(7).
       77 WS-MON-SIGUIENTE PIC 9(4).
       77 WS-COSTE-MONTAJE PIC 9(9)V99.
       77 WS-COSTE-UNITARIO PIC 9(5)V99.
       77 WS-COSTE-AGREGADO PIC 9(9)V99.
       77 WS-IMPORTE PIC 9(9)V99.
       77 WS-STOCK-ANTES PIC 9(5).
       77 WS-COSTE-ANTES PIC 9(5)V99.
       77 WS-FECHA PIC X(21).
       77 WS-TOPE PIC 9(3).
       77 WS-MAX-PILA PIC 9(3) VALUE 100.
       77 WS-INICIO-HIJOS PIC 9(3).
       77 WS-I PIC 9(3).
       77 WS-J PIC 9(3).
       77 WS-SANGRIA PIC 9(2).
       77 WS-EXP-FIGURA PIC 9(10).
       77 WS-EXP-NIVEL PIC 9(2).
       77 WS-EXP-CANTIDAD PIC 9(7).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> PILA PARA RECORRER LA ESTRUCTURA NIVEL A NIVEL: CADA
      *> ENTRADA ES UNA PIEZA, SU NIVEL Y LA CANTIDAD ACUMULADA POR
      *> UNIDAD DEL MONTAJE DE ARRIBA.
       01 WS-PILA.
           05 WS-PILA-ENTRADA OCCURS 100 TIMES.
               10 PIL-FIGURA PIC 9(10).
               10 PIL-NIVEL PIC 9(2).
               10 PIL-CANTIDAD PIC 9(7).

       01 WS-PILA-AUXILIAR PIC X(19).

       01 WS-EXP-CABECERA.
           05 FILLER PIC X(22) VALUE "EXPLOSION DEL MONTAJE ".
           05 ECA-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 ECA-NOMBRE PIC X(10).
           05 FILLER PIC X(4) VALUE " A  ".
           05 ECA-FECHA PIC 9(8).

       01 WS-EXP-TITULOS.
           05 FILLER PIC X(43) VALUE
           "NV PIEZA                        NOMBRE".
           05 FILLER PIC X(28) VALUE
           "  CANT.    COSTE     IMPORTE".

       01 WS-EXP-LINEA.
           05 ELI-NIVEL PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 ELI-SANGRIA PIC X(28).
           05 FILLER PIC X VALUE SPACE.
           05 ELI-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ELI-CANTIDAD PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 ELI-COSTE PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 ELI-IMPORTE PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           OPEN I-O ESTRUCTURA.
           IF WS-FS-ESTRUCTURA = "35"
               OPEN OUTPUT ESTRUCTURA
               CLOSE ESTRUCTURA
               OPEN I-O ESTRUCTURA
           END-IF.
           OPEN I-O MONTAJES.
           IF WS-FS-MONTAJES = "35"
               OPEN OUTPUT MONTAJES
               CLOSE MONTAJES
               OPEN I-O MONTAJES
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
           CLOSE ESTRUCTURA MONTAJES.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           DISPLAY "Montajes del catalogo de piezas."
           DISPLAY "Anadir componente a un montaje (1)"
           DISPLAY "Quitar componente de un montaje (2)"
           DISPLAY "Donde se usa una pieza (3)"
           DISPLAY "Explosion multinivel de un montaje (4)"
           DISPLAY "Crear orden de montaje (5)"
           DISPLAY "Terminar orden de montaje (6)"
           DISPLAY "Listar ordenes de montaje (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ANADIR-COMPONENTE
           WHEN 2
               PERFORM 28-QUITAR-COMPONENTE
           WHEN 3
               PERFORM 30-DONDE-SE-USA
           WHEN 4
               PERFORM 40-EXPLOSION
           WHEN 5
               PERFORM 50-CREAR-ORDEN
           WHEN 6
               PERFORM 70-TERMINAR-ORDEN
           WHEN 7
               PERFORM 80-LISTAR-ORDENES
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> ANTES DE GRABAR LA LINEA SE COMPRUEBA QUE EL MONTAJE NO
      *> APAREZCA YA DENTRO DEL COMPONENTE A CUALQUIER NIVEL, QUE
      *> CERRARIA UN CIRCULO. SI LA LINEA YA EXISTE SE CAMBIA SU
      *> CANTIDAD.
       20-ANADIR-COMPONENTE.
           OPEN INPUT FIGURE-ARCHIVE.
           IF FILE-STATUS NOT EQUAL "00"
               DISPLAY "No hay catalogo de piezas."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ID de la pieza montaje: "
           ACCEPT WS-PADRE.
           MOVE WS-PADRE TO WS-PIEZA-BUSCAR.
           PERFORM 21-LEER-PIEZA.
           IF WS-PIEZA-EXISTE EQUAL "S"
               DISPLAY "ID de la pieza componente: "
               ACCEPT WS-COMPONENTE
               MOVE WS-COMPONENTE TO WS-PIEZA-BUSCAR
               PERFORM 21-LEER-PIEZA
           END-IF.
           CLOSE FIGURE-ARCHIVE.
           IF WS-PIEZA-EXISTE NOT EQUAL "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PADRE EQUAL WS-COMPONENTE
               DISPLAY "Una pieza no puede ser componente de si misma."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cantidad por montaje: "
           ACCEPT WS-CANTIDAD.
           IF WS-CANTIDAD EQUAL 0
               DISPLAY "La cantidad tiene que ser mayor que cero."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 25-COMPROBAR-CICLO.
           IF WS-CIRCULAR EQUAL "S"
               DISPLAY "Estructura circular: " WS-PADRE
               " ya esta dentro de " WS-COMPONENTE "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESBORDE EQUAL "S"
               DISPLAY "Estructura demasiado grande para comprobarla."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PADRE TO EST-PADRE.
           MOVE WS-COMPONENTE TO EST-COMPONENTE.
           MOVE WS-CANTIDAD TO EST-CANTIDAD.
           WRITE REG-ESTRUCTURA
           INVALID KEY
               REWRITE REG-ESTRUCTURA
               INVALID KEY
                   DISPLAY "Error al grabar la estructura."
               END-REWRITE
           END-WRITE.
           DISPLAY "El montaje " WS-PADRE " lleva " WS-CANTIDAD
           " de la pieza " WS-COMPONENTE ".".
       20-ANADIR-COMPONENTE-END.
       EXIT.


       21-LEER-PIEZA.
           MOVE WS-PIEZA-BUSCAR TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               MOVE "N" TO WS-PIEZA-EXISTE
               MOVE SPACES TO FIGURE-NAME
               MOVE ZERO TO FIGURE-STOCK FIGURE-COSTE
               DISPLAY "No existe la pieza " WS-PIEZA-BUSCAR "."
           NOT INVALID KEY
               MOVE "S" TO WS-PIEZA-EXISTE
           END-READ.
       21-LEER-PIEZA-END.
       EXIT.


      *> SE RECORRE TODO LO QUE CUELGA DEL COMPONENTE BUSCANDO EL
      *> MONTAJE.
       25-COMPROBAR-CICLO.
           MOVE "N" TO WS-CIRCULAR WS-DESBORDE.
           MOVE 1 TO WS-TOPE.
           MOVE WS-COMPONENTE TO PIL-FIGURA (1).
           MOVE 1 TO PIL-NIVEL (1).
           MOVE 1 TO PIL-CANTIDAD (1).
           PERFORM 26-VISITAR-CICLO
               UNTIL WS-TOPE EQUAL 0 OR WS-CIRCULAR EQUAL "S".
       25-COMPROBAR-CICLO-END.
       EXIT.


       26-VISITAR-CICLO.
           PERFORM 91-DESAPILAR.
           IF WS-EXP-FIGURA EQUAL WS-PADRE
               MOVE "S" TO WS-CIRCULAR
           ELSE
               PERFORM 90-EXPANDIR
           END-IF.
       26-VISITAR-CICLO-END.
       EXIT.


       28-QUITAR-COMPONENTE.
           DISPLAY "ID de la pieza montaje: "
           ACCEPT EST-PADRE.
           DISPLAY "ID de la pieza componente: "
           ACCEPT EST-COMPONENTE.
           DELETE ESTRUCTURA RECORD
           INVALID KEY
               DISPLAY "Ese montaje no lleva esa pieza."
           NOT INVALID KEY
               DISPLAY "Componente quitado del montaje."
           END-DELETE.
       28-QUITAR-COMPONENTE-END.
       EXIT.


       30-DONDE-SE-USA.
           DISPLAY "ID de la pieza: "
           ACCEPT WS-COMPONENTE.
           OPEN INPUT FIGURE-ARCHIVE.
           MOVE "NO" TO WS-FIN-ESTRUCTURA.
           MOVE WS-COMPONENTE TO EST-COMPONENTE.
           START ESTRUCTURA KEY IS EQUAL TO EST-COMPONENTE
           INVALID KEY
               DISPLAY "La pieza no se usa en ningun montaje."
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           END-START.
           PERFORM 32-LEER-USO UNTIL WS-FIN-ESTRUCTURA EQUAL "SI".
           CLOSE FIGURE-ARCHIVE.
       30-DONDE-SE-USA-END.
       EXIT.


       32-LEER-USO.
           READ ESTRUCTURA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           NOT AT END
               IF EST-COMPONENTE NOT EQUAL WS-COMPONENTE
                   MOVE "SI" TO WS-FIN-ESTRUCTURA
               ELSE
                   MOVE EST-PADRE TO FIGURE-ID
                   READ FIGURE-ARCHIVE RECORD
                   INVALID KEY
                       MOVE SPACES TO FIGURE-NAME
                   END-READ
                   DISPLAY "  Montaje " EST-PADRE " " FIGURE-NAME
                   " lleva " EST-CANTIDAD
               END-IF
           END-READ.
       32-LEER-USO-END.
       EXIT.


      *> EXPLOSION MULTINIVEL: CADA PIEZA CON SU NIVEL, LA CANTIDAD
      *> ACUMULADA POR MONTAJE Y SU IMPORTE AL COSTE MEDIO ACTUAL. EL
      *> COSTE AGREGADO ES EL DE LOS COMPONENTES DEL PRIMER NIVEL,
      *> QUE SON LOS QUE CONSUME LA ORDEN DE MONTAJE.
       40-EXPLOSION.
           OPEN INPUT FIGURE-ARCHIVE.
           IF FILE-STATUS NOT EQUAL "00"
               DISPLAY "No hay catalogo de piezas."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ID de la pieza montaje: "
           ACCEPT WS-PADRE.
           MOVE WS-PADRE TO WS-PIEZA-BUSCAR.
           PERFORM 21-LEER-PIEZA.
           IF WS-PIEZA-EXISTE NOT EQUAL "S"
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EXPLOSION.
           MOVE WS-PADRE TO ECA-FIGURA.
           MOVE FIGURE-NAME TO ECA-NOMBRE.
           MOVE WS-HOY-NUM TO ECA-FECHA.
           WRITE REG-EXPLOSION FROM WS-EXP-CABECERA.
           WRITE REG-EXPLOSION FROM WS-EXP-TITULOS.
           DISPLAY WS-EXP-CABECERA.
           DISPLAY WS-EXP-TITULOS.
           MOVE "N" TO WS-DESBORDE.
           MOVE 0 TO WS-TOPE WS-COSTE-AGREGADO.
           MOVE WS-PADRE TO WS-EXP-FIGURA.
           MOVE 0 TO WS-EXP-NIVEL.
           MOVE 1 TO WS-EXP-CANTIDAD.
           PERFORM 90-EXPANDIR.
           IF WS-TOPE EQUAL 0
               DISPLAY "La pieza no tiene componentes."
           END-IF.
           PERFORM 42-LINEA-EXPLOSION UNTIL WS-TOPE EQUAL 0.
           MOVE SPACES TO REG-EXPLOSION.
           STRING "COSTE AGREGADO POR MONTAJE: " WS-COSTE-AGREGADO
               DELIMITED BY SIZE INTO REG-EXPLOSION
           END-STRING.
           WRITE REG-EXPLOSION.
           DISPLAY REG-EXPLOSION.
           IF WS-DESBORDE EQUAL "S"
               MOVE "ESTRUCTURA INCOMPLETA: DEMASIADOS NIVELES"
                   TO REG-EXPLOSION
               WRITE REG-EXPLOSION
               DISPLAY REG-EXPLOSION
           END-IF.
           CLOSE EXPLOSION FIGURE-ARCHIVE.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en PiezasExplosion.txt".
       40-EXPLOSION-END.
       EXIT.


       42-LINEA-EXPLOSION.
           PERFORM 91-DESAPILAR.
           MOVE WS-EXP-FIGURA TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               MOVE SPACES TO FIGURE-NAME
               MOVE ZERO TO FIGURE-COSTE
           END-READ.
           COMPUTE WS-IMPORTE = WS-EXP-CANTIDAD * FIGURE-COSTE.
           IF WS-EXP-NIVEL EQUAL 1
               ADD WS-IMPORTE TO WS-COSTE-AGREGADO
           END-IF.
           MOVE WS-EXP-NIVEL TO ELI-NIVEL.
           IF WS-EXP-NIVEL > 10
               MOVE 10 TO WS-SANGRIA
           ELSE
               MOVE WS-EXP-NIVEL TO WS-SANGRIA
           END-IF.
           COMPUTE WS-SANGRIA = (WS-SANGRIA - 1) * 2 + 1.
           MOVE SPACES TO ELI-SANGRIA.
           MOVE WS-EXP-FIGURA TO ELI-SANGRIA (WS-SANGRIA:10).
           MOVE FIGURE-NAME TO ELI-NOMBRE.
           MOVE WS-EXP-CANTIDAD TO ELI-CANTIDAD.
           MOVE FIGURE-COSTE TO ELI-COSTE.
           MOVE WS-IMPORTE TO ELI-IMPORTE.
           WRITE REG-EXPLOSION FROM WS-EXP-LINEA.
           DISPLAY WS-EXP-LINEA.
           PERFORM 90-EXPANDIR.
       42-LINEA-EXPLOSION-END.
       EXIT.


      *> LA ORDEN SE GRABA AUNQUE FALTEN COMPONENTES: ABIERTA, SU
      *> NECESIDAD ENTRA EN LAS PROPUESTAS DE COMPRA.
       50-CREAR-ORDEN.
           OPEN INPUT FIGURE-ARCHIVE.
           IF FILE-STATUS NOT EQUAL "00"
               DISPLAY "No hay catalogo de piezas."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ID de la pieza a montar: "
           ACCEPT WS-PADRE.
           MOVE WS-PADRE TO WS-PIEZA-BUSCAR.
           PERFORM 21-LEER-PIEZA.
           IF WS-PIEZA-EXISTE NOT EQUAL "S"
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PADRE TO EST-PADRE.
           MOVE ZEROES TO EST-COMPONENTE.
           START ESTRUCTURA KEY IS GREATER THAN EST-CLAVE
           INVALID KEY
               MOVE ZEROES TO EST-PADRE
           NOT INVALID KEY
               READ ESTRUCTURA NEXT RECORD
               AT END
                   MOVE ZEROES TO EST-PADRE
               END-READ
           END-START.
           IF EST-PADRE NOT EQUAL WS-PADRE
               DISPLAY "La pieza no tiene estructura de componentes."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cantidad a montar: "
           ACCEPT WS-CANTIDAD.
           IF WS-CANTIDAD EQUAL 0
               DISPLAY "La cantidad tiene que ser mayor que cero."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 52-SIGUIENTE-ORDEN.
           MOVE WS-MON-SIGUIENTE TO MON-ID.
           MOVE WS-PADRE TO MON-FIGURA.
           MOVE WS-CANTIDAD TO MON-CANTIDAD.
           MOVE WS-HOY-NUM TO MON-FECHA.
           MOVE "A" TO MON-ESTADO.
           MOVE ZERO TO MON-COSTE MON-FECHA-FIN.
           WRITE REG-MONTAJE
           INVALID KEY
               DISPLAY "Error al grabar la orden de montaje."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "Orden de montaje " MON-ID ": " MON-CANTIDAD
           " de " MON-FIGURA.

           OPEN INPUT RESERVAS.
           PERFORM 55-COMPROBAR-COMPONENTES.
           CLOSE RESERVAS FIGURE-ARCHIVE.
           IF WS-FALTAN EQUAL "S"
               DISPLAY "Faltan componentes: PIEZASPEDIDOS propondra"
               " su compra."
           ELSE
               DISPLAY "Hay componentes para montarla."
           END-IF.
       50-CREAR-ORDEN-END.
       EXIT.


       52-SIGUIENTE-ORDEN.
           MOVE ZERO TO WS-MON-SIGUIENTE.
           MOVE "NO" TO WS-FIN-MONTAJES.
           MOVE ZEROES TO MON-ID.
           START MONTAJES KEY IS NOT LESS THAN MON-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-MONTAJES
           END-START.
           PERFORM 53-LEER-ORDEN UNTIL WS-FIN-MONTAJES EQUAL "SI".
           ADD 1 TO WS-MON-SIGUIENTE.
       52-SIGUIENTE-ORDEN-END.
       EXIT.


       53-LEER-ORDEN.
           READ MONTAJES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MONTAJES
           NOT AT END
               IF MON-ID > WS-MON-SIGUIENTE
                   MOVE MON-ID TO WS-MON-SIGUIENTE
               END-IF
           END-READ.
       53-LEER-ORDEN-END.
       EXIT.


      *> COMPONENTES DIRECTOS DE LA ORDEN CONTRA EL DISPONIBLE DE
      *> CADA UNO (STOCK MENOS LO RESERVADO A CLIENTES).
       55-COMPROBAR-COMPONENTES.
           MOVE "N" TO WS-FALTAN.
           MOVE "NO" TO WS-FIN-ESTRUCTURA.
           MOVE MON-FIGURA TO EST-PADRE.
           MOVE ZEROES TO EST-COMPONENTE.
           START ESTRUCTURA KEY IS NOT LESS THAN EST-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           END-START.
           PERFORM 56-COMPROBAR-UNO UNTIL WS-FIN-ESTRUCTURA EQUAL "SI".
       55-COMPROBAR-COMPONENTES-END.
       EXIT.


       56-COMPROBAR-UNO.
           READ ESTRUCTURA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           NOT AT END
               IF EST-PADRE NOT EQUAL MON-FIGURA
                   MOVE "SI" TO WS-FIN-ESTRUCTURA
               ELSE
                   COMPUTE WS-NECESARIO = MON-CANTIDAD * EST-CANTIDAD
                   MOVE EST-COMPONENTE TO WS-PIEZA-BUSCAR
                   PERFORM 21-LEER-PIEZA
                   MOVE FIGURE-STOCK TO WS-DISPONIBLE
                   IF WS-FS-RESERVAS EQUAL "00"
                       MOVE EST-COMPONENTE TO RES-FIGURA
                       READ RESERVAS RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT RES-CANTIDAD FROM WS-DISPONIBLE
                       END-READ
                   END-IF
                   IF WS-PIEZA-EXISTE NOT EQUAL "S"
                   OR WS-DISPONIBLE < WS-NECESARIO
                       MOVE "S" TO WS-FALTAN
                       DISPLAY "  Falta la pieza " EST-COMPONENTE
                       ": necesita " WS-NECESARIO ", disponible "
                       WS-DISPONIBLE
                   END-IF
               END-IF
           END-READ.
       56-COMPROBAR-UNO-END.
       EXIT.


      *> TERMINAR LA ORDEN: SALIDA "S" DE CADA COMPONENTE A SU COSTE
      *> MEDIO Y ENTRADA "E" DEL MONTAJE A LO CONSUMIDO DIVIDIDO POR
      *> LAS UNIDADES MONTADAS, QUE ENTRA EN SU COSTE MEDIO.
       70-TERMINAR-ORDEN.
           DISPLAY "Numero de la orden de montaje: "
           ACCEPT MON-ID.
           READ MONTAJES RECORD
           INVALID KEY
               DISPLAY "No existe esa orden."
               EXIT PARAGRAPH
           END-READ.
           IF MON-ESTADO NOT EQUAL "A"
               DISPLAY "La orden no esta abierta (estado " MON-ESTADO
               ")."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FIGURE-ARCHIVE.
           IF FILE-STATUS NOT EQUAL "00"
               DISPLAY "No hay catalogo de piezas."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESERVAS.
           PERFORM 55-COMPROBAR-COMPONENTES.
           CLOSE RESERVAS.
           IF WS-FALTAN EQUAL "S"
               DISPLAY "No se puede terminar: faltan componentes."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.

           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE ZERO TO WS-COSTE-MONTAJE.
           OPEN EXTEND MOVIMIENTOS-PIEZAS.
           MOVE "NO" TO WS-FIN-ESTRUCTURA.
           MOVE MON-FIGURA TO EST-PADRE.
           MOVE ZEROES TO EST-COMPONENTE.
           START ESTRUCTURA KEY IS NOT LESS THAN EST-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           END-START.
           PERFORM 72-CONSUMIR-COMPONENTE
               UNTIL WS-FIN-ESTRUCTURA EQUAL "SI".
           COMPUTE WS-COSTE-UNITARIO ROUNDED =
               WS-COSTE-MONTAJE / MON-CANTIDAD.
           PERFORM 74-ENTRADA-MONTAJE.
           CLOSE MOVIMIENTOS-PIEZAS FIGURE-ARCHIVE.

           MOVE "T" TO MON-ESTADO.
           MOVE WS-COSTE-UNITARIO TO MON-COSTE.
           MOVE WS-HOY-NUM TO MON-FECHA-FIN.
           REWRITE REG-MONTAJE
           INVALID KEY
               DISPLAY "Error al cerrar la orden."
           END-REWRITE.
           DISPLAY "Orden " MON-ID " terminada: " MON-CANTIDAD
           " de " MON-FIGURA " a " WS-COSTE-UNITARIO " la unidad.".
       70-TERMINAR-ORDEN-END.
       EXIT.


       72-CONSUMIR-COMPONENTE.
           READ ESTRUCTURA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           NOT AT END
               IF EST-PADRE NOT EQUAL MON-FIGURA
                   MOVE "SI" TO WS-FIN-ESTRUCTURA
               ELSE
                   COMPUTE WS-NECESARIO = MON-CANTIDAD * EST-CANTIDAD
                   MOVE EST-COMPONENTE TO FIGURE-ID
                   READ FIGURE-ARCHIVE RECORD
                   INVALID KEY
                       DISPLAY "La pieza " EST-COMPONENTE
                       " ya no existe en el catalogo."
                   NOT INVALID KEY
                       SUBTRACT WS-NECESARIO FROM FIGURE-STOCK
                       REWRITE REG-FIGURA
                       INVALID KEY
                           DISPLAY "Error al actualizar el stock."
                       END-REWRITE
                       COMPUTE WS-COSTE-MONTAJE = WS-COSTE-MONTAJE
                           + WS-NECESARIO * FIGURE-COSTE
                       MOVE SPACES TO REG-MOVIMIENTO
                       MOVE EST-COMPONENTE TO MOV-FIGURA
                       MOVE "S" TO MOV-TIPO
                       MOVE WS-NECESARIO TO MOV-CANTIDAD
                       MOVE WS-FECHA TO MOV-FECHA
                       MOVE FIGURE-COSTE TO MOV-COSTE
                       MOVE WS-SES-OPERADOR TO MOV-OPERADOR
                       WRITE REG-MOVIMIENTO
                   END-READ
               END-IF
           END-READ.
       72-CONSUMIR-COMPONENTE-END.
       EXIT.


       74-ENTRADA-MONTAJE.
           MOVE MON-FIGURA TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               DISPLAY "El montaje ya no existe en el catalogo."
               EXIT PARAGRAPH
           END-READ.
           PERFORM 76-COSTE-MEDIO.
           ADD MON-CANTIDAD TO FIGURE-STOCK.
           REWRITE REG-FIGURA
           INVALID KEY
               DISPLAY "Error al actualizar el stock."
           END-REWRITE.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE MON-FIGURA TO MOV-FIGURA.
           MOVE "E" TO MOV-TIPO.
           MOVE MON-CANTIDAD TO MOV-CANTIDAD.
           MOVE WS-FECHA TO MOV-FECHA.
           MOVE FIGURE-COSTE TO MOV-COSTE.
           MOVE WS-SES-OPERADOR TO MOV-OPERADOR.
           WRITE REG-MOVIMIENTO.
           PERFORM 78-ANOTAR-HISTORIAL.
       74-ENTRADA-MONTAJE-END.
       EXIT.


      *> COSTE MEDIO PONDERADO CON EL COSTE AGREGADO DE LO MONTADO.
       76-COSTE-MEDIO.
           MOVE FIGURE-STOCK TO WS-STOCK-ANTES.
           MOVE FIGURE-COSTE TO WS-COSTE-ANTES.
           IF FIGURE-STOCK + MON-CANTIDAD = 0
               MOVE WS-COSTE-UNITARIO TO FIGURE-COSTE
           ELSE
               COMPUTE FIGURE-COSTE ROUNDED =
                   (FIGURE-STOCK * FIGURE-COSTE
                   + MON-CANTIDAD * WS-COSTE-UNITARIO)
                   / (FIGURE-STOCK + MON-CANTIDAD)
           END-IF.
       76-COSTE-MEDIO-END.
       EXIT.


       78-ANOTAR-HISTORIAL.
           MOVE MON-FIGURA TO HC-FIGURA.
           MOVE WS-HOY-NUM TO HC-FECHA.
           MOVE "K" TO HC-ORIGEN.
           MOVE MON-ID TO HC-REFERENCIA.
           MOVE WS-STOCK-ANTES TO HC-STOCK-ANTES.
           MOVE WS-COSTE-ANTES TO HC-COSTE-ANTES.
           MOVE MON-CANTIDAD TO HC-CANTIDAD.
           MOVE WS-COSTE-UNITARIO TO HC-PRECIO.
           MOVE FIGURE-COSTE TO HC-COSTE-NUEVO.
           OPEN EXTEND HISTORIAL-COSTE.
           WRITE REG-HIST-COSTE.
           CLOSE HISTORIAL-COSTE.
       78-ANOTAR-HISTORIAL-END.
       EXIT.


       80-LISTAR-ORDENES.
           MOVE "NO" TO WS-FIN-MONTAJES.
           MOVE ZEROES TO MON-ID.
           START MONTAJES KEY IS NOT LESS THAN MON-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-MONTAJES
           END-START.
           PERFORM 85-LISTAR-UNA UNTIL WS-FIN-MONTAJES EQUAL "SI".
       80-LISTAR-ORDENES-END.
       EXIT.


       85-LISTAR-UNA.
           READ MONTAJES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MONTAJES
           NOT AT END
               DISPLAY "  Orden " MON-ID " montaje " MON-FIGURA
               " cant " MON-CANTIDAD " fecha " MON-FECHA
               " estado " MON-ESTADO " coste " MON-COSTE
           END-READ.
       85-LISTAR-UNA-END.
       EXIT.


      *> APILA LOS COMPONENTES DIRECTOS DE WS-EXP-FIGURA CON UN
      *> NIVEL MAS Y SU CANTIDAD ACUMULADA, DEJANDO ARRIBA EL PRIMERO
      *> PARA QUE SALGAN EN ORDEN.
       90-EXPANDIR.
           MOVE WS-TOPE TO WS-INICIO-HIJOS.
           ADD 1 TO WS-INICIO-HIJOS.
           MOVE "NO" TO WS-FIN-ESTRUCTURA.
           MOVE WS-EXP-FIGURA TO EST-PADRE.
           MOVE ZEROES TO EST-COMPONENTE.
           START ESTRUCTURA KEY IS NOT LESS THAN EST-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           END-START.
           PERFORM 92-APILAR-HIJO UNTIL WS-FIN-ESTRUCTURA EQUAL "SI".
           MOVE WS-INICIO-HIJOS TO WS-I.
           MOVE WS-TOPE TO WS-J.
           PERFORM 93-INVERTIR UNTIL WS-I NOT < WS-J.
       90-EXPANDIR-END.
       EXIT.


       91-DESAPILAR.
           MOVE PIL-FIGURA (WS-TOPE) TO WS-EXP-FIGURA.
           MOVE PIL-NIVEL (WS-TOPE) TO WS-EXP-NIVEL.
           MOVE PIL-CANTIDAD (WS-TOPE) TO WS-EXP-CANTIDAD.
           SUBTRACT 1 FROM WS-TOPE.
       91-DESAPILAR-END.
       EXIT.


       92-APILAR-HIJO.
           READ ESTRUCTURA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ESTRUCTURA
           NOT AT END
               IF EST-PADRE NOT EQUAL WS-EXP-FIGURA
                   MOVE "SI" TO WS-FIN-ESTRUCTURA
               ELSE
                   IF WS-TOPE < WS-MAX-PILA
                       ADD 1 TO WS-TOPE
                       MOVE EST-COMPONENTE TO PIL-FIGURA (WS-TOPE)
                       COMPUTE PIL-NIVEL (WS-TOPE) = WS-EXP-NIVEL + 1
                       COMPUTE PIL-CANTIDAD (WS-TOPE) =
                           WS-EXP-CANTIDAD * EST-CANTIDAD
                   ELSE
                       MOVE "S" TO WS-DESBORDE
                   END-IF
               END-IF
           END-READ.
       92-APILAR-HIJO-END.
       EXIT.


       93-INVERTIR.
           MOVE WS-PILA-ENTRADA (WS-I) TO WS-PILA-AUXILIAR.
           MOVE WS-PILA-ENTRADA (WS-J) TO WS-PILA-ENTRADA (WS-I).
           MOVE WS-PILA-AUXILIAR TO WS-PILA-ENTRADA (WS-J).
           ADD 1 TO WS-I.
           SUBTRACT 1 FROM WS-J.
       93-INVERTIR-END.
       EXIT.

       END PROGRAM PIEZASKITS.
