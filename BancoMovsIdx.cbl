      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconstruccion del historico indexado de movimientos
      *          JMOVSIDX: lo rehace desde cero con el servicio MOVSIDX
      *          a partir de los archivos anuales de JMOVS que lista
      *          JARCHIVOIDX y del libro vivo JMOVS, que sigue siendo
      *          el libro oficial. Se lanza la primera vez, si el
      *          indice se pierde o se estropea, o si MOVSIDX avisa de
      *          que el vivo se recorto sin pasar por BANCOARCHIVA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOMOVSIDX.

       DATA DIVISION. *>************************************************
       WORKING-STORAGE SECTION.
       77 WS-MOVSIDX-OP PIC X(1) VALUE "R".
       77 WS-MOVSIDX-LEIDAS PIC 9(9).
       77 WS-MOVSIDX-INDEXADAS PIC 9(9).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOMOVSIDX".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-CTRL-ESCRITOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           DISPLAY "Reconstruyendo el historico indexado JMOVSIDX..."
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.
           DISPLAY "Lineas leidas: " WS-MOVSIDX-LEIDAS
           " Movimientos indexados: " WS-MOVSIDX-INDEXADAS.
           MOVE WS-MOVSIDX-LEIDAS TO WS-CTRL-LEIDOS.
           MOVE WS-MOVSIDX-INDEXADAS TO WS-CTRL-ESCRITOS.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       90-CERRAR.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CTRL-ESCRITOS.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOMOVSIDX.
