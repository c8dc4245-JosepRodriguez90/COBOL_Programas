      ******************************************************************
      * Author:
      * Date:
      * Purpose: Valoracion del almacen de piezas al coste medio
      *          ponderado que mantienen las entradas (PIEZASPEDIDOS
      *          y la entrada manual de CATALOGOPIEZAS): valoracion
      *          de cierre de mes por pieza y total
      *          (PiezasValoracion.txt), historial del coste de una
      *          pieza desde JCOSTEHIST (PiezasHistCoste.txt), y el
      *          valor de los ajustes de inventario confirmados por
      *          PIEZASINVENTARIO desde JAJUSTESVAL, con sobrantes,
      *          faltantes y neto para los auditores
      *          (PiezasAjustesAud.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIEZASVALORACION.

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

       SELECT OPTIONAL HISTORIAL-COSTE
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOSTEHIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORIAL.

       SELECT OPTIONAL AJUSTES-VALORADOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAJUSTESVAL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AJUSTES.

       SELECT VALORACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasValoracion.t
      -"xt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-VALORACION.

       SELECT HISTCOSTE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasHistCoste.tx
      -"t"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTCOSTE.

       SELECT AUDITORIA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\PiezasAjustesAud.t
      -"xt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AUDITORIA.

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

      *> HISTORIAL DEL COSTE MEDIO PONDERADO, UNA LINEA POR ENTRADA.
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

      *> AJUSTES DE INVENTARIO CONFIRMADOS Y VALORADOS.
       FD AJUSTES-VALORADOS
       RECORD CONTAINS 64 CHARACTERS.
       01 REG-AJUSTE-VALORADO.
           05 AJV-FIGURA PIC 9(10).
           05 AJV-FECHA PIC 9(8).
           05 AJV-FECHA-R REDEFINES AJV-FECHA.
               10 AJV-PERIODO PIC 9(6).
               10 AJV-DIA PIC 9(2).
           05 AJV-NOMBRE PIC X(10).
           05 AJV-LIBRO PIC 9(5).
           05 AJV-CONTADO PIC 9(5).
           05 AJV-VARIACION PIC S9(6) SIGN LEADING SEPARATE.
           05 AJV-COSTE PIC 9(5)V99.
           05 AJV-VALOR PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD VALORACION
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-VALORACION PIC X(80).

       FD HISTCOSTE
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-HISTCOSTE PIC X(80).

       FD AUDITORIA
       RECORD CONTAINS 90 CHARACTERS.
       01 REG-AUDITORIA PIC X(90).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "PiezasValoracion".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PIEZASVALORACION".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "P".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       01 FILE-STATUS PIC 99.
       77 WS-FS-HISTORIAL PIC 99.
       77 WS-FS-AJUSTES PIC 99.
       77 WS-FS-VALORACION PIC 99.
       77 WS-FS-HISTCOSTE PIC 99.
       77 WS-FS-AUDITORIA PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-FIGURAS PIC X(3).
       77 WS-FIN-HISTORIAL PIC X(3).
       77 WS-FIN-AJUSTES PIC X(3).
       77 WS-FIGURA PIC 9(10).
       77 WS-PERIODO PIC 9(6).
       77 WS-CONTADOR PIC 9(5).
       77 WS-VALOR-PIEZA PIC 9(9)V99.
       77 WS-VALOR-TOTAL PIC 9(11)V99.
       77 WS-UNIDADES-TOTAL PIC 9(9).
       77 WS-TOTAL-SOBRANTE PIC S9(11)V99.
       77 WS-TOTAL-FALTANTE PIC S9(11)V99.
       77 WS-TOTAL-NETO PIC S9(11)V99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-HOY-R REDEFINES WS-HOY-NUM.
               10 WS-HOY-PERIODO PIC 9(6).
               10 WS-HOY-DIA PIC 9(2).
           05 FILLER PIC X(13).

       01 WS-VAL-CABECERA.
           05 FILLER PIC X(37) VALUE
           "VALORACION DEL ALMACEN AL CIERRE DE  ".
           05 VCA-PERIODO PIC 9(6).
           05 FILLER PIC X(20) VALUE "  (COSTE MEDIO)".

       01 WS-VAL-TITULOS.
           05 FILLER PIC X(40) VALUE
           "PIEZA      NOMBRE     STOCK    COSTE MED".
           05 FILLER PIC X(20) VALUE
           "            VALOR".

       01 WS-VAL-LINEA.
           05 VLI-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 VLI-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 VLI-STOCK PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VLI-COSTE PIC ZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VLI-VALOR PIC ZZZZZZZZ9.99.

       01 WS-VAL-TOTAL.
           05 FILLER PIC X(16) VALUE "TOTAL  PIEZAS: ".
           05 VTO-PIEZAS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  UNIDADES: ".
           05 VTO-UNIDADES PIC ZZZZZZZZ9.
           05 FILLER PIC X(9) VALUE "  VALOR: ".
           05 VTO-VALOR PIC ZZZZZZZZZZ9.99.

       01 WS-HIS-CABECERA.
           05 FILLER PIC X(26) VALUE "HISTORIAL DE COSTE PIEZA ".
           05 HCA-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 HCA-NOMBRE PIC X(10).
           05 FILLER PIC X(15) VALUE "  COSTE ACTUAL ".
           05 HCA-COSTE PIC ZZZZ9.99.

       01 WS-HIS-TITULOS.
           05 FILLER PIC X(40) VALUE
           "FECHA    O REF  STOCK COSTE ANT  RECIB".
           05 FILLER PIC X(30) VALUE
           "   PRECIO  COSTE NUEVO".

       01 WS-HIS-LINEA.
           05 HLI-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 HLI-ORIGEN PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 HLI-REFERENCIA PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 HLI-STOCK PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 HLI-COSTE-ANTES PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 HLI-CANTIDAD PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 HLI-PRECIO PIC ZZZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 HLI-COSTE-NUEVO PIC ZZZZ9.99.

       01 WS-AUD-CABECERA.
           05 FILLER PIC X(40) VALUE
           "VALOR DE LOS AJUSTES DE INVENTARIO ".
           05 FILLER PIC X(9) VALUE "PERIODO ".
           05 ACA-PERIODO PIC X(6).

       01 WS-AUD-TITULOS.
           05 FILLER PIC X(41) VALUE
           "FECHA    PIEZA      NOMBRE     LIBRO CONT".
           05 FILLER PIC X(39) VALUE
           "  VARIAC    COSTE          VALOR".

       01 WS-AUD-LINEA.
           05 ALI-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALI-FIGURA PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 ALI-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ALI-LIBRO PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 ALI-CONTADO PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 ALI-VARIACION PIC -(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 ALI-COSTE PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 ALI-VALOR PIC -(9)9.99.

       01 WS-AUD-TOTAL.
           05 ATO-TEXTO PIC X(24).
           05 ATO-VALOR PIC -(11)9.99.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 4.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "Valoracion del almacen de piezas."
           DISPLAY "Valoracion de cierre de mes (1)"
           DISPLAY "Historial de coste de una pieza (2)"
           DISPLAY "Valor de los ajustes de inventario (3)"
           DISPLAY "salir (4)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-VALORACION-CIERRE
           WHEN 2
               PERFORM 40-HISTORIAL-PIEZA
           WHEN 3
               PERFORM 60-VALOR-AJUSTES
           WHEN 4
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> STOCK DE CADA PIEZA A SU COSTE MEDIO VIGENTE, Y TOTAL DEL
      *> ALMACEN. SE LANZA AL CERRAR EL MES, CON EL STOCK DEL CIERRE.
       20-VALORACION-CIERRE.
           OPEN INPUT FIGURE-ARCHIVE.
           IF FILE-STATUS NOT EQUAL "00"
               DISPLAY "No hay catalogo de piezas."
               CLOSE FIGURE-ARCHIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           OPEN OUTPUT VALORACION.
           MOVE WS-HOY-PERIODO TO VCA-PERIODO.
           WRITE REG-VALORACION FROM WS-VAL-CABECERA.
           WRITE REG-VALORACION FROM WS-VAL-TITULOS.
           DISPLAY WS-VAL-CABECERA.
           DISPLAY WS-VAL-TITULOS.
           MOVE ZERO TO WS-CONTADOR WS-VALOR-TOTAL WS-UNIDADES-TOTAL.
           MOVE "NO" TO WS-FIN-FIGURAS.
           PERFORM 25-VALORAR-PIEZA UNTIL WS-FIN-FIGURAS EQUAL "SI".
           MOVE WS-CONTADOR TO VTO-PIEZAS.
           MOVE WS-UNIDADES-TOTAL TO VTO-UNIDADES.
           MOVE WS-VALOR-TOTAL TO VTO-VALOR.
           WRITE REG-VALORACION FROM WS-VAL-TOTAL.
           DISPLAY WS-VAL-TOTAL.
           CLOSE VALORACION FIGURE-ARCHIVE.
           MOVE "PiezasValoracion" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en PiezasValoracion.txt".
       20-VALORACION-CIERRE-END.
       EXIT.


       25-VALORAR-PIEZA.
           READ FIGURE-ARCHIVE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-FIGURAS
           NOT AT END
               COMPUTE WS-VALOR-PIEZA = FIGURE-STOCK * FIGURE-COSTE
               ADD WS-VALOR-PIEZA TO WS-VALOR-TOTAL
               ADD FIGURE-STOCK TO WS-UNIDADES-TOTAL
               ADD 1 TO WS-CONTADOR
               MOVE FIGURE-ID TO VLI-FIGURA
               MOVE FIGURE-NAME TO VLI-NOMBRE
               MOVE FIGURE-STOCK TO VLI-STOCK
               MOVE FIGURE-COSTE TO VLI-COSTE
               MOVE WS-VALOR-PIEZA TO VLI-VALOR
               WRITE REG-VALORACION FROM WS-VAL-LINEA
               DISPLAY WS-VAL-LINEA
           END-READ.
       25-VALORAR-PIEZA-END.
       EXIT.


      *> TODAS LAS ENTRADAS QUE HAN MOVIDO EL COSTE MEDIO DE UNA
      *> PIEZA, EN EL ORDEN EN QUE SE ANOTARON.
       40-HISTORIAL-PIEZA.
           DISPLAY "ID de la pieza: "
           ACCEPT WS-FIGURA
           OPEN INPUT FIGURE-ARCHIVE.
           MOVE WS-FIGURA TO FIGURE-ID.
           READ FIGURE-ARCHIVE RECORD
           INVALID KEY
               MOVE SPACES TO FIGURE-NAME
               MOVE ZERO TO FIGURE-COSTE
           END-READ.
           CLOSE FIGURE-ARCHIVE.
           OPEN INPUT HISTORIAL-COSTE.
           OPEN OUTPUT HISTCOSTE.
           MOVE WS-FIGURA TO HCA-FIGURA.
           MOVE FIGURE-NAME TO HCA-NOMBRE.
           MOVE FIGURE-COSTE TO HCA-COSTE.
           WRITE REG-HISTCOSTE FROM WS-HIS-CABECERA.
           WRITE REG-HISTCOSTE FROM WS-HIS-TITULOS.
           DISPLAY WS-HIS-CABECERA.
           DISPLAY WS-HIS-TITULOS.
           MOVE ZERO TO WS-CONTADOR.
           MOVE "NO" TO WS-FIN-HISTORIAL.
           PERFORM 45-LINEA-HISTORIAL
               UNTIL WS-FIN-HISTORIAL EQUAL "SI".
           MOVE SPACES TO REG-HISTCOSTE.
           STRING "ENTRADAS CON CAMBIO DE COSTE: " WS-CONTADOR
               DELIMITED BY SIZE INTO REG-HISTCOSTE
           END-STRING.
           WRITE REG-HISTCOSTE.
           DISPLAY REG-HISTCOSTE.
           CLOSE HISTCOSTE HISTORIAL-COSTE.
           MOVE "PiezasHistCoste" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en PiezasHistCoste.txt".
       40-HISTORIAL-PIEZA-END.
       EXIT.


       45-LINEA-HISTORIAL.
           READ HISTORIAL-COSTE
           AT END
               MOVE "SI" TO WS-FIN-HISTORIAL
           NOT AT END
               IF HC-FIGURA EQUAL WS-FIGURA
                   ADD 1 TO WS-CONTADOR
                   MOVE HC-FECHA TO HLI-FECHA
                   MOVE HC-ORIGEN TO HLI-ORIGEN
                   MOVE HC-REFERENCIA TO HLI-REFERENCIA
                   MOVE HC-STOCK-ANTES TO HLI-STOCK
                   MOVE HC-COSTE-ANTES TO HLI-COSTE-ANTES
                   MOVE HC-CANTIDAD TO HLI-CANTIDAD
                   MOVE HC-PRECIO TO HLI-PRECIO
                   MOVE HC-COSTE-NUEVO TO HLI-COSTE-NUEVO
                   WRITE REG-HISTCOSTE FROM WS-HIS-LINEA
                   DISPLAY WS-HIS-LINEA
               END-IF
           END-READ.
       45-LINEA-HISTORIAL-END.
       EXIT.


      *> AJUSTES CONFIRMADOS DE UN MES (O TODOS) CON SU VALOR AL
      *> COSTE MEDIO DEL MOMENTO DEL AJUSTE: SOBRANTES, FALTANTES Y
      *> NETO, QUE ES LO QUE PIDEN LOS AUDITORES.
       60-VALOR-AJUSTES.
           DISPLAY "Periodo (AAAAMM, 0 = todos): "
           ACCEPT WS-PERIODO
           OPEN INPUT AJUSTES-VALORADOS.
           OPEN OUTPUT AUDITORIA.
           IF WS-PERIODO EQUAL 0
               MOVE "TODOS " TO ACA-PERIODO
           ELSE
               MOVE WS-PERIODO TO ACA-PERIODO
           END-IF.
           WRITE REG-AUDITORIA FROM WS-AUD-CABECERA.
           WRITE REG-AUDITORIA FROM WS-AUD-TITULOS.
           DISPLAY WS-AUD-CABECERA.
           DISPLAY WS-AUD-TITULOS.
           MOVE ZERO TO WS-CONTADOR WS-TOTAL-SOBRANTE
               WS-TOTAL-FALTANTE WS-TOTAL-NETO.
           MOVE "NO" TO WS-FIN-AJUSTES.
           PERFORM 65-LINEA-AJUSTE UNTIL WS-FIN-AJUSTES EQUAL "SI".
           MOVE SPACES TO REG-AUDITORIA.
           STRING "AJUSTES: " WS-CONTADOR
               DELIMITED BY SIZE INTO REG-AUDITORIA
           END-STRING.
           WRITE REG-AUDITORIA.
           DISPLAY REG-AUDITORIA.
           MOVE "VALOR SOBRANTES:" TO ATO-TEXTO.
           MOVE WS-TOTAL-SOBRANTE TO ATO-VALOR.
           PERFORM 68-LINEA-TOTAL.
           MOVE "VALOR FALTANTES:" TO ATO-TEXTO.
           MOVE WS-TOTAL-FALTANTE TO ATO-VALOR.
           PERFORM 68-LINEA-TOTAL.
           MOVE "VALOR NETO DE AJUSTES:" TO ATO-TEXTO.
           MOVE WS-TOTAL-NETO TO ATO-VALOR.
           PERFORM 68-LINEA-TOTAL.
           CLOSE AUDITORIA AJUSTES-VALORADOS.
           MOVE "PiezasAjustesAud" TO WS-INFCAT-INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en PiezasAjustesAud.txt".
       60-VALOR-AJUSTES-END.
       EXIT.


       65-LINEA-AJUSTE.
           READ AJUSTES-VALORADOS
           AT END
               MOVE "SI" TO WS-FIN-AJUSTES
               EXIT PARAGRAPH
           END-READ.
           IF WS-PERIODO NOT EQUAL 0
           AND AJV-PERIODO NOT EQUAL WS-PERIODO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONTADOR.
           ADD AJV-VALOR TO WS-TOTAL-NETO.
           IF AJV-VALOR < 0
               ADD AJV-VALOR TO WS-TOTAL-FALTANTE
           ELSE
               ADD AJV-VALOR TO WS-TOTAL-SOBRANTE
           END-IF.
           MOVE AJV-FECHA TO ALI-FECHA.
           MOVE AJV-FIGURA TO ALI-FIGURA.
           MOVE AJV-NOMBRE TO ALI-NOMBRE.
           MOVE AJV-LIBRO TO ALI-LIBRO.
           MOVE AJV-CONTADO TO ALI-CONTADO.
           MOVE AJV-VARIACION TO ALI-VARIACION.
           MOVE AJV-COSTE TO ALI-COSTE.
           MOVE AJV-VALOR TO ALI-VALOR.
           WRITE REG-AUDITORIA FROM WS-AUD-LINEA.
           DISPLAY WS-AUD-LINEA.
       65-LINEA-AJUSTE-END.
       EXIT.


       68-LINEA-TOTAL.
           WRITE REG-AUDITORIA FROM WS-AUD-TOTAL.
           DISPLAY WS-AUD-TOTAL.
       68-LINEA-TOTAL-END.
       EXIT.

       END PROGRAM PIEZASVALORACION.
