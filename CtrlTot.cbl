      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de totales de control (mismo
      *          patron que CTRLCNT): cada programa de lote que forma
      *          parte de una pareja productor/consumidor anota al
      *          terminar, con un nombre de total, cuantos registros
      *          y que importe produjo, aplico o rechazo. Las lineas
      *          quedan en JCTRLTOT con la fecha del dia, y el paso
      *          de cuadre CUADRELOTE casa las de cada pareja segun
      *          las reglas de JCUADRE. Un total se anota siempre,
      *          aunque sea cero, para que el cuadre sepa que el
      *          programa corrio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLTOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL TOTALES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCTRLTOT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TOTALES.

       DATA DIVISION.
       FILE SECTION.
       FD TOTALES
       RECORD CONTAINS 64 CHARACTERS.
       01 REG-TOTAL PIC X(64).

       WORKING-STORAGE SECTION.
       77 WS-FS-TOTALES PIC 99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-TOTAL-LINEA.
           05 TOT-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-PROGRAMA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-TOTAL PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-CANTIDAD PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-IMPORTE PIC 9(11)V99.

       LINKAGE SECTION.
       01 PARAM-PROGRAMA PIC X(20).
       01 PARAM-TOTAL PIC X(12).
       01 PARAM-CANTIDAD PIC 9(7).
       01 PARAM-IMPORTE PIC 9(11)V99.

       PROCEDURE DIVISION USING PARAM-PROGRAMA, PARAM-TOTAL,
           PARAM-CANTIDAD, PARAM-IMPORTE.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM TO TOT-FECHA.
           MOVE PARAM-PROGRAMA TO TOT-PROGRAMA.
           MOVE PARAM-TOTAL TO TOT-TOTAL.
           MOVE PARAM-CANTIDAD TO TOT-CANTIDAD.
           MOVE PARAM-IMPORTE TO TOT-IMPORTE.
           OPEN EXTEND TOTALES.
           WRITE REG-TOTAL FROM WS-TOTAL-LINEA.
           CLOSE TOTALES.
       EXIT PROGRAM.
