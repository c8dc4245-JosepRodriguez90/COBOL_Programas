      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de control de periodos (mismo
      *          patron que OFICINASERV): mantiene JPERIODOS, un
      *          registro por subsistema ("B" banco, "N" nomina, "P"
      *          piezas, "C" colegio) y periodo con su estado ("A"
      *          abierto, "E" en cierre, "C" cerrado) y la fecha en que
      *          quedo hecho cada control del cierre (CIERREPERIODO).
      *          Los periodos de banco, nomina y piezas son meses
      *          AAAAMM; los del colegio son trimestres, AAAA del curso
      *          que empieza en septiembre por 100 mas el trimestre
      *          (1 septiembre-diciembre, 2 enero-marzo, 3 abril-
      *          agosto, como en ALUMDESCUENTO).
      *          "F" estado del periodo al que pertenece PARAM-FECHA
      *              (devuelve tambien el periodo);
      *          "P" estado del periodo PARAM-PERIODO;
      *          "M" anota el control PARAM-CONTROL (1 conciliacion,
      *              2 extractos, 3 exportacion contable, 4 nomina
      *              pagada, 5 inventario posteado) como hecho en
      *              PARAM-FECHA para el periodo PARAM-PERIODO; si ya
      *              habia una fecha posterior se conserva.
      *          Un periodo sin registro (o sin archivo) esta abierto:
      *          los programas que graban con fecha solo se paran
      *          ante un periodo cerrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODOSERV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PERIODOS ASSIGN TO WS-RUTA-PERIODOS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PER-CLAVE
       FILE STATUS IS WS-FS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
           01 DATOS-PERIODO.
               05 PER-CLAVE.
                   10 PER-SUBSISTEMA PIC X(1).
                   10 PER-PERIODO PIC 9(6).
               05 PER-ESTADO PIC X(1).
               05 PER-CONTROL-FECHA PIC 9(8) OCCURS 5 TIMES.
               05 PER-FECHA-CIERRE PIC 9(8).
               05 PER-OPERADOR-CIERRE PIC X(4).
               05 PER-REAPERTURAS PIC 9(2).

       WORKING-STORAGE SECTION.
       77 WS-FS-PERIODOS PIC 99.
       77 WS-ANIO PIC 9(4).
       77 WS-MES PIC 9(2).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-PERIODOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPERIODOS.txt".

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-SUBSISTEMA PIC X(1).
       01 PARAM-FECHA PIC 9(8).
       01 PARAM-PERIODO PIC 9(6).
       01 PARAM-CONTROL PIC 9(1).
       01 PARAM-ESTADO PIC X(1).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-SUBSISTEMA,
           PARAM-FECHA, PARAM-PERIODO, PARAM-CONTROL, PARAM-ESTADO.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JPERIODOS" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-PERIODOS
           END-IF.
           MOVE "A" TO PARAM-ESTADO.
           EVALUATE PARAM-OPERACION
           WHEN "F"
               PERFORM 020-PERIODO-DE-FECHA
               PERFORM 030-CONSULTAR-ESTADO
           WHEN "P"
               PERFORM 030-CONSULTAR-ESTADO
           WHEN "M"
               PERFORM 040-ANOTAR-CONTROL
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       010-SERVICIO-END.
       EXIT PROGRAM.


       020-PERIODO-DE-FECHA.
           MOVE PARAM-FECHA (1:4) TO WS-ANIO.
           MOVE PARAM-FECHA (5:2) TO WS-MES.
           IF PARAM-SUBSISTEMA EQUAL "C"
               EVALUATE TRUE
               WHEN WS-MES >= 9
                   COMPUTE PARAM-PERIODO = WS-ANIO * 100 + 1
               WHEN WS-MES <= 3
                   COMPUTE PARAM-PERIODO = (WS-ANIO - 1) * 100 + 2
               WHEN OTHER
                   COMPUTE PARAM-PERIODO = (WS-ANIO - 1) * 100 + 3
               END-EVALUATE
           ELSE
               COMPUTE PARAM-PERIODO = WS-ANIO * 100 + WS-MES
           END-IF.
       020-PERIODO-DE-FECHA-END.
       EXIT.


       030-CONSULTAR-ESTADO.
           OPEN INPUT PERIODOS.
           IF WS-FS-PERIODOS EQUAL "00"
               MOVE PARAM-SUBSISTEMA TO PER-SUBSISTEMA
               MOVE PARAM-PERIODO TO PER-PERIODO
               READ PERIODOS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PER-ESTADO TO PARAM-ESTADO
               END-READ
           END-IF.
           CLOSE PERIODOS.
       030-CONSULTAR-ESTADO-END.
       EXIT.


       040-ANOTAR-CONTROL.
           IF PARAM-CONTROL < 1 OR PARAM-CONTROL > 5
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PERIODOS.
           IF WS-FS-PERIODOS = "35"
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
           END-IF.
           MOVE PARAM-SUBSISTEMA TO PER-SUBSISTEMA.
           MOVE PARAM-PERIODO TO PER-PERIODO.
           READ PERIODOS RECORD
           INVALID KEY
               MOVE "A" TO PER-ESTADO
               MOVE ZERO TO PER-CONTROL-FECHA (1)
                   PER-CONTROL-FECHA (2) PER-CONTROL-FECHA (3)
                   PER-CONTROL-FECHA (4) PER-CONTROL-FECHA (5)
               MOVE ZERO TO PER-FECHA-CIERRE PER-REAPERTURAS
               MOVE SPACES TO PER-OPERADOR-CIERRE
               MOVE PARAM-FECHA TO PER-CONTROL-FECHA (PARAM-CONTROL)
               WRITE DATOS-PERIODO
               INVALID KEY
                   DISPLAY "Error al anotar el control del periodo "
                   PARAM-PERIODO
               END-WRITE
           NOT INVALID KEY
               IF PARAM-FECHA > PER-CONTROL-FECHA (PARAM-CONTROL)
                   MOVE PARAM-FECHA TO
                       PER-CONTROL-FECHA (PARAM-CONTROL)
                   REWRITE DATOS-PERIODO
                   INVALID KEY
                       DISPLAY "Error al anotar el control del"
                       " periodo " PARAM-PERIODO
                   END-REWRITE
               END-IF
           END-READ.
           MOVE PER-ESTADO TO PARAM-ESTADO.
           CLOSE PERIODOS.
       040-ANOTAR-CONTROL-END.
       EXIT.
