      *          MOVPIEZAS dejando el FIGURE-STOCK en lo contado: el
      *          mismo mecanismo con el que BANCOARQUEO trata las
      *          diferencias de cajon. El stock deja de separarse de
      *          la realidad sin que nadie lo note. Las variaciones
      *          se valoran al coste medio ponderado vigente, que va
      *          estampado en el movimiento, y cada ajuste confirmado
      *          deja su valor en JAJUSTESVAL para auditoria. Una
      *          campaña contada y ajustada entera queda anotada en
      *          JPERIODOS (PERIODOSERV) para el cierre del mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT OPTIONAL AJUSTES-VALORADOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAJUSTESVAL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AJUSTES.

       SELECT HOJAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHOJACONTEO.txt".

               05 CON-ESTADO PIC X(1).

       FD MOVIMIENTOS-PIEZAS
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-MOVIMIENTO.
           05 MOV-FIGURA PIC 9(10).
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

      *> AJUSTE DE INVENTARIO CONFIRMADO Y VALORADO: STOCK DE LIBRO,
      *> CONTADO, VARIACION, COSTE MEDIO APLICADO Y VALOR.
       FD AJUSTES-VALORADOS
       RECORD CONTAINS 64 CHARACTERS.
       01 REG-AJUSTE-VALORADO.
           05 AJV-FIGURA PIC 9(10).
           05 AJV-FECHA PIC 9(8).
           05 AJV-NOMBRE PIC X(10).
           05 AJV-LIBRO PIC 9(5).
           05 AJV-CONTADO PIC 9(5).
           05 AJV-VARIACION PIC S9(6) SIGN LEADING SEPARATE.
           05 AJV-COSTE PIC 9(5)V99.
           05 AJV-VALOR PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD HOJAS
       RECORD CONTAINS 60 CHARACTERS
       01 REGISTRO-INFORME PIC X(90).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JINVENTARIO".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PIEZASINVENTARIO".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "P".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       01 FILE-STATUS PIC 99.
       77 WS-FS-CONTEO PIC 99.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-AJUSTES PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-FIGURAS PIC X(3).
       77 WS-FIN-CONTEO PIC X(3).
       77 WS-TOTAL-VALOR PIC S9(9)V99.
       77 WS-CONTADOR PIC 9(4).
       77 WS-AJUSTE PIC 9(5).
       77 WS-PENDIENTES PIC 9(4).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "P".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-LINEA-HOJA.
           05 HOJ-FIGURA PIC 9(10).
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 5.
       STOP RUN.
       00-INICIO-END.
               PERFORM 55-VARIACION-PIEZA
                   UNTIL WS-FIN-CONTEO EQUAL "SI"
               CLOSE INFORME FIGURE-ARCHIVE CONTEO
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
               DISPLAY "Piezas con variacion: " WS-CONTADOR
               DISPLAY "Valor total de la variacion: "
               WS-TOTAL-VALOR
               CLOSE CONTEO
           ELSE
               OPEN I-O FIGURE-ARCHIVE
               OPEN EXTEND AJUSTES-VALORADOS
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE ZERO TO WS-TOTAL-VALOR
               MOVE ZERO TO WS-CONTADOR
               MOVE ZERO TO WS-PENDIENTES
               MOVE "NO" TO WS-FIN-CONTEO
               PERFORM 75-CONFIRMAR-UNA
                   UNTIL WS-FIN-CONTEO EQUAL "SI"
               CLOSE AJUSTES-VALORADOS FIGURE-ARCHIVE CONTEO
               DISPLAY "Ajustes posteados: " WS-CONTADOR
               DISPLAY "Valor de los ajustes: " WS-TOTAL-VALOR
               IF WS-PENDIENTES EQUAL ZERO
                   PERFORM 80-ANOTAR-INVENTARIO
               ELSE
                   DISPLAY "Piezas sin contar o sin ajustar: "
                   WS-PENDIENTES
               END-IF
           END-IF.
       70-CONFIRMAR-VARIACIONES-END.
       EXIT.
               AND CON-CONTADO NOT EQUAL CON-STOCK-LIBRO
                   PERFORM 78-POSTEAR-AJUSTE
               END-IF
               IF CON-ESTADO EQUAL "A"
               OR (CON-ESTADO EQUAL "C"
                   AND CON-CONTADO NOT EQUAL CON-STOCK-LIBRO)
                   ADD 1 TO WS-PENDIENTES
               END-IF
           END-READ.
       75-CONFIRMAR-UNA-END.
       EXIT.
                   MOVE "A" TO MOV-TIPO
                   MOVE WS-AJUSTE TO MOV-CANTIDAD
                   MOVE WS-FECHA TO MOV-FECHA
                   MOVE FIGURE-COSTE TO MOV-COSTE
                   MOVE WS-SES-OPERADOR TO MOV-OPERADOR
                   OPEN EXTEND MOVIMIENTOS-PIEZAS
                   WRITE REG-MOVIMIENTO
                   CLOSE MOVIMIENTOS-PIEZAS
                   PERFORM 79-ANOTAR-VALOR-AJUSTE
                   MOVE "V" TO CON-ESTADO
                   REWRITE REG-CONTEO
                   ADD 1 TO WS-CONTADOR
       78-POSTEAR-AJUSTE-END.
       EXIT.


       79-ANOTAR-VALOR-AJUSTE.
           COMPUTE WS-VARIACION = CON-CONTADO - CON-STOCK-LIBRO.
           COMPUTE WS-VALOR-VARIACION = WS-VARIACION * FIGURE-COSTE.
           ADD WS-VALOR-VARIACION TO WS-TOTAL-VALOR.
           MOVE CON-FIGURA TO AJV-FIGURA.
           MOVE WS-HOY-NUM TO AJV-FECHA.
           MOVE CON-NOMBRE TO AJV-NOMBRE.
           MOVE CON-STOCK-LIBRO TO AJV-LIBRO.
           MOVE CON-CONTADO TO AJV-CONTADO.
           MOVE WS-VARIACION TO AJV-VARIACION.
           MOVE FIGURE-COSTE TO AJV-COSTE.
           MOVE WS-VALOR-VARIACION TO AJV-VALOR.
           WRITE REG-AJUSTE-VALORADO.
       79-ANOTAR-VALOR-AJUSTE-END.
       EXIT.


      *> CAMPAÑA CONTADA Y AJUSTADA ENTERA: CONTROL DEL CIERRE DEL MES
      *> EN QUE SE POSTEA.
       80-ANOTAR-INVENTARIO.
           MOVE "M" TO WS-PERSERV-OP.
           MOVE WS-HOY-NUM TO WS-PERSERV-FECHA.
           MOVE WS-HOY-NUM (1:6) TO WS-PERSERV-PERIODO.
           MOVE 5 TO WS-PERSERV-CONTROL.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
           DISPLAY "Inventario del mes " WS-PERSERV-PERIODO
           " posteado."
       80-ANOTAR-INVENTARIO-END.
       EXIT.

       END PROGRAM PIEZASINVENTARIO.
