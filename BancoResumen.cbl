      *          movimientos tipados de JMOVS entre dos fechas, por
      *          tipo de movimiento (importe y numero de operaciones)
      *          y calcula el flujo neto del periodo en el banco.
      *          Se pide para una oficina o para todas (en blanco):
      *          cada movimiento cuenta en la oficina que lleva en
      *          JMOVS y el informe da el bloque de cada oficina antes
      *          del total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD RESUMEN
       RECORD CONTAINS 80 CHARACTERS
       01 REGISTRO-RESUMEN PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JRESUMEN".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCORESUMEN".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-MOVS PIC 99.
       77 WS-FIN-MOVS PIC X(3) VALUE "NO".
       77 WS-HASTA-YYYYMMDD PIC 9(8).
       77 WS-I PIC 9(2).
       77 WS-NETO PIC S9(9)V99 VALUE 0.
       77 WS-OFICINA-FILTRO PIC X(4).
       77 WS-OFICINA-MOV PIC X(4).
       77 WS-OFT-IDX PIC 9(3).
       77 WS-K PIC 9(3).

      *> ACUMULADORES POR TIPO DE MOVIMIENTO. EL SIGNO INDICA SI EL
      *> TIPO ENTRA (+) O SALE (-) DEL BANCO PARA EL FLUJO NETO; LAS
               10 WS-ACUM-IMPORTE PIC S9(9)V99 VALUE 0.
               10 WS-ACUM-CONTADOR PIC 9(5) VALUE 0.

      *> LOS MISMOS ACUMULADORES, OFICINA POR OFICINA.
       01 WS-TABLA-OFICINAS.
           05 WS-OFT-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-OFT-ENTRADA OCCURS 100 TIMES.
               10 WS-OFT-CODIGO PIC X(4).
               10 WS-OFT-NETO PIC S9(9)V99.
               10 WS-OFT-TIPO OCCURS 9 TIMES.
                   15 WS-OFT-IMPORTE PIC S9(9)V99.
                   15 WS-OFT-CONTADOR PIC 9(5).

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
               88 WS-MOVS-ES-MOVIMIENTO VALUE "MV".
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-CABECERA.
           05 FILLER PIC X(32) VALUE
           05 CAB-DESDE PIC 9(8).
           05 FILLER PIC X(8) VALUE " hasta ".
           05 CAB-HASTA PIC 9(8).
           05 FILLER PIC X(10) VALUE " Oficina: ".
           05 CAB-OFICINA PIC X(5).

       01 WS-LINEA-OFICINA.
           05 FILLER PIC X(8) VALUE "Oficina ".
           05 LIN-OFICINA PIC X(4).

       01 WS-LINEA-TIPO.
           05 DET-TIPO PIC X(10).
           "Flujo neto del periodo: ".
           05 NETO-IMPORTE PIC -(9)9.99.

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(22) VALUE "TOTAL DE LAS OFICINAS".

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-PEDIR-FILTROS.
           PERFORM 20-ABRIR-ARCHIVOS.
           PERFORM 30-ACUMULAR UNTIL WS-FIN-MOVS EQUAL "SI".
           ACCEPT WS-HASTA-ANIO
           COMPUTE WS-HASTA-YYYYMMDD =
               WS-HASTA-ANIO * 10000 + WS-HASTA-MES * 100
               + WS-HASTA-DIA

           DISPLAY "Oficina (en blanco = todas):"
           ACCEPT WS-OFICINA-FILTRO.
       10-PEDIR-FILTROS-END.
       EXIT.

           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-DESDE-YYYYMMDD TO CAB-DESDE.
           MOVE WS-HASTA-YYYYMMDD TO CAB-HASTA.
           IF WS-OFICINA-FILTRO EQUAL SPACES
               MOVE "TODAS" TO CAB-OFICINA
           ELSE
               MOVE WS-OFICINA-FILTRO TO CAB-OFICINA
           END-IF.
           WRITE REGISTRO-RESUMEN FROM WS-CABECERA.
       20-ABRIR-ARCHIVOS-END.
       EXIT.
               IF WS-MOVS-ES-MOVIMIENTO
               AND WS-MOVS-FECHA >= WS-DESDE-YYYYMMDD
               AND WS-MOVS-FECHA <= WS-HASTA-YYYYMMDD
                   MOVE WS-MOVS-OFICINA TO WS-OFICINA-MOV
                   IF WS-OFICINA-MOV EQUAL SPACES
                       MOVE "0001" TO WS-OFICINA-MOV
                   END-IF
                   IF WS-OFICINA-FILTRO EQUAL SPACES
                   OR WS-OFICINA-FILTRO EQUAL WS-OFICINA-MOV
                       PERFORM 32-LOCALIZAR-OFICINA
                       PERFORM 35-ACUMULAR-TIPO
                   END-IF
               END-IF
           END-READ.
       30-ACUMULAR-END.
       EXIT.


      *> LAS LINEAS GRABADAS ANTES DE LA DIMENSION OFICINA NO LA
      *> LLEVAN: SON DE LA OFICINA PRINCIPAL.
       32-LOCALIZAR-OFICINA.
           MOVE ZERO TO WS-OFT-IDX.
           PERFORM 33-BUSCAR-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           IF WS-OFT-IDX EQUAL ZERO
               IF WS-OFT-OCUPADAS >= 100
                   DISPLAY "ERROR: tabla de oficinas llena (100);"
                   " ampliar BANCORESUMEN."
                   MOVE 100 TO WS-OFT-IDX
               ELSE
                   ADD 1 TO WS-OFT-OCUPADAS
                   MOVE WS-OFT-OCUPADAS TO WS-OFT-IDX
                   INITIALIZE WS-OFT-ENTRADA (WS-OFT-IDX)
                   MOVE WS-OFICINA-MOV TO WS-OFT-CODIGO (WS-OFT-IDX)
               END-IF
           END-IF.
       32-LOCALIZAR-OFICINA-END.
       EXIT.


       33-BUSCAR-OFICINA.
           IF WS-OFT-CODIGO (WS-K) EQUAL WS-OFICINA-MOV
               MOVE WS-K TO WS-OFT-IDX
           END-IF.
       33-BUSCAR-OFICINA-END.
       EXIT.


       35-ACUMULAR-TIPO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF WS-TIPO-NOMBRE (WS-I) EQUAL WS-MOVS-TIPO
                   ADD WS-MOVS-IMPORTE TO WS-ACUM-IMPORTE (WS-I)
                   ADD 1 TO WS-ACUM-CONTADOR (WS-I)
                   ADD WS-MOVS-IMPORTE TO
                       WS-OFT-IMPORTE (WS-OFT-IDX, WS-I)
                   ADD 1 TO WS-OFT-CONTADOR (WS-OFT-IDX, WS-I)
                   IF WS-TIPO-SIGNO (WS-I) EQUAL "+"
                       ADD WS-MOVS-IMPORTE TO WS-NETO
                       ADD WS-MOVS-IMPORTE TO WS-OFT-NETO (WS-OFT-IDX)
                   END-IF
                   IF WS-TIPO-SIGNO (WS-I) EQUAL "-"
                       SUBTRACT WS-MOVS-IMPORTE FROM WS-NETO
                       SUBTRACT WS-MOVS-IMPORTE
                           FROM WS-OFT-NETO (WS-OFT-IDX)
                   END-IF
               END-IF
           END-PERFORM.


       40-ESCRIBIR-RESUMEN.
           PERFORM 42-BLOQUE-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           WRITE REGISTRO-RESUMEN FROM WS-LINEA-TOTAL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               MOVE WS-TIPO-NOMBRE (WS-I) TO DET-TIPO
               MOVE WS-ACUM-IMPORTE (WS-I) TO DET-IMPORTE
       EXIT.


       42-BLOQUE-OFICINA.
           MOVE WS-OFT-CODIGO (WS-K) TO LIN-OFICINA.
           WRITE REGISTRO-RESUMEN FROM WS-LINEA-OFICINA.
           PERFORM 44-LINEA-TIPO-OFICINA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9.
           MOVE WS-OFT-NETO (WS-K) TO NETO-IMPORTE.
           WRITE REGISTRO-RESUMEN FROM WS-LINEA-NETO.
       42-BLOQUE-OFICINA-END.
       EXIT.


       44-LINEA-TIPO-OFICINA.
           MOVE WS-TIPO-NOMBRE (WS-I) TO DET-TIPO.
           MOVE WS-OFT-IMPORTE (WS-K, WS-I) TO DET-IMPORTE.
           MOVE WS-OFT-CONTADOR (WS-K, WS-I) TO DET-CONTADOR.
           WRITE REGISTRO-RESUMEN FROM WS-LINEA-TIPO.
       44-LINEA-TIPO-OFICINA-END.
       EXIT.


       50-CERRAR-ARCHIVOS.
           CLOSE MOVS RESUMEN.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       STOP RUN.
       50-CERRAR-ARCHIVOS-END.
       EXIT.
