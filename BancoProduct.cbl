      *          la media de operaciones por dia de cajon abierto de
      *          cada cajero, mas la pagina de resumen de la oficina.
      *          JCAJA registra el cajon por dia, no por horas: la
      *          media se da por dia de cajon abierto. Se pide para
      *          una oficina o para todas (en blanco): cada linea
      *          cuenta en la oficina que lleva en JMOVS y los
      *          cajeros salen agrupados por oficina con el subtotal
      *          de cada una antes del resumen general.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD CAJA.
           01 DATOS-CAJA.
       01 REGISTRO-INFORME PIC X(90).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JPRODUCT".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOPRODUCT".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-MOVS PIC 99.
       77 WS-FS-CAJA PIC 99.
       77 WS-TOT-RECHAZOS PIC 9(5) VALUE 0.
       77 WS-TOT-REVERSAS PIC 9(5) VALUE 0.
       77 WS-IMPORTE-ABS PIC 9(9)V99.
       77 WS-OFICINA-FILTRO PIC X(4).
       77 WS-OFICINA-MOV PIC X(4).
       77 WS-K PIC 9(3).
       77 WS-SUB-OPS PIC 9(6).
       77 WS-SUB-IMPORTE PIC 9(11)V99.
       77 WS-SUB-RECHAZOS PIC 9(5).
       77 WS-SUB-REVERSAS PIC 9(5).

      *> OFICINAS PRESENTES EN EL PERIODO, EN EL ORDEN EN QUE
      *> APARECEN, PARA AGRUPAR A LOS CAJEROS.
       01 WS-TABLA-OFICINAS.
           05 WS-OFT-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-OFT-CODIGO PIC X(4) OCCURS 100 TIMES.

      *> ACUMULADO POR CAJERO: OPERACIONES POR TIPO, IMPORTES,
      *> RECHAZOS, REVERSAS Y DIAS DE CAJON ABIERTO EN EL RANGO.
           05 WS-CAJ-OCUPADOS PIC 9(3) VALUE 0.
           05 WS-CAJ-ENTRADA OCCURS 50 TIMES.
               10 WS-CAJ-OPERADOR PIC X(4).
               10 WS-CAJ-OFICINA PIC X(4).
               10 WS-CAJ-OPS PIC 9(6).
               10 WS-CAJ-INGRESOS PIC 9(5).
               10 WS-CAJ-RETIRADAS PIC 9(5).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-CABECERA.
           05 FILLER PIC X(37) VALUE
           05 CAB-DESDE PIC 9(8).
           05 FILLER PIC X(3) VALUE " a ".
           05 CAB-HASTA PIC 9(8).
           05 FILLER PIC X(10) VALUE " Oficina: ".
           05 CAB-OFICINA PIC X(5).

       01 WS-LINEA-CAJERO.
           05 DET-OPERADOR PIC X(4).
           05 MED-OPS PIC ZZZ9.99.

       01 WS-LINEA-RESUMEN.
           05 FILLER PIC X(8) VALUE "OFICINA ".
           05 RES-OFICINA PIC X(5).
           05 FILLER PIC X(6) VALUE " Ops: ".
           05 RES-OPS PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  Importe: ".
           05 RES-IMPORTE PIC ZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Fecha desde (AAAAMMDD): "
           ACCEPT WS-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD): "
           ACCEPT WS-HASTA.
           DISPLAY "Oficina (en blanco = todas): "
           ACCEPT WS-OFICINA-FILTRO.
           PERFORM 10-ACUMULAR-MOVS.
           PERFORM 30-CONTAR-CAJONES.
           PERFORM 50-ESCRIBIR-INFORME.
               IF WS-MOVS-ES-MOVIMIENTO
               AND WS-MOVS-FECHA >= WS-DESDE
               AND WS-MOVS-FECHA <= WS-HASTA
                   MOVE WS-MOVS-OFICINA TO WS-OFICINA-MOV
                   IF WS-OFICINA-MOV EQUAL SPACES
                       MOVE "0001" TO WS-OFICINA-MOV
                   END-IF
                   IF WS-OFICINA-FILTRO EQUAL SPACES
                   OR WS-OFICINA-FILTRO EQUAL WS-OFICINA-MOV
                       PERFORM 20-ACUMULAR-OPERACION
                   END-IF
               END-IF
           END-READ.
       15-LEER-MOV-END.
           PERFORM VARYING WS-J FROM 1 BY 1
           UNTIL WS-J > WS-CAJ-OCUPADOS
               IF WS-CAJ-OPERADOR (WS-J) EQUAL WS-MOVS-OPERADOR
               AND WS-CAJ-OFICINA (WS-J) EQUAL WS-OFICINA-MOV
                   MOVE WS-J TO WS-I
                   MOVE "SI" TO WS-ENCONTRADO
               END-IF
               MOVE WS-CAJ-OCUPADOS TO WS-I
               INITIALIZE WS-CAJ-ENTRADA (WS-I)
               MOVE WS-MOVS-OPERADOR TO WS-CAJ-OPERADOR (WS-I)
               MOVE WS-OFICINA-MOV TO WS-CAJ-OFICINA (WS-I)
               PERFORM 25-ANOTAR-OFICINA
           END-IF.

           ADD 1 TO WS-CAJ-OPS (WS-I).
       EXIT.


       25-ANOTAR-OFICINA.
           MOVE "NO" TO WS-ENCONTRADO.
           PERFORM 27-BUSCAR-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           IF WS-ENCONTRADO EQUAL "NO"
           AND WS-OFT-OCUPADAS < 100
               ADD 1 TO WS-OFT-OCUPADAS
               MOVE WS-OFICINA-MOV TO WS-OFT-CODIGO (WS-OFT-OCUPADAS)
           END-IF.
       25-ANOTAR-OFICINA-END.
       EXIT.


       27-BUSCAR-OFICINA.
           IF WS-OFT-CODIGO (WS-K) EQUAL WS-OFICINA-MOV
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       27-BUSCAR-OFICINA-END.
       EXIT.


      *> DIAS DE CAJON ABIERTO POR CAJERO DENTRO DEL RANGO, PARA LA
      *> MEDIA DE OPERACIONES POR DIA DE CAJON.
       30-CONTAR-CAJONES.
           OPEN OUTPUT INFORME.
           MOVE WS-DESDE TO CAB-DESDE.
           MOVE WS-HASTA TO CAB-HASTA.
           IF WS-OFICINA-FILTRO EQUAL SPACES
               MOVE "TODAS" TO CAB-OFICINA
           ELSE
               MOVE WS-OFICINA-FILTRO TO CAB-OFICINA
           END-IF.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           PERFORM 52-BLOQUE-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           MOVE "TOTAL" TO RES-OFICINA.
           MOVE WS-TOT-OPS TO RES-OPS.
           MOVE WS-TOT-IMPORTE TO RES-IMPORTE.
           MOVE WS-TOT-RECHAZOS TO RES-RECHAZOS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-RESUMEN.
           DISPLAY WS-LINEA-RESUMEN.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Cajeros en el informe: " WS-CAJ-OCUPADOS.
       50-ESCRIBIR-INFORME-END.
       EXIT.


      *> LOS CAJEROS DE CADA OFICINA Y SU SUBTOTAL.
       52-BLOQUE-OFICINA.
           MOVE ZERO TO WS-SUB-OPS.
           MOVE ZERO TO WS-SUB-IMPORTE.
           MOVE ZERO TO WS-SUB-RECHAZOS.
           MOVE ZERO TO WS-SUB-REVERSAS.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           PERFORM 54-CAJERO-DE-OFICINA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CAJ-OCUPADOS.
           MOVE WS-OFT-CODIGO (WS-K) TO RES-OFICINA.
           MOVE WS-SUB-OPS TO RES-OPS.
           MOVE WS-SUB-IMPORTE TO RES-IMPORTE.
           MOVE WS-SUB-RECHAZOS TO RES-RECHAZOS.
           MOVE WS-SUB-REVERSAS TO RES-REVERSAS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-RESUMEN.
       52-BLOQUE-OFICINA-END.
       EXIT.


       54-CAJERO-DE-OFICINA.
           IF WS-CAJ-OFICINA (WS-I) EQUAL WS-OFT-CODIGO (WS-K)
               PERFORM 55-LINEA-CAJERO
               ADD WS-CAJ-OPS (WS-I) TO WS-SUB-OPS
               ADD WS-CAJ-IMPORTE (WS-I) TO WS-SUB-IMPORTE
               ADD WS-CAJ-RECHAZADAS (WS-I) TO WS-SUB-RECHAZOS
               ADD WS-CAJ-REVERSAS (WS-I) TO WS-SUB-REVERSAS
           END-IF.
       54-CAJERO-DE-OFICINA-END.
       EXIT.


       55-LINEA-CAJERO.
           MOVE WS-CAJ-OPERADOR (WS-I) TO DET-OPERADOR.
           MOVE WS-CAJ-OPS (WS-I) TO DET-OPS.
