      *          y la hoja de cuadre con el total debe igual al total
      *          haber del dia. Los tipos sin cuenta asignada se
      *          cuentan como excepciones y no se exportan a medias.
      *          Cada apunte lleva como centro de coste la oficina
      *          del movimiento; se exporta una oficina o todas (en
      *          blanco) y la hoja de cuadre da debe y haber de cada
      *          oficina. El dia exportado entero (todas las
      *          oficinas, cuadrado y sin excepciones) queda anotado
      *          en JPERIODOS (PERIODOSERV) para el cierre de su mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> TABLA DE CONVERSION TIPO DE MOVIMIENTO -> CUENTAS CONTABLES
      *> DE DEBE Y HABER, UNA LINEA POR TIPO, EDITABLE A MANO.
           05 MAP-CTA-HABER PIC X(8).

      *> ARCHIVO DE ASIENTOS PARA EL PAQUETE CONTABLE: DOS LINEAS
      *> POR MOVIMIENTO (UNA AL DEBE Y UNA AL HABER), CON LA OFICINA
      *> COMO CENTRO DE COSTE.
       FD EXPORTACION
       RECORD CONTAINS 47 CHARACTERS.
       01 REG-EXPORTACION.
           05 EXP-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 EXP-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-CENTRO PIC X(4).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-MOVS PIC 99.
       77 WS-FS-MAPA PIC 99.
       77 WS-CONTADOR-SIN-MAPA PIC 9(5) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20).
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-OFICINA-FILTRO PIC X(4).
       77 WS-OFICINA-MOV PIC X(4).
       77 WS-OFT-IDX PIC 9(3).
       77 WS-K PIC 9(3).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).

      *> DEBE Y HABER DE CADA OFICINA PARA LA HOJA DE CUADRE.
       01 WS-TABLA-OFICINAS.
           05 WS-OFT-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-OFT-ENTRADA OCCURS 100 TIMES.
               10 WS-OFT-CODIGO PIC X(4).
               10 WS-OFT-DEBE PIC 9(11)V99.
               10 WS-OFT-HABER PIC 9(11)V99.

      *> COPIA EN MEMORIA DE LA TABLA DE CONVERSION.
       01 WS-TABLA-MAPA.
               10 WS-MAP-HABER PIC X(8).

      *> VALORES POR DEFECTO DE LA TABLA: CAJA 57000000, CUENTAS DE
      *> CLIENTES 41000000, RESULTADOS 66/76, PUENTE 55500000,
      *> LIQUIDACION CON LA RED DE TARJETAS 55600000.
       01 WS-MAPA-DEFECTO.
           05 FILLER PIC X(27) VALUE
           "INGRESO   57000000 41000000".
           "REVERSA   41000000 57000000".
           05 FILLER PIC X(27) VALUE
           "CUOTAESC  41000000 70500000".
           05 FILLER PIC X(27) VALUE
           "TARJCAJERO41000000 55600000".
           05 FILLER PIC X(27) VALUE
           "TARJCOMPRA41000000 55600000".
           05 FILLER PIC X(27) VALUE
           "TARJDEVOL 55600000 41000000".
           05 FILLER PIC X(27) VALUE
           "INGCHEQUE 55800000 41000000".
           05 FILLER PIC X(27) VALUE
           "DEVCHEQUE 41000000 55800000".
           05 FILLER PIC X(27) VALUE
           "REGDEMORA 76200000 41000000".
           05 FILLER PIC X(27) VALUE
           "PKMTIENDA 41000000 70000000".
       01 FILLER REDEFINES WS-MAPA-DEFECTO.
           05 WS-DEF-ENTRADA OCCURS 25 TIMES.
               10 WS-DEF-TIPO PIC X(10).
               10 WS-DEF-DEBE PIC X(8).
               10 FILLER PIC X(1).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Fecha a exportar (AAAAMMDD): "
           ACCEPT WS-FECHA-PROCESO.
           DISPLAY "Oficina (en blanco = todas): "
           ACCEPT WS-OFICINA-FILTRO.
           PERFORM 10-CARGAR-MAPA.
           PERFORM 30-EXPORTAR-DIA.
           PERFORM 80-HOJA-DE-CUADRE.
       20-GRABAR-DEFECTOS.
           OPEN OUTPUT MAPA-CONTABLE.
           PERFORM 25-GRABAR-DEFECTO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 25.
           CLOSE MAPA-CONTABLE.
           DISPLAY "Tabla JCONTAMAP creada con los valores por"
           " defecto.".


       35-LEER-MOVIMIENTO.
           MOVE SPACES TO WS-OFICINA-MOV.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOVS
               AND WS-MOVS-IMPORTE NOT EQUAL ZERO
               AND WS-MOVS-TIPO NOT EQUAL "LIBERACION"
               AND WS-MOVS-TIPO NOT EQUAL "RECHAZADA"
                   PERFORM 37-OFICINA-DEL-MOVIMIENTO
               END-IF
               IF WS-OFICINA-MOV NOT EQUAL SPACES
                   ADD 1 TO WS-CTRL-LEIDOS
                   PERFORM 40-BUSCAR-MAPA
                   IF WS-MAPA-IDX EQUAL ZERO
       EXIT.


      *> DEJA LA OFICINA DEL MOVIMIENTO (LAS LINEAS ANTERIORES A LA
      *> DIMENSION OFICINA SON DE LA PRINCIPAL) O ESPACIOS SI QUEDA
      *> FUERA DE LA OFICINA PEDIDA.
       37-OFICINA-DEL-MOVIMIENTO.
           MOVE WS-MOVS-OFICINA TO WS-OFICINA-MOV.
           IF WS-OFICINA-MOV EQUAL SPACES
               MOVE "0001" TO WS-OFICINA-MOV
           END-IF.
           IF WS-OFICINA-FILTRO NOT EQUAL SPACES
           AND WS-OFICINA-FILTRO NOT EQUAL WS-OFICINA-MOV
               MOVE SPACES TO WS-OFICINA-MOV
           END-IF.
       37-OFICINA-DEL-MOVIMIENTO-END.
       EXIT.


       40-BUSCAR-MAPA.
           MOVE ZERO TO WS-MAPA-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
           MOVE "D" TO EXP-DH.
           MOVE WS-IMPORTE-ABS TO EXP-IMPORTE.
           MOVE WS-MOVS-TIPO TO EXP-TIPO.
           MOVE WS-OFICINA-MOV TO EXP-CENTRO.
           WRITE REG-EXPORTACION.
           ADD WS-IMPORTE-ABS TO WS-TOTAL-DEBE.

           MOVE "H" TO EXP-DH.
           MOVE WS-IMPORTE-ABS TO EXP-IMPORTE.
           MOVE WS-MOVS-TIPO TO EXP-TIPO.
           MOVE WS-OFICINA-MOV TO EXP-CENTRO.
           WRITE REG-EXPORTACION.
           ADD WS-IMPORTE-ABS TO WS-TOTAL-HABER.

           PERFORM 55-LOCALIZAR-OFICINA.
           ADD WS-IMPORTE-ABS TO WS-OFT-DEBE (WS-OFT-IDX).
           ADD WS-IMPORTE-ABS TO WS-OFT-HABER (WS-OFT-IDX).

           ADD 1 TO WS-CONTADOR-ASIENTOS.
       50-ESCRIBIR-ASIENTO-END.
       EXIT.


       55-LOCALIZAR-OFICINA.
           MOVE ZERO TO WS-OFT-IDX.
           PERFORM 57-BUSCAR-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           IF WS-OFT-IDX EQUAL ZERO
               IF WS-OFT-OCUPADAS >= 100
                   DISPLAY "ERROR: tabla de oficinas llena (100);"
                   " ampliar BANCOCONTAB."
                   MOVE 100 TO WS-OFT-IDX
               ELSE
                   ADD 1 TO WS-OFT-OCUPADAS
                   MOVE WS-OFT-OCUPADAS TO WS-OFT-IDX
                   MOVE WS-OFICINA-MOV TO WS-OFT-CODIGO (WS-OFT-IDX)
                   MOVE ZERO TO WS-OFT-DEBE (WS-OFT-IDX)
                   MOVE ZERO TO WS-OFT-HABER (WS-OFT-IDX)
               END-IF
           END-IF.
       55-LOCALIZAR-OFICINA-END.
       EXIT.


       57-BUSCAR-OFICINA.
           IF WS-OFT-CODIGO (WS-K) EQUAL WS-OFICINA-MOV
               MOVE WS-K TO WS-OFT-IDX
           END-IF.
       57-BUSCAR-OFICINA-END.
       EXIT.


       80-HOJA-DE-CUADRE.
           DISPLAY "HOJA DE CUADRE DEL DIA " WS-FECHA-PROCESO.
           DISPLAY "Asientos exportados: " WS-CONTADOR-ASIENTOS.
           PERFORM 85-CUADRE-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           DISPLAY "Total debe:  " WS-TOTAL-DEBE.
           DISPLAY "Total haber: " WS-TOTAL-HABER.
           IF WS-TOTAL-DEBE EQUAL WS-TOTAL-HABER
           END-IF.
           DISPLAY "Movimientos sin cuenta asignada: "
           WS-CONTADOR-SIN-MAPA.
      *> UN DIA EXPORTADO ENTERO (TODAS LAS OFICINAS, CUADRADO Y SIN
      *> EXCEPCIONES) CUENTA PARA EL CIERRE DEL MES AL QUE PERTENECE.
           IF RETURN-CODE EQUAL ZERO
           AND WS-OFICINA-FILTRO EQUAL SPACES
           AND WS-CONTADOR-SIN-MAPA EQUAL ZERO
               MOVE "M" TO WS-PERSERV-OP
               MOVE WS-FECHA-PROCESO TO WS-PERSERV-FECHA
               MOVE WS-FECHA-PROCESO (1:6) TO WS-PERSERV-PERIODO
               MOVE 3 TO WS-PERSERV-CONTROL
               CALL "PERIODOSERV" USING WS-PERSERV-OP,
                   WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
                   WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
                   WS-PERSERV-ESTADO
           END-IF.
           MOVE "BANCOCONTAB" TO WS-CTRL-PROGRAMA.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CONTADOR-ASIENTOS.
       80-HOJA-DE-CUADRE-END.
       EXIT.


       85-CUADRE-OFICINA.
           DISPLAY "  Oficina " WS-OFT-CODIGO (WS-K)
           " debe: " WS-OFT-DEBE (WS-K)
           " haber: " WS-OFT-HABER (WS-K).
       85-CUADRE-OFICINA-END.
       EXIT.

       END PROGRAM BANCOCONTAB.
