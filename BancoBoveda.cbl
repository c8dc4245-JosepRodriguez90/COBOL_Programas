      *          el efectivo que entra o sale de un cajon a mitad de
      *          turno deja de ser invisible y la diferencia del
      *          arqueo ya no culpa al cajero.
      *          Cada oficina usa la boveda que dice el maestro
      *          JOFICINAS (la suya o la de otra oficina): el programa
      *          trabaja sobre la boveda de la oficina elegida al
      *          entrar, solo repone o recoge cajones de cajeros de
      *          las oficinas que la usan, y el arqueo global se hace
      *          por boveda (la de la oficina o todas) con el
      *          subtotal de cajones y de efectivo de clientes de
      *          cada oficina.
      *          Tambien guarda el tope del seguro y el colchon minimo
      *          de cada boveda (JBOVLIMITE) que usa la prevision de
      *          efectivo BANCOPREVEFEC, y contabiliza la llegada de
      *          un pedido de efectivo del banco central o la salida
      *          de una devolucion (JPEDEFEC) con su vale "E" o "S";
      *          el arqueo global cuenta esas remesas del dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT OPTIONAL OFICINAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOFICINAS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS OFI-CODIGO
       FILE STATUS IS WS-FS-OFICINAS.

       SELECT OPTIONAL LIMITES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JBOVLIMITE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-LIMITES.

       SELECT OPTIONAL PEDIDOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPEDEFEC.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PED-ID
       FILE STATUS IS WS-FS-PEDIDOS.

       SELECT OPTIONAL ARQUEO-GLOBAL ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JARQGLOBAL.txt"
       ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> SALDO CORRIENTE DE CADA BOVEDA: UN REGISTRO POR BOVEDA QUE
      *> SE REGRABAN TODOS EN CADA MOVIMIENTO (MISMO PATRON QUE
      *> JRECSEQ). EL REGISTRO ANTIGUO SIN CODIGO ES EL DE LA BOVEDA
      *> DE LA OFICINA PRINCIPAL.
       FD BOVEDA
       RECORD CONTAINS 15 CHARACTERS.
       01 REG-BOVEDA.
           05 BOV-SALDO PIC 9(9)V99.
           05 BOV-CODIGO PIC X(4).

      *> VALE FIRMADO DE CADA MOVIMIENTO DE BOVEDA: "R" REPOSICION A
      *> UN CAJON, "D" DEVOLUCION DE UN CAJON, "A" AJUSTE/RECUENTO,
      *> "E" ENTRADA DE UN PEDIDO DEL BANCO CENTRAL Y "S" SALIDA DE
      *> UNA DEVOLUCION AL BANCO CENTRAL (EN VAL-CAJERO VAN ENTONCES
      *> LAS CUATRO ULTIMAS CIFRAS DEL NUMERO DE PEDIDO).
       FD VALES
       RECORD CONTAINS 64 CHARACTERS.
       01 REG-VALE.
           05 VAL-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 VAL-SALDO-BOVEDA PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 VAL-CUSTODIO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 VAL-BOVEDA PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.

       FD CAJA.
               05 CAJA-DIFERENCIA PIC S9(7)V99.

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> FOTO DIARIA DEL EFECTIVO TOTAL DE LA OFICINA (BOVEDA MAS
      *> CAJONES) POR BOVEDA: LA DE AYER ES LA BASE DE LA PRUEBA DE
      *> HOY. LAS FOTOS SIN BOVEDA SON DE LA PRINCIPAL.
       FD ARQUEO-GLOBAL
       RECORD CONTAINS 25 CHARACTERS.
       01 REG-ARQGLOBAL.
           05 ARQ-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ARQ-TOTAL PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 ARQ-BOVEDA PIC X(4).

       FD OFICINAS.
           01 DATOS-OFICINA.
               05 OFI-CODIGO PIC X(4).
               05 OFI-NOMBRE PIC X(20).
               05 OFI-DIRECCION PIC X(40).
               05 OFI-BOVEDA PIC X(4).

      *> TOPE DEL SEGURO Y COLCHON MINIMO DE CADA BOVEDA: UN
      *> REGISTRO POR BOVEDA QUE SE REGRABAN TODOS (COMO JBOVEDA).
       FD LIMITES
       RECORD CONTAINS 28 CHARACTERS.
       01 REG-LIMITE.
           05 LIM-BOVEDA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LIM-TOPE-SEGURO PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 LIM-COLCHON PIC 9(9)V99.

      *> PEDIDOS ("P") Y DEVOLUCIONES ("D") DE EFECTIVO AL BANCO
      *> CENTRAL QUE PROPONE BANCOPREVEFEC: ESTADO "P" PENDIENTE,
      *> "C" CUMPLIDO CON EL IMPORTE REAL QUE ENTRO O SALIO.
       FD PEDIDOS.
           01 DATOS-PEDIDO.
               05 PED-ID PIC 9(5).
               05 PED-BOVEDA PIC X(4).
               05 PED-TIPO PIC X(1).
               05 PED-IMPORTE PIC 9(9)V99.
               05 PED-FECHA-PROPUESTA PIC 9(8).
               05 PED-FECHA-ENTREGA PIC 9(8).
               05 PED-ESTADO PIC X(1).
               05 PED-IMPORTE-REAL PIC 9(9)V99.
               05 PED-FECHA-CUMPLIDO PIC 9(8).
               05 PED-CUSTODIO PIC X(4).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-BOVEDA PIC 99.
       77 WS-FS-VALES PIC 99.
       77 WS-FS-CAJA PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-ARQGLOBAL PIC 99.
       77 WS-FS-OFICINAS PIC 99.
       77 WS-FS-LIMITES PIC 99.
       77 WS-FS-PEDIDOS PIC 99.
       77 WS-FIN-LIMITES PIC X(3).
       77 WS-FIN-VALES PIC X(3).
       77 WS-LIM-IDX PIC 9(3).
       77 WS-PEDIDO PIC 9(5).
       77 WS-REMESAS-HOY PIC S9(9)V99.
       77 WS-FIN-OFICINAS PIC X(3).
       77 WS-FIN-BOVEDA PIC X(3).
       77 WS-OFICINA PIC X(4).
       77 WS-BOVEDA PIC X(4).
       77 WS-BOVEDA-ARQUEO PIC X(4).
       77 WS-BOVEDA-BUSCAR PIC X(4).
       77 WS-V PIC 9(3).
       77 WS-OFICINA-BUSCAR PIC X(4).
       77 WS-BOVEDA-ENCONTRADA PIC X(4).
       77 WS-OFT-IDX PIC 9(3).
       77 WS-BOV-IDX PIC 9(3).
       77 WS-K PIC 9(3).
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-OFI-CUENTA PIC X(10) VALUE SPACES.
       77 WS-OFI-OFICINA PIC X(4).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-CAJA PIC X(3).
       77 WS-FIN-MOVS PIC X(3).
       77 WS-TOTAL-AYER PIC 9(9)V99.
       77 WS-HAY-AYER PIC X(1).
       77 WS-NETO-CLIENTES PIC S9(9)V99.
       77 WS-NETO-ANTES PIC S9(9)V99.
       77 WS-ESPERADO PIC S9(9)V99.
       77 WS-DIFERENCIA PIC S9(9)V99.
       77 WS-R PIC 9(3).
               10 WS-REC-NUMERO PIC 9(6).
               10 WS-REC-TIPO PIC X(1).

      *> OFICINAS DEL MAESTRO CON LA BOVEDA QUE USA CADA UNA Y SUS
      *> SUBTOTALES DEL ARQUEO EN CURSO. SIN MAESTRO SOLO EXISTE LA
      *> OFICINA PRINCIPAL CON SU PROPIA BOVEDA.
       01 WS-TABLA-OFICINAS.
           05 WS-OFT-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-OFT-ENTRADA OCCURS 100 TIMES.
               10 WS-OFT-CODIGO PIC X(4).
               10 WS-OFT-BOVEDA PIC X(4).
               10 WS-OFT-CAJONES PIC 9(9)V99.
               10 WS-OFT-NETO PIC S9(9)V99.

      *> SALDOS DE TODAS LAS BOVEDAS (JBOVEDA SE REGRABA ENTERO).
       01 WS-TABLA-BOVEDAS.
           05 WS-BOV-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-BOV-ENTRADA OCCURS 100 TIMES.
               10 WS-BOV-CODIGO PIC X(4).
               10 WS-BOV-SALDO PIC 9(9)V99.

      *> LIMITES DE TODAS LAS BOVEDAS (JBOVLIMITE SE REGRABA ENTERO).
       01 WS-TABLA-LIMITES.
           05 WS-LIM-OCUPADOS PIC 9(3) VALUE 0.
           05 WS-LIM-ENTRADA OCCURS 100 TIMES.
               10 WS-LIM-BOVEDA PIC X(4).
               10 WS-LIM-TOPE PIC 9(9)V99.
               10 WS-LIM-COLCHON PIC 9(9)V99.

      *> FECHA DEL VALE ("DDD DD/MM/AA HH:MM:SS") PASADA A AAAAMMDD.
       01 WS-FECHA-VALE.
           05 WS-VALE-SIGLO PIC 9(2) VALUE 20.
           05 WS-VALE-ANIO PIC 9(2).
           05 WS-VALE-MES PIC 9(2).
           05 WS-VALE-DIA PIC 9(2).
       01 WS-FECHA-VALE-NUM REDEFINES WS-FECHA-VALE PIC 9(8).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).
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
           MOVE WS-SES-OPERADOR TO WS-CUSTODIO.
           PERFORM 03-CARGAR-OFICINAS.
           DISPLAY "Oficina: "
           ACCEPT WS-OFICINA.
           MOVE WS-OFICINA TO WS-OFICINA-BUSCAR.
           PERFORM 04-BOVEDA-DE-OFICINA.
           MOVE WS-BOVEDA-ENCONTRADA TO WS-BOVEDA.
           PERFORM 05-CARGAR-BOVEDA.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       03-CARGAR-OFICINAS.
           OPEN INPUT OFICINAS.
           IF WS-FS-OFICINAS EQUAL "00"
               MOVE "NO" TO WS-FIN-OFICINAS
               PERFORM 03-LEER-OFICINA
                   UNTIL WS-FIN-OFICINAS EQUAL "SI"
           END-IF.
           CLOSE OFICINAS.
           IF WS-OFT-OCUPADAS EQUAL ZERO
               MOVE 1 TO WS-OFT-OCUPADAS
               MOVE "0001" TO WS-OFT-CODIGO (1)
               MOVE "0001" TO WS-OFT-BOVEDA (1)
           END-IF.
       03-CARGAR-OFICINAS-END.
       EXIT.


       03-LEER-OFICINA.
           READ OFICINAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-OFICINAS
           NOT AT END
               IF WS-OFT-OCUPADAS < 100
                   ADD 1 TO WS-OFT-OCUPADAS
                   MOVE OFI-CODIGO TO WS-OFT-CODIGO (WS-OFT-OCUPADAS)
                   MOVE OFI-BOVEDA TO WS-OFT-BOVEDA (WS-OFT-OCUPADAS)
               END-IF
           END-READ.
       03-LEER-OFICINA-END.
       EXIT.


      *> BOVEDA QUE USA LA OFICINA DE WS-OFICINA-BUSCAR; UNA OFICINA
      *> QUE NO ESTA EN EL MAESTRO SE QUEDA CON LA SUYA PROPIA.
       04-BOVEDA-DE-OFICINA.
           MOVE WS-OFICINA-BUSCAR TO WS-BOVEDA-ENCONTRADA.
           MOVE ZERO TO WS-OFT-IDX.
           PERFORM 04-BUSCAR-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           IF WS-OFT-IDX NOT EQUAL ZERO
               MOVE WS-OFT-BOVEDA (WS-OFT-IDX) TO WS-BOVEDA-ENCONTRADA
           END-IF.
       04-BOVEDA-DE-OFICINA-END.
       EXIT.


       04-BUSCAR-OFICINA.
           IF WS-OFT-CODIGO (WS-K) EQUAL WS-OFICINA-BUSCAR
               MOVE WS-K TO WS-OFT-IDX
           END-IF.
       04-BUSCAR-OFICINA-END.
       EXIT.


       05-CARGAR-BOVEDA.
           OPEN INPUT BOVEDA.
           IF WS-FS-BOVEDA EQUAL "00"
               MOVE "NO" TO WS-FIN-BOVEDA
               PERFORM 06-LEER-BOVEDA UNTIL WS-FIN-BOVEDA EQUAL "SI"
           END-IF.
           CLOSE BOVEDA.
           MOVE WS-BOVEDA TO WS-BOVEDA-BUSCAR.
           PERFORM 07-LOCALIZAR-BOVEDA.
           MOVE WS-BOV-SALDO (WS-BOV-IDX) TO WS-SALDO-BOVEDA.
       05-CARGAR-BOVEDA-END.
       EXIT.


       06-LEER-BOVEDA.
           READ BOVEDA
           AT END
               MOVE "SI" TO WS-FIN-BOVEDA
           NOT AT END
               IF BOV-CODIGO EQUAL SPACES
                   MOVE "0001" TO BOV-CODIGO
               END-IF
               IF WS-BOV-OCUPADAS < 100
                   ADD 1 TO WS-BOV-OCUPADAS
                   MOVE BOV-CODIGO TO WS-BOV-CODIGO (WS-BOV-OCUPADAS)
                   MOVE BOV-SALDO TO WS-BOV-SALDO (WS-BOV-OCUPADAS)
               END-IF
           END-READ.
       06-LEER-BOVEDA-END.
       EXIT.


      *> POSICION DE WS-BOVEDA-BUSCAR EN LA TABLA; UNA BOVEDA
      *> NUEVA EMPIEZA A CERO HASTA SU PRIMER RECUENTO.
       07-LOCALIZAR-BOVEDA.
           MOVE ZERO TO WS-BOV-IDX.
           PERFORM 07-BUSCAR-BOVEDA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-BOV-OCUPADAS.
           IF WS-BOV-IDX EQUAL ZERO
               IF WS-BOV-OCUPADAS >= 100
                   DISPLAY "ERROR: tabla de bovedas llena (100);"
                   " ampliar BANCOBOVEDA."
                   MOVE 100 TO WS-BOV-IDX
               ELSE
                   ADD 1 TO WS-BOV-OCUPADAS
                   MOVE WS-BOV-OCUPADAS TO WS-BOV-IDX
                   MOVE WS-BOVEDA-BUSCAR TO WS-BOV-CODIGO (WS-BOV-IDX)
                   MOVE ZERO TO WS-BOV-SALDO (WS-BOV-IDX)
               END-IF
           END-IF.
       07-LOCALIZAR-BOVEDA-END.
       EXIT.


       07-BUSCAR-BOVEDA.
           IF WS-BOV-CODIGO (WS-K) EQUAL WS-BOVEDA-BUSCAR
               MOVE WS-K TO WS-BOV-IDX
           END-IF.
       07-BUSCAR-BOVEDA-END.
       EXIT.


       10-MENU.
           DISPLAY "Boveda " WS-BOVEDA " de la oficina " WS-OFICINA
           ". Saldo: " WS-SALDO-BOVEDA
           DISPLAY "Recuento / ajuste de boveda (1)"
           DISPLAY "Reposicion a un cajon (2)"
           DISPLAY "Devolucion de un cajon (3)"
           DISPLAY "Arqueo global del dia de esta boveda (4)"
           DISPLAY "Arqueo global del dia de todas las bovedas (5)"
           DISPLAY "Tope del seguro y colchon de esta boveda (6)"
           DISPLAY "Remesa del banco central (llegada o salida) (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 3
               PERFORM 40-DEVOLUCION
           WHEN 4
               MOVE WS-BOVEDA TO WS-BOVEDA-ARQUEO
               PERFORM 50-ARQUEO-GLOBAL
           WHEN 5
               PERFORM 48-ARQUEO-TODAS
           WHEN 6
               PERFORM 70-FIJAR-LIMITES
           WHEN 7
               PERFORM 75-REMESA-BANCO-CENTRAL
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
                   DISPLAY "Ese cajero no tiene cajon abierto hoy."
                   CLOSE CAJA
               NOT INVALID KEY
                   PERFORM 62-BOVEDA-DEL-CAJON
                   IF CAJA-ESTADO EQUAL "C"
                       DISPLAY "El cajon de hoy ya esta cerrado."
                       CLOSE CAJA
                   ELSE
                       IF WS-BOVEDA-ENCONTRADA NOT EQUAL WS-BOVEDA
                           DISPLAY "Ese cajero es de la oficina "
                           WS-OFI-OFICINA ", que no usa esta boveda."
                           CLOSE CAJA
                       ELSE
                           MOVE "OK" TO WS-FIN-CAJA
                       END-IF
                   END-IF
               END-READ
           END-IF.
       EXIT.


      *> EL CAJON ES DE LA OFICINA DE SU CAJERO (OFICINASERV) Y
      *> DEPENDE DE LA BOVEDA QUE USA ESA OFICINA.
       62-BOVEDA-DEL-CAJON.
           MOVE "J" TO WS-OFI-OPERACION.
           CALL "OFICINASERV" USING WS-OFI-OPERACION, WS-OFI-CUENTA,
               CAJA-CAJERO, WS-OFI-OFICINA.
           MOVE WS-OFI-OFICINA TO WS-OFICINA-BUSCAR.
           PERFORM 04-BOVEDA-DE-OFICINA.
       62-BOVEDA-DEL-CAJON-END.
       EXIT.


      *> PRUEBA GLOBAL DEL DIA: BOVEDA + SALDO TEORICO DE TODOS LOS
      *> CAJONES DE HOY DEBE IGUALAR EL TOTAL DE AYER MAS EL
      *> EFECTIVO NETO DE CLIENTES DE HOY (INGRESOS MENOS RETIRADAS
      *> DE JMOVS) MAS LAS REMESAS DEL BANCO CENTRAL DE HOY (VALES
      *> "E" MENOS "S"). LA FOTO DE HOY QUEDA GRABADA PARA MAÑANA.
      *> TODAS LAS BOVEDAS: CADA OFICINA QUE USA SU PROPIA BOVEDA
      *> ES LA DUEÑA DE UNA.
       48-ARQUEO-TODAS.
           PERFORM 49-ARQUEO-SI-DUENA
               VARYING WS-V FROM 1 BY 1
               UNTIL WS-V > WS-OFT-OCUPADAS.
       48-ARQUEO-TODAS-END.
       EXIT.


       49-ARQUEO-SI-DUENA.
           IF WS-OFT-BOVEDA (WS-V) EQUAL WS-OFT-CODIGO (WS-V)
               MOVE WS-OFT-BOVEDA (WS-V) TO WS-BOVEDA-ARQUEO
               PERFORM 50-ARQUEO-GLOBAL
           END-IF.
       49-ARQUEO-SI-DUENA-END.
       EXIT.


       50-ARQUEO-GLOBAL.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           PERFORM 51-LIMPIAR-SUBTOTAL
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           MOVE ZERO TO WS-REC-OCUPADOS.
           PERFORM 52-SUMAR-CAJONES.
           PERFORM 54-NETO-CLIENTES.
           PERFORM 59-REMESAS-DEL-DIA.
           PERFORM 56-LEER-TOTAL-AYER.
           MOVE WS-BOVEDA-ARQUEO TO WS-BOVEDA-BUSCAR.
           PERFORM 07-LOCALIZAR-BOVEDA.

           COMPUTE WS-TOTAL-HOY =
               WS-BOV-SALDO (WS-BOV-IDX) + WS-TOTAL-CAJONES.
           DISPLAY "ARQUEO DE LA BOVEDA " WS-BOVEDA-ARQUEO.
           PERFORM 58-LINEA-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           DISPLAY "Boveda: " WS-BOV-SALDO (WS-BOV-IDX)
           " Cajones: " WS-TOTAL-CAJONES
           " Total hoy: " WS-TOTAL-HOY.
           IF WS-HAY-AYER EQUAL "S"
               COMPUTE WS-ESPERADO =
                   WS-TOTAL-AYER + WS-NETO-CLIENTES + WS-REMESAS-HOY
               COMPUTE WS-DIFERENCIA = WS-TOTAL-HOY - WS-ESPERADO
               DISPLAY "Total anterior: " WS-TOTAL-AYER
               " Neto clientes: " WS-NETO-CLIENTES
               " Remesas banco central: " WS-REMESAS-HOY
               " Esperado: " WS-ESPERADO
               IF WS-DIFERENCIA EQUAL ZERO
                   DISPLAY "Arqueo global cuadrado."
           MOVE SPACES TO REG-ARQGLOBAL.
           MOVE WS-HOY-NUM TO ARQ-FECHA.
           MOVE WS-TOTAL-HOY TO ARQ-TOTAL.
           MOVE WS-BOVEDA-ARQUEO TO ARQ-BOVEDA.
           OPEN EXTEND ARQUEO-GLOBAL.
           WRITE REG-ARQGLOBAL.
           CLOSE ARQUEO-GLOBAL.
       EXIT.


       51-LIMPIAR-SUBTOTAL.
           MOVE ZERO TO WS-OFT-CAJONES (WS-K).
           MOVE ZERO TO WS-OFT-NETO (WS-K).
       51-LIMPIAR-SUBTOTAL-END.
       EXIT.


       52-SUMAR-CAJONES.
           MOVE ZERO TO WS-TOTAL-CAJONES.
           OPEN INPUT CAJA.
               MOVE "SI" TO WS-FIN-CAJA
           NOT AT END
               IF CAJA-FECHA EQUAL WS-HOY-NUM
                   PERFORM 62-BOVEDA-DEL-CAJON
                   IF WS-BOVEDA-ENCONTRADA EQUAL WS-BOVEDA-ARQUEO
                       COMPUTE WS-TOTAL-CAJONES = WS-TOTAL-CAJONES
                           + CAJA-FONDO-INICIAL + CAJA-ENTRADAS
                           - CAJA-SALIDAS
                       IF WS-OFT-IDX NOT EQUAL ZERO
                           COMPUTE WS-OFT-CAJONES (WS-OFT-IDX) =
                               WS-OFT-CAJONES (WS-OFT-IDX)
                               + CAJA-FONDO-INICIAL + CAJA-ENTRADAS
                               - CAJA-SALIDAS
                       END-IF
                   END-IF
               END-IF
           END-READ.
       53-SUMAR-CAJON-END.
                   END-IF
                   IF WS-MOVS-FECHA EQUAL WS-HOY-NUM
                   AND WS-MOVS-RECIBO NOT EQUAL ZERO
                       PERFORM 55-BOVEDA-DEL-MOV
                   END-IF
                   IF WS-MOVS-FECHA EQUAL WS-HOY-NUM
                   AND WS-MOVS-RECIBO NOT EQUAL ZERO
                   AND WS-BOVEDA-ENCONTRADA EQUAL WS-BOVEDA-ARQUEO
                       MOVE WS-NETO-CLIENTES TO WS-NETO-ANTES
                       EVALUATE WS-MOVS-TIPO
                       WHEN "INGRESO"
                           ADD WS-MOVS-IMPORTE TO WS-NETO-CLIENTES
                       WHEN "REVERSA"
                           PERFORM 57-NETO-DE-REVERSA
                       END-EVALUATE
                       IF WS-OFT-IDX NOT EQUAL ZERO
                           COMPUTE WS-OFT-NETO (WS-OFT-IDX) =
                               WS-OFT-NETO (WS-OFT-IDX)
                               + WS-NETO-CLIENTES - WS-NETO-ANTES
                       END-IF
                   END-IF
               END-IF
           END-READ.
       EXIT.


      *> EL EFECTIVO SE MUEVE EN LA OFICINA DEL MOVIMIENTO (LA DEL
      *> CAJERO QUE LO HIZO); LAS LINEAS SIN OFICINA SON DE LA
      *> PRINCIPAL.
       55-BOVEDA-DEL-MOV.
           MOVE WS-MOVS-OFICINA TO WS-OFICINA-BUSCAR.
           IF WS-OFICINA-BUSCAR EQUAL SPACES
               MOVE "0001" TO WS-OFICINA-BUSCAR
           END-IF.
           PERFORM 04-BOVEDA-DE-OFICINA.
       55-BOVEDA-DEL-MOV-END.
       EXIT.


       56-RECORDAR-RECIBO.
           IF WS-REC-OCUPADOS >= 500
               IF WS-REC-TABLA-LLENA NOT EQUAL "S"
           AT END
               MOVE "SI" TO WS-FIN-ARQ
           NOT AT END
               IF ARQ-BOVEDA EQUAL SPACES
                   MOVE "0001" TO ARQ-BOVEDA
               END-IF
               IF ARQ-FECHA < WS-HOY-NUM
               AND ARQ-BOVEDA EQUAL WS-BOVEDA-ARQUEO
                   MOVE ARQ-TOTAL TO WS-TOTAL-AYER
                   MOVE "S" TO WS-HAY-AYER
               END-IF
       EXIT.


       58-LINEA-OFICINA.
           IF WS-OFT-BOVEDA (WS-K) EQUAL WS-BOVEDA-ARQUEO
               DISPLAY "  Oficina " WS-OFT-CODIGO (WS-K)
               " cajones: " WS-OFT-CAJONES (WS-K)
               " neto clientes: " WS-OFT-NETO (WS-K)
           END-IF.
       58-LINEA-OFICINA-END.
       EXIT.


      *> REMESAS DEL BANCO CENTRAL CONTABILIZADAS HOY EN LA BOVEDA
      *> DEL ARQUEO: EFECTIVO QUE ENTRA O SALE SIN PASAR POR CLIENTES.
       59-REMESAS-DEL-DIA.
           MOVE ZERO TO WS-REMESAS-HOY.
           OPEN INPUT VALES.
           IF WS-FS-VALES EQUAL "00"
               MOVE "NO" TO WS-FIN-VALES
               PERFORM 59-SUMAR-REMESA UNTIL WS-FIN-VALES EQUAL "SI"
           END-IF.
           CLOSE VALES.
       59-REMESAS-DEL-DIA-END.
       EXIT.


       59-SUMAR-REMESA.
           READ VALES
           AT END
               MOVE "SI" TO WS-FIN-VALES
           NOT AT END
               IF VAL-BOVEDA EQUAL SPACES
                   MOVE "0001" TO VAL-BOVEDA
               END-IF
               MOVE VAL-FECHA (5:2) TO WS-VALE-DIA
               MOVE VAL-FECHA (8:2) TO WS-VALE-MES
               MOVE VAL-FECHA (11:2) TO WS-VALE-ANIO
               IF VAL-BOVEDA EQUAL WS-BOVEDA-ARQUEO
               AND WS-FECHA-VALE-NUM EQUAL WS-HOY-NUM
                   EVALUATE VAL-TIPO
                   WHEN "E"
                       ADD VAL-IMPORTE TO WS-REMESAS-HOY
                   WHEN "S"
                       SUBTRACT VAL-IMPORTE FROM WS-REMESAS-HOY
                   END-EVALUATE
               END-IF
           END-READ.
       59-SUMAR-REMESA-END.
       EXIT.


      *> TOPE DEL SEGURO Y COLCHON MINIMO DE LA BOVEDA EN CURSO PARA
      *> LA PREVISION DE EFECTIVO.
       70-FIJAR-LIMITES.
           MOVE ZERO TO WS-LIM-OCUPADOS.
           OPEN INPUT LIMITES.
           IF WS-FS-LIMITES EQUAL "00"
               MOVE "NO" TO WS-FIN-LIMITES
               PERFORM 71-LEER-LIMITE UNTIL WS-FIN-LIMITES EQUAL "SI"
           END-IF.
           CLOSE LIMITES.
           MOVE ZERO TO WS-LIM-IDX.
           PERFORM 72-BUSCAR-LIMITE
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-LIM-OCUPADOS.
           IF WS-LIM-IDX EQUAL ZERO
               IF WS-LIM-OCUPADOS >= 100
                   DISPLAY "ERROR: tabla de limites llena (100);"
                   " ampliar BANCOBOVEDA."
               ELSE
                   ADD 1 TO WS-LIM-OCUPADOS
                   MOVE WS-LIM-OCUPADOS TO WS-LIM-IDX
                   MOVE WS-BOVEDA TO WS-LIM-BOVEDA (WS-LIM-IDX)
                   MOVE ZERO TO WS-LIM-TOPE (WS-LIM-IDX)
                   MOVE ZERO TO WS-LIM-COLCHON (WS-LIM-IDX)
               END-IF
           END-IF.
           IF WS-LIM-IDX NOT EQUAL ZERO
               DISPLAY "Tope actual del seguro: "
               WS-LIM-TOPE (WS-LIM-IDX)
               " Colchon actual: " WS-LIM-COLCHON (WS-LIM-IDX)
               DISPLAY "Nuevo tope del seguro: "
               ACCEPT WS-LIM-TOPE (WS-LIM-IDX)
               DISPLAY "Nuevo colchon minimo: "
               ACCEPT WS-LIM-COLCHON (WS-LIM-IDX)
               IF WS-LIM-COLCHON (WS-LIM-IDX) >
                   WS-LIM-TOPE (WS-LIM-IDX)
                   DISPLAY "El colchon no puede pasar del tope;"
                   " limites sin cambiar."
               ELSE
                   OPEN OUTPUT LIMITES
                   PERFORM 73-GRABAR-UN-LIMITE
                       VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-LIM-OCUPADOS
                   CLOSE LIMITES
                   DISPLAY "Limites de la boveda " WS-BOVEDA
                   " grabados."
               END-IF
           END-IF.
       70-FIJAR-LIMITES-END.
       EXIT.


       71-LEER-LIMITE.
           READ LIMITES
           AT END
               MOVE "SI" TO WS-FIN-LIMITES
           NOT AT END
               IF WS-LIM-OCUPADOS < 100
                   ADD 1 TO WS-LIM-OCUPADOS
                   MOVE LIM-BOVEDA TO WS-LIM-BOVEDA (WS-LIM-OCUPADOS)
                   MOVE LIM-TOPE-SEGURO TO
                       WS-LIM-TOPE (WS-LIM-OCUPADOS)
                   MOVE LIM-COLCHON TO WS-LIM-COLCHON (WS-LIM-OCUPADOS)
               END-IF
           END-READ.
       71-LEER-LIMITE-END.
       EXIT.


       72-BUSCAR-LIMITE.
           IF WS-LIM-BOVEDA (WS-K) EQUAL WS-BOVEDA
               MOVE WS-K TO WS-LIM-IDX
           END-IF.
       72-BUSCAR-LIMITE-END.
       EXIT.


       73-GRABAR-UN-LIMITE.
           MOVE SPACES TO REG-LIMITE.
           MOVE WS-LIM-BOVEDA (WS-K) TO LIM-BOVEDA.
           MOVE WS-LIM-TOPE (WS-K) TO LIM-TOPE-SEGURO.
           MOVE WS-LIM-COLCHON (WS-K) TO LIM-COLCHON.
           WRITE REG-LIMITE.
       73-GRABAR-UN-LIMITE-END.
       EXIT.


      *> LLEGADA DE UN PEDIDO DEL BANCO CENTRAL (ENTRA EN LA BOVEDA,
      *> VALE "E") O SALIDA DE UNA DEVOLUCION (SALE, VALE "S"): SE
      *> ANOTA EL IMPORTE REALMENTE CONTADO, QUE PUEDE NO SER EL
      *> PEDIDO, Y EL PEDIDO QUEDA CUMPLIDO.
       75-REMESA-BANCO-CENTRAL.
           DISPLAY "Numero de pedido (JPEDEFEC): "
           ACCEPT WS-PEDIDO.
           OPEN I-O PEDIDOS.
           IF WS-FS-PEDIDOS NOT EQUAL "00"
               DISPLAY "No hay pedidos al banco central (JPEDEFEC)."
           ELSE
               MOVE WS-PEDIDO TO PED-ID
               READ PEDIDOS RECORD
               INVALID KEY
                   DISPLAY "No existe ese pedido."
               NOT INVALID KEY
                   PERFORM 76-CONTABILIZAR-REMESA
               END-READ
           END-IF.
           CLOSE PEDIDOS.
       75-REMESA-BANCO-CENTRAL-END.
       EXIT.


       76-CONTABILIZAR-REMESA.
           IF PED-BOVEDA NOT EQUAL WS-BOVEDA
               DISPLAY "Ese pedido es de la boveda " PED-BOVEDA "."
           ELSE
               IF PED-ESTADO NOT EQUAL "P"
                   DISPLAY "Ese pedido ya esta contabilizado."
               ELSE
                   IF PED-TIPO EQUAL "P"
                       DISPLAY "Pedido de " PED-IMPORTE
                       " para el " PED-FECHA-ENTREGA
                       DISPLAY "Importe recibido y contado: "
                   ELSE
                       DISPLAY "Devolucion de " PED-IMPORTE
                       " para el " PED-FECHA-ENTREGA
                       DISPLAY "Importe entregado al transporte: "
                   END-IF
                   ACCEPT WS-IMPORTE
                   IF PED-TIPO NOT EQUAL "P"
                   AND WS-IMPORTE > WS-SALDO-BOVEDA
                       DISPLAY "La boveda no tiene ese efectivo."
                   ELSE
                       PERFORM 77-ANOTAR-REMESA
                   END-IF
               END-IF
           END-IF.
       76-CONTABILIZAR-REMESA-END.
       EXIT.


       77-ANOTAR-REMESA.
           IF PED-TIPO EQUAL "P"
               ADD WS-IMPORTE TO WS-SALDO-BOVEDA
               MOVE "E" TO VAL-TIPO
           ELSE
               SUBTRACT WS-IMPORTE FROM WS-SALDO-BOVEDA
               MOVE "S" TO VAL-TIPO
           END-IF.
           PERFORM 80-GRABAR-BOVEDA.
           MOVE PED-ID (2:4) TO WS-CAJERO.
           PERFORM 85-GRABAR-VALE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE "C" TO PED-ESTADO.
           MOVE WS-IMPORTE TO PED-IMPORTE-REAL.
           MOVE WS-HOY-NUM TO PED-FECHA-CUMPLIDO.
           MOVE WS-CUSTODIO TO PED-CUSTODIO.
           REWRITE DATOS-PEDIDO.
           IF WS-IMPORTE NOT EQUAL PED-IMPORTE
               DISPLAY "AVISO: el importe contado no coincide con el"
               " del pedido (" PED-IMPORTE ")."
           END-IF.
           DISPLAY "Remesa anotada. Saldo de la boveda: "
           WS-SALDO-BOVEDA.
       77-ANOTAR-REMESA-END.
       EXIT.


       80-GRABAR-BOVEDA.
           MOVE WS-BOVEDA TO WS-BOVEDA-BUSCAR.
           PERFORM 07-LOCALIZAR-BOVEDA.
           MOVE WS-SALDO-BOVEDA TO WS-BOV-SALDO (WS-BOV-IDX).
           OPEN OUTPUT BOVEDA.
           PERFORM 82-GRABAR-UNA-BOVEDA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-BOV-OCUPADAS.
           CLOSE BOVEDA.
       80-GRABAR-BOVEDA-END.
       EXIT.


       82-GRABAR-UNA-BOVEDA.
           MOVE WS-BOV-CODIGO (WS-K) TO BOV-CODIGO.
           MOVE WS-BOV-SALDO (WS-K) TO BOV-SALDO.
           WRITE REG-BOVEDA.
       82-GRABAR-UNA-BOVEDA-END.
       EXIT.


       85-GRABAR-VALE.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-FECHA TO VAL-FECHA.
           MOVE WS-IMPORTE TO VAL-IMPORTE.
           MOVE WS-SALDO-BOVEDA TO VAL-SALDO-BOVEDA.
           MOVE WS-CUSTODIO TO VAL-CUSTODIO.
           MOVE WS-BOVEDA TO VAL-BOVEDA.
           OPEN EXTEND VALES.
           WRITE REG-VALE.
           CLOSE VALES.
