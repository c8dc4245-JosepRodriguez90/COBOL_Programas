      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prevision de efectivo de una boveda y pedido o
      *          devolucion de efectivo al banco central. Con el
      *          historico del ultimo año de ingresos y retiradas de
      *          ventanilla de JMOVS (solo lineas con recibo, como el
      *          arqueo global de BANCOBOVEDA) y las reposiciones y
      *          devoluciones de cajones de JBOVEDAMOV de las oficinas
      *          que usan la boveda, saca la demanda neta de efectivo
      *          de cada dia (la mayor de las dos) y su media por dia
      *          del mes (dias de pension, nominas...). Proyecta los
      *          10 proximos dias habiles segun el calendario de
      *          FECHASERV partiendo del saldo de JBOVEDA y de las
      *          remesas ya pedidas y pendientes de JPEDEFEC, compara
      *          la posicion de cada cierre con el tope del seguro y
      *          el colchon minimo de la boveda (JBOVLIMITE, opcion 6
      *          de BANCOBOVEDA) y propone en JPEDEFEC un pedido o una
      *          devolucion al banco central, en multiplos de 1000.
      *          La remesa se contabiliza al llegar o salir con la
      *          opcion 7 de BANCOBOVEDA. Informe en JPREVEFEC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOPREVEFEC.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BOVEDA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JBOVEDA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-BOVEDA.

       SELECT OPTIONAL VALES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JBOVEDAMOV.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-VALES.

       SELECT OPTIONAL MOVS ASSIGN TO WS-RUTA-MOVS
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

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPREVEFEC.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD BOVEDA
       RECORD CONTAINS 15 CHARACTERS.
       01 REG-BOVEDA.
           05 BOV-SALDO PIC 9(9)V99.
           05 BOV-CODIGO PIC X(4).

       FD VALES
       RECORD CONTAINS 64 CHARACTERS.
       01 REG-VALE.
           05 VAL-FECHA PIC X(21).
           05 FILLER PIC X.
           05 VAL-TIPO PIC X(1).
           05 FILLER PIC X.
           05 VAL-CAJERO PIC X(4).
           05 FILLER PIC X.
           05 VAL-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X.
           05 VAL-SALDO-BOVEDA PIC 9(9)V99.
           05 FILLER PIC X.
           05 VAL-CUSTODIO PIC X(4).
           05 FILLER PIC X.
           05 VAL-BOVEDA PIC X(4).
           05 FILLER PIC X(2).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD OFICINAS.
           01 DATOS-OFICINA.
               05 OFI-CODIGO PIC X(4).
               05 OFI-NOMBRE PIC X(20).
               05 OFI-DIRECCION PIC X(40).
               05 OFI-BOVEDA PIC X(4).

      *> TOPE DEL SEGURO Y COLCHON MINIMO DE CADA BOVEDA (LOS
      *> MANTIENE BANCOBOVEDA).
       FD LIMITES
       RECORD CONTAINS 28 CHARACTERS.
       01 REG-LIMITE.
           05 LIM-BOVEDA PIC X(4).
           05 FILLER PIC X.
           05 LIM-TOPE-SEGURO PIC 9(9)V99.
           05 FILLER PIC X.
           05 LIM-COLCHON PIC 9(9)V99.

      *> PEDIDOS ("P") Y DEVOLUCIONES ("D") DE EFECTIVO AL BANCO
      *> CENTRAL: ESTADO "P" PROPUESTO Y PENDIENTE DE LLEGAR O SALIR,
      *> "C" CUMPLIDO (CONTABILIZADO EN LA BOVEDA POR BANCOBOVEDA).
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

       FD INFORME.
           01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JPREVEFEC".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOPREVEFEC".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-BOVEDA PIC 99.
       77 WS-FS-VALES PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-OFICINAS PIC 99.
       77 WS-FS-LIMITES PIC 99.
       77 WS-FS-PEDIDOS PIC 99.
       77 WS-FIN-BOVEDA PIC X(3).
       77 WS-FIN-VALES PIC X(3).
       77 WS-FIN-MOVS PIC X(3).
       77 WS-FIN-OFICINAS PIC X(3).
       77 WS-FIN-LIMITES PIC X(3).
       77 WS-FIN-PEDIDOS PIC X(3).
       77 WS-OFICINA PIC X(4).
       77 WS-BOVEDA PIC X(4).
       77 WS-OFICINA-BUSCAR PIC X(4).
       77 WS-BOVEDA-ENCONTRADA PIC X(4).
       77 WS-OFT-IDX PIC 9(3).
       77 WS-K PIC 9(3).
       77 WS-D PIC 9(3).
       77 WS-P PIC 9(3).
       77 WS-SALDO-BOVEDA PIC 9(9)V99 VALUE 0.
       77 WS-TOPE-SEGURO PIC 9(9)V99.
       77 WS-COLCHON PIC 9(9)V99.
       77 WS-HAY-LIMITES PIC X(1) VALUE "N".
       77 WS-TOPE-DEFECTO PIC 9(9)V99 VALUE 150000.
       77 WS-COLCHON-DEFECTO PIC 9(9)V99 VALUE 15000.
       77 WS-DIAS-HISTORIA PIC S9(7) VALUE -365.
       77 WS-DIAS-PREVISION PIC 9(2) VALUE 10.
       77 WS-MULTIPLO PIC 9(5) VALUE 1000.
       77 WS-FECHA-DESDE PIC 9(8).
       77 WS-FECHA-DIA PIC 9(8).
       77 WS-DIA-MES PIC 9(2).
       77 WS-DIA-TABLA-LLENA PIC X(1) VALUE "N".
       77 WS-DEMANDA PIC S9(9)V99.
       77 WS-SUMA-GENERAL PIC S9(11)V99 VALUE 0.
       77 WS-DIAS-GENERAL PIC 9(3) VALUE 0.
       77 WS-MEDIA-GENERAL PIC S9(9)V99 VALUE 0.
       77 WS-POSICION PIC S9(11)V99.
       77 WS-POSICION-MINIMA PIC S9(11)V99.
       77 WS-POSICION-MAXIMA PIC S9(11)V99.
       77 WS-DIA-MINIMO PIC 9(2).
       77 WS-FALTA PIC S9(11)V99.
       77 WS-SOBRA PIC S9(11)V99.
       77 WS-HOLGURA PIC S9(11)V99.
       77 WS-UNIDADES PIC S9(9).
       77 WS-PROPUESTA-TIPO PIC X(1) VALUE SPACE.
       77 WS-PROPUESTA-IMPORTE PIC 9(9)V99 VALUE 0.
       77 WS-PROPUESTA-ENTREGA PIC 9(8).
       77 WS-ULTIMO-PEDIDO PIC 9(5) VALUE 0.
       77 WS-PENDIENTES PIC 9(3) VALUE 0.
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOPREVEFEC".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-CTRL-ESCRITOS PIC 9(5) VALUE 0.
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt".

      *> OFICINAS DEL MAESTRO CON LA BOVEDA QUE USA CADA UNA; SIN
      *> MAESTRO SOLO EXISTE LA PRINCIPAL CON SU PROPIA BOVEDA.
       01 WS-TABLA-OFICINAS.
           05 WS-OFT-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-OFT-ENTRADA OCCURS 100 TIMES.
               10 WS-OFT-CODIGO PIC X(4).
               10 WS-OFT-BOVEDA PIC X(4).

      *> DIAS DEL HISTORICO CON EFECTIVO DE LA BOVEDA: NETO DE
      *> CLIENTES (RETIRADAS MENOS INGRESOS) Y NETO SACADO DE LA
      *> BOVEDA POR LOS CAJONES (REPOSICIONES MENOS DEVOLUCIONES).
       01 WS-TABLA-DIAS.
           05 WS-DIA-OCUPADOS PIC 9(3) VALUE 0.
           05 WS-DIA-ENTRADA OCCURS 400 TIMES.
               10 WS-DIA-FECHA PIC 9(8).
               10 WS-DIA-CLIENTES PIC S9(9)V99.
               10 WS-DIA-CAJONES PIC S9(9)V99.

      *> DEMANDA ACUMULADA Y NUMERO DE DIAS POR DIA DEL MES.
       01 WS-TABLA-PATRON.
           05 WS-PAT-ENTRADA OCCURS 31 TIMES.
               10 WS-PAT-SUMA PIC S9(11)V99.
               10 WS-PAT-DIAS PIC 9(3).

      *> LOS 10 DIAS HABILES PROYECTADOS: DEMANDA PREVISTA (MEDIA
      *> DEL DIA DEL MES "M" SI HAY AL MENOS DOS DIAS IGUALES EN EL
      *> HISTORICO, SI NO LA MEDIA GENERAL "G"), REMESAS PENDIENTES
      *> QUE LLEGAN ESE DIA Y POSICION DE LA BOVEDA AL CIERRE.
       01 WS-TABLA-PREVISION.
           05 WS-PRV-ENTRADA OCCURS 10 TIMES.
               10 WS-PRV-FECHA PIC 9(8).
               10 WS-PRV-BASE PIC X(1).
               10 WS-PRV-DEMANDA PIC S9(9)V99.
               10 WS-PRV-REMESAS PIC S9(9)V99.
               10 WS-PRV-POSICION PIC S9(11)V99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
               88 WS-MOVS-ES-MOVIMIENTO VALUE "MV".
           05 WS-MOVS-CUENTA PIC X(10).
           05 WS-MOVS-FECHA PIC 9(8).
           05 WS-MOVS-TIPO PIC X(10).
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> FECHA DEL VALE ("DDD DD/MM/AA HH:MM:SS") PASADA A AAAAMMDD.
       01 WS-FECHA-VALE.
           05 WS-VALE-SIGLO PIC 9(2) VALUE 20.
           05 WS-VALE-ANIO PIC 9(2).
           05 WS-VALE-MES PIC 9(2).
           05 WS-VALE-DIA PIC 9(2).
       01 WS-FECHA-VALE-NUM REDEFINES WS-FECHA-VALE PIC 9(8).

       01 WS-CAB-TITULO.
           05 FILLER PIC X(34) VALUE
           "PREVISION DE EFECTIVO DE LA BOVEDA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-BOVEDA PIC X(4).
           05 FILLER PIC X(4) VALUE " AL ".
           05 CAB-FECHA PIC 9(8).

       01 WS-CAB-LIMITES.
           05 FILLER PIC X(7) VALUE "SALDO: ".
           05 CAB-SALDO PIC Z(8)9.99.
           05 FILLER PIC X(7) VALUE "  TOPE:".
           05 CAB-TOPE PIC Z(8)9.99.
           05 FILLER PIC X(10) VALUE "  COLCHON:".
           05 CAB-COLCHON PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DEFECTO PIC X(11).

       01 WS-CAB-HISTORIA.
           05 FILLER PIC X(25) VALUE "DIAS DE HISTORICO DESDE ".
           05 CAB-DESDE PIC 9(8).
           05 FILLER PIC X(2) VALUE ": ".
           05 CAB-DIAS PIC ZZ9.
           05 FILLER PIC X(16) VALUE "  MEDIA GENERAL:".
           05 CAB-MEDIA PIC -(8)9.99.

       01 WS-CAB-COLUMNAS PIC X(80) VALUE
           "FECHA    B      DEMANDA      REMESAS     POSICION  AVISO".

       01 WS-LINEA-DIA.
           05 LIN-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-BASE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-DEMANDA PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-REMESAS PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-POSICION PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-AVISO PIC X(14).

       01 WS-LINEA-PEDIDO.
           05 FILLER PIC X(12) VALUE "PENDIENTE N.".
           05 LPE-ID PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LPE-TIPO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LPE-IMPORTE PIC Z(8)9.99.
           05 FILLER PIC X(12) VALUE " ENTREGA EL ".
           05 LPE-ENTREGA PIC 9(8).

       01 WS-LINEA-PROPUESTA.
           05 FILLER PIC X(11) VALUE "PROPUESTA: ".
           05 LPR-TIPO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LPR-IMPORTE PIC Z(8)9.99.
           05 FILLER PIC X(12) VALUE " ENTREGA EL ".
           05 LPR-ENTREGA PIC 9(8).
           05 FILLER PIC X(8) VALUE " PEDIDO ".
           05 LPR-ID PIC 9(5).

       01 WS-LINEA-AVISO PIC X(80).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Oficina: "
           ACCEPT WS-OFICINA.
           MOVE "JMOVS" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           PERFORM 03-CARGAR-OFICINAS.
           MOVE WS-OFICINA TO WS-OFICINA-BUSCAR.
           PERFORM 04-BOVEDA-DE-OFICINA.
           MOVE WS-BOVEDA-ENCONTRADA TO WS-BOVEDA.
           PERFORM 05-CARGAR-SALDO.
           PERFORM 08-CARGAR-LIMITES.

           MOVE "A" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-HOY-NUM,
               WS-FECHASERV-FECHA2, WS-DIAS-HISTORIA,
               WS-FECHA-DESDE.
           PERFORM 10-LEER-HISTORICO-MOVS.
           PERFORM 15-LEER-HISTORICO-VALES.
           PERFORM 20-CALCULAR-PATRON.
           PERFORM 30-FECHAS-PREVISION.
           PERFORM 35-CARGAR-PENDIENTES.
           PERFORM 40-PROYECTAR.
           PERFORM 50-PROPONER.
           PERFORM 60-ESCRIBIR-INFORME.
           PERFORM 90-CERRAR.
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


      *> SALDO ACTUAL DE LA BOVEDA: EL REGISTRO SIN CODIGO ES EL DE
      *> LA PRINCIPAL; UNA BOVEDA SIN REGISTRO ESTA A CERO.
       05-CARGAR-SALDO.
           OPEN INPUT BOVEDA.
           IF WS-FS-BOVEDA EQUAL "00"
               MOVE "NO" TO WS-FIN-BOVEDA
               PERFORM 06-LEER-BOVEDA UNTIL WS-FIN-BOVEDA EQUAL "SI"
           END-IF.
           CLOSE BOVEDA.
       05-CARGAR-SALDO-END.
       EXIT.


       06-LEER-BOVEDA.
           READ BOVEDA
           AT END
               MOVE "SI" TO WS-FIN-BOVEDA
           NOT AT END
               IF BOV-CODIGO EQUAL SPACES
                   MOVE "0001" TO BOV-CODIGO
               END-IF
               IF BOV-CODIGO EQUAL WS-BOVEDA
                   MOVE BOV-SALDO TO WS-SALDO-BOVEDA
               END-IF
           END-READ.
       06-LEER-BOVEDA-END.
       EXIT.


      *> SIN LIMITES GRABADOS PARA LA BOVEDA SE USAN LOS DE POR
      *> DEFECTO Y EL INFORME LO AVISA.
       08-CARGAR-LIMITES.
           MOVE WS-TOPE-DEFECTO TO WS-TOPE-SEGURO.
           MOVE WS-COLCHON-DEFECTO TO WS-COLCHON.
           OPEN INPUT LIMITES.
           IF WS-FS-LIMITES EQUAL "00"
               MOVE "NO" TO WS-FIN-LIMITES
               PERFORM 09-LEER-LIMITE UNTIL WS-FIN-LIMITES EQUAL "SI"
           END-IF.
           CLOSE LIMITES.
           IF WS-HAY-LIMITES NOT EQUAL "S"
               DISPLAY "AVISO: la boveda " WS-BOVEDA " no tiene"
               " limites (BANCOBOVEDA opcion 6); se usan los de"
               " por defecto."
           END-IF.
       08-CARGAR-LIMITES-END.
       EXIT.


       09-LEER-LIMITE.
           READ LIMITES
           AT END
               MOVE "SI" TO WS-FIN-LIMITES
           NOT AT END
               IF LIM-BOVEDA EQUAL WS-BOVEDA
                   MOVE LIM-TOPE-SEGURO TO WS-TOPE-SEGURO
                   MOVE LIM-COLCHON TO WS-COLCHON
                   MOVE "S" TO WS-HAY-LIMITES
               END-IF
           END-READ.
       09-LEER-LIMITE-END.
       EXIT.


      *> EFECTIVO DE CLIENTES DEL ULTIMO AÑO (SIN HOY, QUE ESTA A
      *> MEDIAS): INGRESOS Y RETIRADAS CON RECIBO HECHOS EN UNA
      *> OFICINA DE LA BOVEDA. LAS REVERSAS SON POCAS Y NO CAMBIAN
      *> EL PATRON, ASI QUE NO SE RESUELVEN AQUI.
       10-LEER-HISTORICO-MOVS.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS EQUAL "00"
               MOVE "NO" TO WS-FIN-MOVS
               PERFORM 11-LEER-MOV UNTIL WS-FIN-MOVS EQUAL "SI"
           END-IF.
           CLOSE MOVS.
       10-LEER-HISTORICO-MOVS-END.
       EXIT.


       11-LEER-MOV.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF WS-MOVS-ES-MOVIMIENTO
               AND WS-MOVS-RECIBO NOT EQUAL ZERO
               AND WS-MOVS-FECHA NOT < WS-FECHA-DESDE
               AND WS-MOVS-FECHA < WS-HOY-NUM
               AND (WS-MOVS-TIPO EQUAL "INGRESO"
                   OR WS-MOVS-TIPO EQUAL "RETIRADA")
                   PERFORM 12-SUMAR-MOV
               END-IF
           END-READ.
       11-LEER-MOV-END.
       EXIT.


       12-SUMAR-MOV.
           MOVE WS-MOVS-OFICINA TO WS-OFICINA-BUSCAR.
           IF WS-OFICINA-BUSCAR EQUAL SPACES
               MOVE "0001" TO WS-OFICINA-BUSCAR
           END-IF.
           PERFORM 04-BOVEDA-DE-OFICINA.
           IF WS-BOVEDA-ENCONTRADA EQUAL WS-BOVEDA
               MOVE WS-MOVS-FECHA TO WS-FECHA-DIA
               PERFORM 18-LOCALIZAR-DIA
               IF WS-D NOT EQUAL ZERO
                   IF WS-MOVS-TIPO EQUAL "RETIRADA"
                       ADD WS-MOVS-IMPORTE TO WS-DIA-CLIENTES (WS-D)
                   ELSE
                       SUBTRACT WS-MOVS-IMPORTE
                           FROM WS-DIA-CLIENTES (WS-D)
                   END-IF
               END-IF
           END-IF.
       12-SUMAR-MOV-END.
       EXIT.


      *> LO QUE LOS CAJONES SACAN DE LA BOVEDA CADA DIA: LAS
      *> REMESAS DEL BANCO CENTRAL Y LOS AJUSTES NO SON DEMANDA.
       15-LEER-HISTORICO-VALES.
           OPEN INPUT VALES.
           IF WS-FS-VALES EQUAL "00"
               MOVE "NO" TO WS-FIN-VALES
               PERFORM 16-LEER-VALE UNTIL WS-FIN-VALES EQUAL "SI"
           END-IF.
           CLOSE VALES.
       15-LEER-HISTORICO-VALES-END.
       EXIT.


       16-LEER-VALE.
           READ VALES
           AT END
               MOVE "SI" TO WS-FIN-VALES
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF VAL-BOVEDA EQUAL SPACES
                   MOVE "0001" TO VAL-BOVEDA
               END-IF
               IF VAL-BOVEDA EQUAL WS-BOVEDA
               AND (VAL-TIPO EQUAL "R" OR VAL-TIPO EQUAL "D")
                   PERFORM 17-SUMAR-VALE
               END-IF
           END-READ.
       16-LEER-VALE-END.
       EXIT.


       17-SUMAR-VALE.
           MOVE VAL-FECHA (5:2) TO WS-VALE-DIA.
           MOVE VAL-FECHA (8:2) TO WS-VALE-MES.
           MOVE VAL-FECHA (11:2) TO WS-VALE-ANIO.
           IF WS-FECHA-VALE-NUM NOT < WS-FECHA-DESDE
           AND WS-FECHA-VALE-NUM < WS-HOY-NUM
               MOVE WS-FECHA-VALE-NUM TO WS-FECHA-DIA
               PERFORM 18-LOCALIZAR-DIA
               IF WS-D NOT EQUAL ZERO
                   IF VAL-TIPO EQUAL "R"
                       ADD VAL-IMPORTE TO WS-DIA-CAJONES (WS-D)
                   ELSE
                       SUBTRACT VAL-IMPORTE FROM WS-DIA-CAJONES (WS-D)
                   END-IF
               END-IF
           END-IF.
       17-SUMAR-VALE-END.
       EXIT.


      *> POSICION DEL DIA WS-FECHA-DIA EN LA TABLA (LA ABRE SI NO
      *> ESTA); WS-D QUEDA A CERO SI LA TABLA ESTA LLENA.
       18-LOCALIZAR-DIA.
           MOVE ZERO TO WS-D.
           PERFORM 19-BUSCAR-DIA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-DIA-OCUPADOS OR WS-D NOT EQUAL ZERO.
           IF WS-D EQUAL ZERO
               IF WS-DIA-OCUPADOS >= 400
                   IF WS-DIA-TABLA-LLENA NOT EQUAL "S"
                       DISPLAY "AVISO: tabla de dias llena (400);"
                       " ampliar BANCOPREVEFEC."
                       MOVE "S" TO WS-DIA-TABLA-LLENA
                   END-IF
               ELSE
                   ADD 1 TO WS-DIA-OCUPADOS
                   MOVE WS-DIA-OCUPADOS TO WS-D
                   MOVE WS-FECHA-DIA TO WS-DIA-FECHA (WS-D)
                   MOVE ZERO TO WS-DIA-CLIENTES (WS-D)
                   MOVE ZERO TO WS-DIA-CAJONES (WS-D)
               END-IF
           END-IF.
       18-LOCALIZAR-DIA-END.
       EXIT.


       19-BUSCAR-DIA.
           IF WS-DIA-FECHA (WS-K) EQUAL WS-FECHA-DIA
               MOVE WS-K TO WS-D
           END-IF.
       19-BUSCAR-DIA-END.
       EXIT.


      *> LA DEMANDA DE UN DIA ES LA MAYOR ENTRE EL NETO DE CLIENTES
      *> Y LO QUE LOS CAJONES SACARON DE LA BOVEDA: UN DIA CON MUCHA
      *> RETIRADA PERO CAJONES BIEN SURTIDOS O UN DIA DE PREPARAR
      *> CAJONES PARA MAÑANA CUENTAN LOS DOS.
       20-CALCULAR-PATRON.
           PERFORM 21-LIMPIAR-PATRON
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 31.
           PERFORM 22-ACUMULAR-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIA-OCUPADOS.
           IF WS-DIAS-GENERAL > ZERO
               COMPUTE WS-MEDIA-GENERAL ROUNDED =
                   WS-SUMA-GENERAL / WS-DIAS-GENERAL
           END-IF.
       20-CALCULAR-PATRON-END.
       EXIT.


       21-LIMPIAR-PATRON.
           MOVE ZERO TO WS-PAT-SUMA (WS-K).
           MOVE ZERO TO WS-PAT-DIAS (WS-K).
       21-LIMPIAR-PATRON-END.
       EXIT.


       22-ACUMULAR-DIA.
           IF WS-DIA-CAJONES (WS-D) > WS-DIA-CLIENTES (WS-D)
               MOVE WS-DIA-CAJONES (WS-D) TO WS-DEMANDA
           ELSE
               MOVE WS-DIA-CLIENTES (WS-D) TO WS-DEMANDA
           END-IF.
           MOVE WS-DIA-FECHA (WS-D) (7:2) TO WS-DIA-MES.
           ADD WS-DEMANDA TO WS-PAT-SUMA (WS-DIA-MES).
           ADD 1 TO WS-PAT-DIAS (WS-DIA-MES).
           ADD WS-DEMANDA TO WS-SUMA-GENERAL.
           ADD 1 TO WS-DIAS-GENERAL.
       22-ACUMULAR-DIA-END.
       EXIT.


      *> LOS 10 DIAS HABILES SIGUIENTES A HOY SEGUN FECHASERV.
       30-FECHAS-PREVISION.
           MOVE WS-HOY-NUM TO WS-FECHA-DIA.
           PERFORM 31-SIGUIENTE-HABIL
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-DIAS-PREVISION.
       30-FECHAS-PREVISION-END.
       EXIT.


       31-SIGUIENTE-HABIL.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE 1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-DIA,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FECHA-DIA.
           MOVE "H" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-DIA,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FECHA-DIA.
           MOVE WS-FECHA-DIA TO WS-PRV-FECHA (WS-P).
           MOVE ZERO TO WS-PRV-REMESAS (WS-P).
       31-SIGUIENTE-HABIL-END.
       EXIT.


      *> REMESAS YA PEDIDAS Y SIN CONTABILIZAR: CUENTAN EL DIA DE
      *> SU ENTREGA (LAS ATRASADAS, EL PRIMER DIA). DE PASO SE SACA
      *> EL ULTIMO NUMERO DE PEDIDO.
       35-CARGAR-PENDIENTES.
           OPEN INPUT PEDIDOS.
           IF WS-FS-PEDIDOS EQUAL "00"
               MOVE "NO" TO WS-FIN-PEDIDOS
               PERFORM 36-LEER-PEDIDO UNTIL WS-FIN-PEDIDOS EQUAL "SI"
           END-IF.
           CLOSE PEDIDOS.
       35-CARGAR-PENDIENTES-END.
       EXIT.


       36-LEER-PEDIDO.
           READ PEDIDOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PEDIDOS
           NOT AT END
               IF PED-ID > WS-ULTIMO-PEDIDO
                   MOVE PED-ID TO WS-ULTIMO-PEDIDO
               END-IF
               IF PED-BOVEDA EQUAL WS-BOVEDA
               AND PED-ESTADO EQUAL "P"
                   PERFORM 37-APLICAR-PENDIENTE
               END-IF
           END-READ.
       36-LEER-PEDIDO-END.
       EXIT.


       37-APLICAR-PENDIENTE.
           ADD 1 TO WS-PENDIENTES.
           MOVE ZERO TO WS-D.
           PERFORM 38-DIA-DE-ENTREGA
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-DIAS-PREVISION OR WS-D NOT EQUAL ZERO.
           IF WS-D NOT EQUAL ZERO
               IF PED-TIPO EQUAL "P"
                   ADD PED-IMPORTE TO WS-PRV-REMESAS (WS-D)
               ELSE
                   SUBTRACT PED-IMPORTE FROM WS-PRV-REMESAS (WS-D)
               END-IF
           END-IF.
       37-APLICAR-PENDIENTE-END.
       EXIT.


       38-DIA-DE-ENTREGA.
           IF PED-FECHA-ENTREGA NOT > WS-PRV-FECHA (WS-P)
               MOVE WS-P TO WS-D
           END-IF.
       38-DIA-DE-ENTREGA-END.
       EXIT.


      *> POSICION DE CADA CIERRE: LA DEL DIA ANTERIOR MENOS LA
      *> DEMANDA PREVISTA MAS LAS REMESAS QUE ENTRAN ESE DIA.
       40-PROYECTAR.
           MOVE WS-SALDO-BOVEDA TO WS-POSICION.
           MOVE WS-SALDO-BOVEDA TO WS-POSICION-MINIMA.
           MOVE WS-SALDO-BOVEDA TO WS-POSICION-MAXIMA.
           MOVE ZERO TO WS-DIA-MINIMO.
           PERFORM 41-PROYECTAR-DIA
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-DIAS-PREVISION.
       40-PROYECTAR-END.
       EXIT.


       41-PROYECTAR-DIA.
           MOVE WS-PRV-FECHA (WS-P) (7:2) TO WS-DIA-MES.
           IF WS-PAT-DIAS (WS-DIA-MES) >= 2
               COMPUTE WS-PRV-DEMANDA (WS-P) ROUNDED =
                   WS-PAT-SUMA (WS-DIA-MES) / WS-PAT-DIAS (WS-DIA-MES)
               MOVE "M" TO WS-PRV-BASE (WS-P)
           ELSE
               MOVE WS-MEDIA-GENERAL TO WS-PRV-DEMANDA (WS-P)
               MOVE "G" TO WS-PRV-BASE (WS-P)
           END-IF.
           COMPUTE WS-POSICION = WS-POSICION
               - WS-PRV-DEMANDA (WS-P) + WS-PRV-REMESAS (WS-P).
           MOVE WS-POSICION TO WS-PRV-POSICION (WS-P).
           IF WS-POSICION < WS-POSICION-MINIMA
           OR WS-DIA-MINIMO EQUAL ZERO
               MOVE WS-POSICION TO WS-POSICION-MINIMA
               MOVE WS-P TO WS-DIA-MINIMO
           END-IF.
           IF WS-POSICION > WS-POSICION-MAXIMA
               MOVE WS-POSICION TO WS-POSICION-MAXIMA
           END-IF.
       41-PROYECTAR-DIA-END.
       EXIT.


      *> SI ALGUN CIERRE QUEDA POR DEBAJO DEL COLCHON SE PIDE LO QUE
      *> FALTA PARA EL PEOR DIA, A ENTREGAR EL PRIMER DIA QUE BAJA
      *> DEL COLCHON. SI NO, Y ALGUN CIERRE PASA DEL TOPE DEL SEGURO,
      *> SE DEVUELVE EL EXCESO EL PRIMER DIA HABIL SIN BAJAR NUNCA
      *> DEL COLCHON. LOS IMPORTES VAN EN MULTIPLOS DE 1000.
       50-PROPONER.
           IF WS-POSICION-MINIMA < WS-COLCHON
               COMPUTE WS-FALTA = WS-COLCHON - WS-POSICION-MINIMA
               COMPUTE WS-UNIDADES =
                   (WS-FALTA + WS-MULTIPLO - 0.01) / WS-MULTIPLO
               COMPUTE WS-PROPUESTA-IMPORTE = WS-UNIDADES * WS-MULTIPLO
               MOVE "P" TO WS-PROPUESTA-TIPO
               MOVE ZERO TO WS-D
               PERFORM 51-PRIMER-DIA-CORTO
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-DIAS-PREVISION
                   OR WS-D NOT EQUAL ZERO
               MOVE WS-PRV-FECHA (WS-D) TO WS-PROPUESTA-ENTREGA
               IF WS-POSICION-MAXIMA + WS-PROPUESTA-IMPORTE
                   > WS-TOPE-SEGURO
                   DISPLAY "AVISO: con el pedido la boveda pasara"
                   " algun dia del tope del seguro."
               END-IF
           ELSE
               IF WS-POSICION-MAXIMA > WS-TOPE-SEGURO
                   COMPUTE WS-SOBRA =
                       WS-POSICION-MAXIMA - WS-TOPE-SEGURO
                   COMPUTE WS-UNIDADES =
                       (WS-SOBRA + WS-MULTIPLO - 0.01) / WS-MULTIPLO
                   COMPUTE WS-HOLGURA =
                       WS-POSICION-MINIMA - WS-COLCHON
                   IF WS-UNIDADES * WS-MULTIPLO > WS-HOLGURA
                       COMPUTE WS-UNIDADES = WS-HOLGURA / WS-MULTIPLO
                   END-IF
                   IF WS-UNIDADES > ZERO
                       COMPUTE WS-PROPUESTA-IMPORTE =
                           WS-UNIDADES * WS-MULTIPLO
                       MOVE "D" TO WS-PROPUESTA-TIPO
                       MOVE WS-PRV-FECHA (1) TO WS-PROPUESTA-ENTREGA
                   ELSE
                       DISPLAY "AVISO: la boveda pasa del tope del"
                       " seguro pero no puede devolver sin bajar del"
                       " colchon."
                   END-IF
               END-IF
           END-IF.
           IF WS-PROPUESTA-TIPO NOT EQUAL SPACE
               PERFORM 55-GRABAR-PEDIDO
           END-IF.
       50-PROPONER-END.
       EXIT.


       51-PRIMER-DIA-CORTO.
           IF WS-PRV-POSICION (WS-P) < WS-COLCHON
               MOVE WS-P TO WS-D
           END-IF.
       51-PRIMER-DIA-CORTO-END.
       EXIT.


       55-GRABAR-PEDIDO.
           OPEN I-O PEDIDOS.
           IF WS-FS-PEDIDOS NOT EQUAL "00"
               CLOSE PEDIDOS
               OPEN OUTPUT PEDIDOS
           END-IF.
           ADD 1 TO WS-ULTIMO-PEDIDO.
           INITIALIZE DATOS-PEDIDO.
           MOVE WS-ULTIMO-PEDIDO TO PED-ID.
           MOVE WS-BOVEDA TO PED-BOVEDA.
           MOVE WS-PROPUESTA-TIPO TO PED-TIPO.
           MOVE WS-PROPUESTA-IMPORTE TO PED-IMPORTE.
           MOVE WS-HOY-NUM TO PED-FECHA-PROPUESTA.
           MOVE WS-PROPUESTA-ENTREGA TO PED-FECHA-ENTREGA.
           MOVE "P" TO PED-ESTADO.
           WRITE DATOS-PEDIDO
           INVALID KEY
               DISPLAY "ERROR: no se pudo grabar el pedido "
               WS-ULTIMO-PEDIDO
               MOVE SPACE TO WS-PROPUESTA-TIPO
           NOT INVALID KEY
               ADD 1 TO WS-CTRL-ESCRITOS
           END-WRITE.
           CLOSE PEDIDOS.
       55-GRABAR-PEDIDO-END.
       EXIT.


       60-ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME.
           MOVE WS-BOVEDA TO CAB-BOVEDA.
           MOVE WS-HOY-NUM TO CAB-FECHA.
           WRITE REG-INFORME FROM WS-CAB-TITULO.
           MOVE WS-SALDO-BOVEDA TO CAB-SALDO.
           MOVE WS-TOPE-SEGURO TO CAB-TOPE.
           MOVE WS-COLCHON TO CAB-COLCHON.
           IF WS-HAY-LIMITES EQUAL "S"
               MOVE SPACES TO CAB-DEFECTO
           ELSE
               MOVE "POR DEFECTO" TO CAB-DEFECTO
           END-IF.
           WRITE REG-INFORME FROM WS-CAB-LIMITES.
           MOVE WS-FECHA-DESDE TO CAB-DESDE.
           MOVE WS-DIAS-GENERAL TO CAB-DIAS.
           MOVE WS-MEDIA-GENERAL TO CAB-MEDIA.
           WRITE REG-INFORME FROM WS-CAB-HISTORIA.
           WRITE REG-INFORME FROM WS-CAB-COLUMNAS.
           PERFORM 62-LINEA-DIA
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-DIAS-PREVISION.

           IF WS-PENDIENTES > ZERO
               PERFORM 64-LISTAR-PENDIENTES
           END-IF.

           IF WS-PROPUESTA-TIPO EQUAL SPACE
               MOVE
               "SIN PROPUESTA: BOVEDA ENTRE COLCHON Y TOPE DEL SEGURO."
                   TO WS-LINEA-AVISO
               WRITE REG-INFORME FROM WS-LINEA-AVISO
           ELSE
               IF WS-PROPUESTA-TIPO EQUAL "P"
                   MOVE "PEDIDO" TO LPR-TIPO
               ELSE
                   MOVE "DEVOLUCION" TO LPR-TIPO
               END-IF
               MOVE WS-PROPUESTA-IMPORTE TO LPR-IMPORTE
               MOVE WS-PROPUESTA-ENTREGA TO LPR-ENTREGA
               MOVE WS-ULTIMO-PEDIDO TO LPR-ID
               WRITE REG-INFORME FROM WS-LINEA-PROPUESTA
               DISPLAY WS-LINEA-PROPUESTA
           END-IF.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Prevision de la boveda " WS-BOVEDA
           " en JPREVEFEC.".
       60-ESCRIBIR-INFORME-END.
       EXIT.


       62-LINEA-DIA.
           MOVE WS-PRV-FECHA (WS-P) TO LIN-FECHA.
           MOVE WS-PRV-BASE (WS-P) TO LIN-BASE.
           MOVE WS-PRV-DEMANDA (WS-P) TO LIN-DEMANDA.
           MOVE WS-PRV-REMESAS (WS-P) TO LIN-REMESAS.
           MOVE WS-PRV-POSICION (WS-P) TO LIN-POSICION.
           EVALUATE TRUE
           WHEN WS-PRV-POSICION (WS-P) < WS-COLCHON
               MOVE "BAJO COLCHON" TO LIN-AVISO
           WHEN WS-PRV-POSICION (WS-P) > WS-TOPE-SEGURO
               MOVE "SOBRE TOPE" TO LIN-AVISO
           WHEN OTHER
               MOVE SPACES TO LIN-AVISO
           END-EVALUATE.
           WRITE REG-INFORME FROM WS-LINEA-DIA.
       62-LINEA-DIA-END.
       EXIT.


       64-LISTAR-PENDIENTES.
           OPEN INPUT PEDIDOS.
           IF WS-FS-PEDIDOS EQUAL "00"
               MOVE "NO" TO WS-FIN-PEDIDOS
               PERFORM 65-LINEA-PENDIENTE
                   UNTIL WS-FIN-PEDIDOS EQUAL "SI"
           END-IF.
           CLOSE PEDIDOS.
       64-LISTAR-PENDIENTES-END.
       EXIT.


       65-LINEA-PENDIENTE.
           READ PEDIDOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PEDIDOS
           NOT AT END
               IF PED-BOVEDA EQUAL WS-BOVEDA
               AND PED-ESTADO EQUAL "P"
               AND (WS-PROPUESTA-TIPO EQUAL SPACE
                   OR PED-ID NOT EQUAL WS-ULTIMO-PEDIDO)
                   MOVE PED-ID TO LPE-ID
                   IF PED-TIPO EQUAL "P"
                       MOVE "PEDIDO" TO LPE-TIPO
                   ELSE
                       MOVE "DEVOLUCION" TO LPE-TIPO
                   END-IF
                   MOVE PED-IMPORTE TO LPE-IMPORTE
                   MOVE PED-FECHA-ENTREGA TO LPE-ENTREGA
                   WRITE REG-INFORME FROM WS-LINEA-PEDIDO
               END-IF
           END-READ.
       65-LINEA-PENDIENTE-END.
       EXIT.


       90-CERRAR.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CTRL-ESCRITOS.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOPREVEFEC.
