      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fichero de extracto normalizado (formato del
      *          cuaderno 43) para los clientes empresa que cargan
      *          sus movimientos en su contabilidad. Para el periodo
      *          pedido y cada cuenta de la lista JN43PET deja en
      *          JNORMA43 un registro 11 de cabecera con el saldo
      *          inicial, un registro 22 por cada movimiento de JMOVS
      *          que mueve el saldo (fecha de operacion y valor,
      *          concepto comun, concepto propio y numero de recibo
      *          como referencia) y un registro 33 con los totales
      *          al debe y al haber y el saldo final; el fichero se
      *          cierra con el registro 88. Igual que BANCOEXTRACTO,
      *          si el periodo cae en años ya cortados por
      *          BANCOARCHIVA la busqueda sigue en los archivos
      *          anuales del indice JARCHIVOIDX. Cada entrega queda
      *          anotada por cliente, cuenta y periodo en JN43ENTREGA
      *          y se avisa si el periodo se solapa con uno ya
      *          entregado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCONORMA43.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETICIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JN43PET.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PETICIONES.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL CLIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIENTES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CLI-ID
       ALTERNATE RECORD KEY IS CLI-NOMBRE-APELLIDO WITH DUPLICATES
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT OPTIONAL MOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT OPTIONAL INDICE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JARCHIVOIDX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INDICE.

       SELECT OPTIONAL MOVS-ARCHIVO ASSIGN TO WS-RUTA-ARCHIVO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ARCHIVO.

       SELECT NORMA43 ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNORMA43.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-NORMA43.

       SELECT ENTREGAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JN43ENTREGA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ENT-CLAVE
       FILE STATUS IS WS-FS-ENTREGAS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> LISTA DE CUENTAS PEDIDAS: UNA POR LINEA.
       FD PETICIONES
       RECORD CONTAINS 10 CHARACTERS.
       01 REG-PETICION.
           05 PET-CUENTA PIC X(10).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD INDICE
       RECORD CONTAINS 110 CHARACTERS.
       01 REG-INDICE.
           05 IDX-ARCHIVO PIC X(12).
           05 FILLER PIC X.
           05 IDX-ANIO PIC 9(4).
           05 FILLER PIC X.
           05 IDX-RUTA PIC X(80).
           05 FILLER PIC X.
           05 IDX-REGISTROS PIC 9(7).
           05 FILLER PIC X(4).

       FD MOVS-ARCHIVO
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS-ARCHIVO PIC X(72).

       FD NORMA43
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-NORMA43 PIC X(80).

      *> PERIODOS YA ENTREGADOS A CADA CLIENTE Y CUENTA.
       FD ENTREGAS.
           01 DATOS-ENTREGA.
               05 ENT-CLAVE.
                   10 ENT-CLIENTE PIC X(6).
                   10 ENT-CUENTA PIC X(10).
                   10 ENT-DESDE PIC 9(8).
               05 ENT-HASTA PIC 9(8).
               05 ENT-FECHA-ENVIO PIC 9(8).
               05 ENT-APUNTES PIC 9(5).
               05 ENT-SALDO-FINAL PIC S9(7)V99.
               05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-PETICIONES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-CLIENTES PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-INDICE PIC 99.
       77 WS-FS-ARCHIVO PIC 99.
       77 WS-FS-NORMA43 PIC 99.
       77 WS-FS-ENTREGAS PIC 99.
       77 WS-FIN-PETICIONES PIC X(3) VALUE "NO".
       77 WS-FIN-MOVS PIC X(3).
       77 WS-FIN-INDICE PIC X(3).
       77 WS-FIN-ARCHIVO PIC X(3).
       77 WS-FIN-ENTREGAS PIC X(3).
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-DESDE-YYYYMMDD PIC 9(8).
       77 WS-HASTA-YYYYMMDD PIC 9(8).
       77 WS-ANIO PIC 9(4).
       77 WS-ANIO-DESDE PIC 9(4).
       77 WS-ANIO-HASTA PIC 9(4).
      *>PASADA SOBRE LOS MOVIMIENTOS: "I" BUSCA EL SALDO INICIAL
      *>(ULTIMO MOVIMIENTO ANTERIOR AL PERIODO), "D" ESCRIBE LOS
      *>APUNTES DEL PERIODO.
       77 WS-PASADA PIC X(1).
       77 WS-K PIC 9(2).
       77 WS-RUTA-YA-LEIDA PIC X(1).
       77 WS-RUTA-ARCHIVO PIC X(80).
       77 WS-FECHA-ANTERIOR PIC 9(8).
       77 WS-SALDO-INICIAL PIC S9(7)V99.
       77 WS-SALDO-ANTERIOR PIC S9(7)V99.
       77 WS-DIFERENCIA PIC S9(7)V99.
       77 WS-C PIC 9(2).
       77 WS-C-IDX PIC 9(2).
       77 WS-DEBE-APUNTES PIC 9(5).
       77 WS-DEBE-TOTAL PIC 9(12)V99.
       77 WS-HABER-APUNTES PIC 9(5).
       77 WS-HABER-TOTAL PIC 9(12)V99.
       77 WS-REGISTROS-FICHERO PIC 9(6) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCONORMA43".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-CTRL-ESCRITOS PIC 9(5) VALUE 0.
      *>ENTIDAD Y OFICINA QUE FIGURAN EN LOS REGISTROS 11 Y 33.
       77 WS-N43-ENTIDAD PIC X(4) VALUE "0000".
       77 WS-N43-OFICINA PIC X(4) VALUE "0001".

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

      *> RUTAS DE ARCHIVOS ANUALES YA RECORRIDAS EN LA PASADA.
       01 WS-TABLA-RUTAS.
           05 WS-RUT-OCUPADAS PIC 9(2) VALUE 0.
           05 WS-RUT-ENTRADA OCCURS 20 TIMES.
               10 WS-RUT-RUTA PIC X(80).

      *> CONCEPTO COMUN DEL CUADERNO 43 PARA CADA TIPO DE MOVIMIENTO
      *> DE JMOVS; LO QUE NO ESTA EN LA TABLA VA COMO 99 (VARIOS).
       01 WS-TABLA-CONCEPTOS.
           05 FILLER PIC X(12) VALUE "INGRESO   02".
           05 FILLER PIC X(12) VALUE "RETIRADA  01".
           05 FILLER PIC X(12) VALUE "TRANSFER  04".
           05 FILLER PIC X(12) VALUE "INTERES   17".
           05 FILLER PIC X(12) VALUE "RETENCION 17".
           05 FILLER PIC X(12) VALUE "COMISION  17".
           05 FILLER PIC X(12) VALUE "INTDEMORA 17".
           05 FILLER PIC X(12) VALUE "CHEQUE    01".
           05 FILLER PIC X(12) VALUE "RECIBODOM 03".
           05 FILLER PIC X(12) VALUE "CUOTAPREST05".
           05 FILLER PIC X(12) VALUE "TRANSFEXT 04".
           05 FILLER PIC X(12) VALUE "DEVOLEXT  14".
           05 FILLER PIC X(12) VALUE "REVERSA   98".
           05 FILLER PIC X(12) VALUE "TARJCAJERO11".
           05 FILLER PIC X(12) VALUE "TARJCOMPRA12".
           05 FILLER PIC X(12) VALUE "TARJDEVOL 12".
           05 FILLER PIC X(12) VALUE "INGCHEQUE 02".
           05 FILLER PIC X(12) VALUE "DEVCHEQUE 14".
           05 FILLER PIC X(12) VALUE "REGDEMORA 17".
       01 FILLER REDEFINES WS-TABLA-CONCEPTOS.
           05 WS-CON-ENTRADA OCCURS 19 TIMES.
               10 WS-CON-TIPO PIC X(10).
               10 WS-CON-COMUN PIC X(2).

      *> CODIGO NUMERICO DE DIVISA DEL REGISTRO 11 Y 33.
       01 WS-TABLA-DIVISAS.
           05 FILLER PIC X(6) VALUE "EUR978".
           05 FILLER PIC X(6) VALUE "USD840".
           05 FILLER PIC X(6) VALUE "GBP826".
           05 FILLER PIC X(6) VALUE "CHF756".
           05 FILLER PIC X(6) VALUE "JPY392".
       01 FILLER REDEFINES WS-TABLA-DIVISAS.
           05 WS-DIV-ENTRADA OCCURS 5 TIMES.
               10 WS-DIV-ISO PIC X(3).
               10 WS-DIV-CODIGO PIC X(3).

      *> REGISTRO 11: CABECERA DE CUENTA.
       01 WS-N43-CABECERA.
           05 N43C-CODIGO PIC X(2) VALUE "11".
           05 N43C-ENTIDAD PIC X(4).
           05 N43C-OFICINA PIC X(4).
           05 N43C-CUENTA PIC X(10).
           05 N43C-FECHA-INICIAL PIC 9(6).
           05 N43C-FECHA-FINAL PIC 9(6).
           05 N43C-DH-SALDO PIC X(1).
           05 N43C-SALDO-INICIAL PIC 9(12)V99.
           05 N43C-DIVISA PIC X(3).
           05 N43C-MODALIDAD PIC X(1) VALUE "3".
           05 N43C-NOMBRE PIC X(26).
           05 FILLER PIC X(3) VALUE SPACES.

      *> REGISTRO 22: UN APUNTE. DEBE "1", HABER "2".
       01 WS-N43-MOVIMIENTO.
           05 N43M-CODIGO PIC X(2) VALUE "22".
           05 FILLER PIC X(4) VALUE SPACES.
           05 N43M-OFICINA PIC X(4).
           05 N43M-FECHA-OPERACION PIC 9(6).
           05 N43M-FECHA-VALOR PIC 9(6).
           05 N43M-CONCEPTO-COMUN PIC X(2).
           05 N43M-CONCEPTO-PROPIO PIC X(3).
           05 N43M-DH PIC X(1).
           05 N43M-IMPORTE PIC 9(12)V99.
           05 N43M-DOCUMENTO PIC 9(10).
           05 N43M-REFERENCIA-1 PIC 9(12).
           05 N43M-REFERENCIA-2.
               10 N43M-TIPO PIC X(10).
               10 N43M-OPERADOR PIC X(4).
               10 FILLER PIC X(2) VALUE SPACES.

      *> REGISTRO 33: FINAL DE CUENTA.
       01 WS-N43-FINAL.
           05 N43F-CODIGO PIC X(2) VALUE "33".
           05 N43F-ENTIDAD PIC X(4).
           05 N43F-OFICINA PIC X(4).
           05 N43F-CUENTA PIC X(10).
           05 N43F-DEBE-APUNTES PIC 9(5).
           05 N43F-DEBE-TOTAL PIC 9(12)V99.
           05 N43F-HABER-APUNTES PIC 9(5).
           05 N43F-HABER-TOTAL PIC 9(12)V99.
           05 N43F-DH-SALDO PIC X(1).
           05 N43F-SALDO-FINAL PIC 9(12)V99.
           05 N43F-DIVISA PIC X(3).
           05 FILLER PIC X(4) VALUE SPACES.

      *> REGISTRO 88: FIN DE FICHERO.
       01 WS-N43-FIN.
           05 N43Z-CODIGO PIC X(2) VALUE "88".
           05 N43Z-NUEVES PIC X(18) VALUE ALL "9".
           05 N43Z-REGISTROS PIC 9(6).
           05 FILLER PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-PEDIR-PERIODO.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               PERFORM 20-TRATAR-PETICION
                   UNTIL WS-FIN-PETICIONES EQUAL "SI"
               PERFORM 80-ESCRIBIR-RESUMEN
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       05-PEDIR-PERIODO.
           DISPLAY "Fecha desde (AAAAMMDD): "
           ACCEPT WS-DESDE-YYYYMMDD.
           DISPLAY "Fecha hasta (AAAAMMDD): "
           ACCEPT WS-HASTA-YYYYMMDD.
       05-PEDIR-PERIODO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           IF WS-DESDE-YYYYMMDD > WS-HASTA-YYYYMMDD
               DISPLAY "Periodo no valido: desde posterior a hasta."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT PETICIONES
               IF WS-FS-PETICIONES NOT EQUAL "00"
                   DISPLAY "No hay lista de cuentas JN43PET."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE "S" TO WS-ARCHIVOS-ABIERTOS
                   OPEN INPUT CUENTA
                   OPEN INPUT CLIENTES
                   OPEN OUTPUT NORMA43
                   OPEN I-O ENTREGAS
                   IF WS-FS-ENTREGAS = "35"
                       OPEN OUTPUT ENTREGAS
                       CLOSE ENTREGAS
                       OPEN I-O ENTREGAS
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               END-IF
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


       20-TRATAR-PETICION.
           READ PETICIONES
           AT END
               MOVE "SI" TO WS-FIN-PETICIONES
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               MOVE PET-CUENTA TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   DISPLAY "Cuenta " PET-CUENTA
                   " no existe: no se incluye."
               NOT INVALID KEY
                   PERFORM 25-COMPROBAR-ENTREGADO
                   PERFORM 30-SALDO-INICIAL
                   PERFORM 35-ESCRIBIR-CABECERA
                   PERFORM 40-APUNTES-PERIODO
                   PERFORM 50-ESCRIBIR-FINAL
                   PERFORM 55-ANOTAR-ENTREGA
                   ADD 1 TO WS-CTRL-ESCRITOS
               END-READ
           END-READ.
       20-TRATAR-PETICION-END.
       EXIT.


      *> AVISA SI ALGUN PERIODO YA ENTREGADO DE ESA CUENTA SE SOLAPA
      *> CON EL PEDIDO; EL FICHERO SE GENERA IGUAL (UNA REPETICION
      *> PUEDE SER UNA PETICION DEL PROPIO CLIENTE).
       25-COMPROBAR-ENTREGADO.
           MOVE CLIENTE-ID TO ENT-CLIENTE.
           MOVE NUMCUENTA TO ENT-CUENTA.
           MOVE ZEROES TO ENT-DESDE.
           MOVE "NO" TO WS-FIN-ENTREGAS.
           START ENTREGAS KEY IS NOT LESS THAN ENT-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-ENTREGAS
           END-START.
           PERFORM 26-LEER-ENTREGA UNTIL WS-FIN-ENTREGAS EQUAL "SI".
       25-COMPROBAR-ENTREGADO-END.
       EXIT.


       26-LEER-ENTREGA.
           READ ENTREGAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ENTREGAS
           NOT AT END
               IF ENT-CLIENTE NOT EQUAL CLIENTE-ID
               OR ENT-CUENTA NOT EQUAL NUMCUENTA
                   MOVE "SI" TO WS-FIN-ENTREGAS
               ELSE
                   IF ENT-DESDE <= WS-HASTA-YYYYMMDD
                   AND ENT-HASTA >= WS-DESDE-YYYYMMDD
                       DISPLAY "Aviso: cuenta " NUMCUENTA
                       " ya entregada del " ENT-DESDE " al "
                       ENT-HASTA " el " ENT-FECHA-ENVIO "."
                   END-IF
               END-IF
           END-READ.
       26-LEER-ENTREGA-END.
       EXIT.


      *> SALDO INICIAL: EL RESULTANTE DEL ULTIMO MOVIMIENTO ANTERIOR
      *> AL PERIODO, EN JMOVS O EN LOS ARCHIVOS ANUALES DE AÑOS NO
      *> POSTERIORES AL DE INICIO. SIN NINGUNO, LA CUENTA SE ABRIO
      *> DENTRO DEL PERIODO Y EMPIEZA EN CERO.
       30-SALDO-INICIAL.
           MOVE "I" TO WS-PASADA.
           MOVE ZERO TO WS-FECHA-ANTERIOR.
           MOVE ZERO TO WS-SALDO-INICIAL.
           MOVE ZERO TO WS-RUT-OCUPADAS.
           OPEN INPUT INDICE.
           IF WS-FS-INDICE EQUAL "00"
               MOVE "NO" TO WS-FIN-INDICE
               PERFORM 31-INDICE-ANTERIOR
                   UNTIL WS-FIN-INDICE EQUAL "SI"
           END-IF.
           CLOSE INDICE.
           PERFORM 60-RECORRER-VIVO.
       30-SALDO-INICIAL-END.
       EXIT.


       31-INDICE-ANTERIOR.
           READ INDICE
           AT END
               MOVE "SI" TO WS-FIN-INDICE
           NOT AT END
               IF IDX-ARCHIVO EQUAL "JMOVS"
               AND IDX-ANIO <= WS-DESDE-YYYYMMDD (1:4)
                   PERFORM 62-COMPROBAR-RUTA
                   IF WS-RUTA-YA-LEIDA EQUAL "N"
                       PERFORM 64-RECORRER-ARCHIVO
                   END-IF
               END-IF
           END-READ.
       31-INDICE-ANTERIOR-END.
       EXIT.


       35-ESCRIBIR-CABECERA.
           MOVE SPACES TO N43C-NOMBRE.
           MOVE CLIENTE-ID TO CLI-ID.
           READ CLIENTES RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               STRING CLI-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CLI-APELLIDO DELIMITED BY "  "
                   INTO N43C-NOMBRE
               END-STRING
           END-READ.
           PERFORM 37-BUSCAR-DIVISA.
           MOVE WS-N43-ENTIDAD TO N43C-ENTIDAD.
           MOVE WS-N43-OFICINA TO N43C-OFICINA.
           MOVE NUMCUENTA TO N43C-CUENTA.
           MOVE WS-DESDE-YYYYMMDD (3:6) TO N43C-FECHA-INICIAL.
           MOVE WS-HASTA-YYYYMMDD (3:6) TO N43C-FECHA-FINAL.
           IF WS-SALDO-INICIAL < ZERO
               MOVE "1" TO N43C-DH-SALDO
               COMPUTE N43C-SALDO-INICIAL = WS-SALDO-INICIAL * -1
           ELSE
               MOVE "2" TO N43C-DH-SALDO
               MOVE WS-SALDO-INICIAL TO N43C-SALDO-INICIAL
           END-IF.
           WRITE REG-NORMA43 FROM WS-N43-CABECERA.
           ADD 1 TO WS-REGISTROS-FICHERO.
       35-ESCRIBIR-CABECERA-END.
       EXIT.


       37-BUSCAR-DIVISA.
           MOVE "000" TO N43C-DIVISA.
           PERFORM 38-COMPARAR-DIVISA
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5.
           IF N43C-DIVISA EQUAL "000"
               DISPLAY "Aviso: divisa " MONEDA " de la cuenta "
               NUMCUENTA " sin codigo numerico."
           END-IF.
       37-BUSCAR-DIVISA-END.
       EXIT.


       38-COMPARAR-DIVISA.
           IF WS-DIV-ISO (WS-C) EQUAL MONEDA
               MOVE WS-DIV-CODIGO (WS-C) TO N43C-DIVISA
           END-IF.
       38-COMPARAR-DIVISA-END.
       EXIT.


      *> APUNTES DEL PERIODO EN ORDEN: PRIMERO LOS ARCHIVOS ANUALES
      *> AÑO A AÑO Y AL FINAL EL JMOVS VIVO. EL DEBE O HABER DE CADA
      *> APUNTE SALE DE COMO CAMBIA EL SALDO, ASI LAS LINEAS QUE NO
      *> MUEVEN DINERO (CAMBIOPIN, RECHAZADA, LIBERACION...) NO SE
      *> ENVIAN.
       40-APUNTES-PERIODO.
           MOVE "D" TO WS-PASADA.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-ANTERIOR.
           MOVE ZERO TO WS-DEBE-APUNTES WS-DEBE-TOTAL
               WS-HABER-APUNTES WS-HABER-TOTAL.
           MOVE ZERO TO WS-RUT-OCUPADAS.
           MOVE WS-DESDE-YYYYMMDD (1:4) TO WS-ANIO-DESDE.
           MOVE WS-HASTA-YYYYMMDD (1:4) TO WS-ANIO-HASTA.
           PERFORM 42-ARCHIVOS-ANIO
               VARYING WS-ANIO FROM WS-ANIO-DESDE BY 1
               UNTIL WS-ANIO > WS-ANIO-HASTA.
           PERFORM 60-RECORRER-VIVO.
       40-APUNTES-PERIODO-END.
       EXIT.


       42-ARCHIVOS-ANIO.
           OPEN INPUT INDICE.
           IF WS-FS-INDICE EQUAL "00"
               MOVE "NO" TO WS-FIN-INDICE
               PERFORM 43-INDICE-ANIO UNTIL WS-FIN-INDICE EQUAL "SI"
           END-IF.
           CLOSE INDICE.
       42-ARCHIVOS-ANIO-END.
       EXIT.


       43-INDICE-ANIO.
           READ INDICE
           AT END
               MOVE "SI" TO WS-FIN-INDICE
           NOT AT END
               IF IDX-ARCHIVO EQUAL "JMOVS"
               AND IDX-ANIO EQUAL WS-ANIO
                   PERFORM 62-COMPROBAR-RUTA
                   IF WS-RUTA-YA-LEIDA EQUAL "N"
                       PERFORM 64-RECORRER-ARCHIVO
                   END-IF
               END-IF
           END-READ.
       43-INDICE-ANIO-END.
       EXIT.


       45-ESCRIBIR-APUNTE.
           COMPUTE WS-DIFERENCIA = WS-MOVS-SALDO - WS-SALDO-ANTERIOR.
           MOVE WS-MOVS-SALDO TO WS-SALDO-ANTERIOR.
           IF WS-DIFERENCIA NOT EQUAL ZERO
               MOVE WS-N43-OFICINA TO N43M-OFICINA
               MOVE WS-MOVS-FECHA (3:6) TO N43M-FECHA-OPERACION
               IF WS-MOVS-FECHA-VALOR IS NUMERIC
               AND WS-MOVS-FECHA-VALOR NOT EQUAL ZERO
                   MOVE WS-MOVS-FECHA-VALOR (3:6) TO N43M-FECHA-VALOR
               ELSE
                   MOVE WS-MOVS-FECHA (3:6) TO N43M-FECHA-VALOR
               END-IF
               PERFORM 47-BUSCAR-CONCEPTO
               MOVE WS-MOVS-TIPO (1:3) TO N43M-CONCEPTO-PROPIO
               IF WS-DIFERENCIA < ZERO
                   MOVE "1" TO N43M-DH
                   COMPUTE N43M-IMPORTE = WS-DIFERENCIA * -1
                   ADD 1 TO WS-DEBE-APUNTES
                   ADD N43M-IMPORTE TO WS-DEBE-TOTAL
               ELSE
                   MOVE "2" TO N43M-DH
                   MOVE WS-DIFERENCIA TO N43M-IMPORTE
                   ADD 1 TO WS-HABER-APUNTES
                   ADD N43M-IMPORTE TO WS-HABER-TOTAL
               END-IF
               MOVE WS-MOVS-RECIBO TO N43M-DOCUMENTO
               MOVE WS-MOVS-RECIBO TO N43M-REFERENCIA-1
               MOVE WS-MOVS-TIPO TO N43M-TIPO
               MOVE WS-MOVS-OPERADOR TO N43M-OPERADOR
               WRITE REG-NORMA43 FROM WS-N43-MOVIMIENTO
               ADD 1 TO WS-REGISTROS-FICHERO
           END-IF.
       45-ESCRIBIR-APUNTE-END.
       EXIT.


       47-BUSCAR-CONCEPTO.
           MOVE "99" TO N43M-CONCEPTO-COMUN.
           MOVE ZERO TO WS-C-IDX.
           PERFORM 48-COMPARAR-CONCEPTO
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 19.
           IF WS-C-IDX > ZERO
               MOVE WS-CON-COMUN (WS-C-IDX) TO N43M-CONCEPTO-COMUN
           END-IF.
       47-BUSCAR-CONCEPTO-END.
       EXIT.


       48-COMPARAR-CONCEPTO.
           IF WS-CON-TIPO (WS-C) EQUAL WS-MOVS-TIPO
               MOVE WS-C TO WS-C-IDX
           END-IF.
       48-COMPARAR-CONCEPTO-END.
       EXIT.


       50-ESCRIBIR-FINAL.
           MOVE WS-N43-ENTIDAD TO N43F-ENTIDAD.
           MOVE WS-N43-OFICINA TO N43F-OFICINA.
           MOVE NUMCUENTA TO N43F-CUENTA.
           MOVE WS-DEBE-APUNTES TO N43F-DEBE-APUNTES.
           MOVE WS-DEBE-TOTAL TO N43F-DEBE-TOTAL.
           MOVE WS-HABER-APUNTES TO N43F-HABER-APUNTES.
           MOVE WS-HABER-TOTAL TO N43F-HABER-TOTAL.
           IF WS-SALDO-ANTERIOR < ZERO
               MOVE "1" TO N43F-DH-SALDO
               COMPUTE N43F-SALDO-FINAL = WS-SALDO-ANTERIOR * -1
           ELSE
               MOVE "2" TO N43F-DH-SALDO
               MOVE WS-SALDO-ANTERIOR TO N43F-SALDO-FINAL
           END-IF.
           MOVE N43C-DIVISA TO N43F-DIVISA.
           WRITE REG-NORMA43 FROM WS-N43-FINAL.
           ADD 1 TO WS-REGISTROS-FICHERO.
       50-ESCRIBIR-FINAL-END.
       EXIT.


       55-ANOTAR-ENTREGA.
           MOVE CLIENTE-ID TO ENT-CLIENTE.
           MOVE NUMCUENTA TO ENT-CUENTA.
           MOVE WS-DESDE-YYYYMMDD TO ENT-DESDE.
           MOVE WS-HASTA-YYYYMMDD TO ENT-HASTA.
           MOVE WS-HOY-NUM TO ENT-FECHA-ENVIO.
           COMPUTE ENT-APUNTES = WS-DEBE-APUNTES + WS-HABER-APUNTES.
           MOVE WS-SALDO-ANTERIOR TO ENT-SALDO-FINAL.
           WRITE DATOS-ENTREGA
           INVALID KEY
               REWRITE DATOS-ENTREGA
           END-WRITE.
       55-ANOTAR-ENTREGA-END.
       EXIT.


       60-RECORRER-VIVO.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS EQUAL "00"
               MOVE "NO" TO WS-FIN-MOVS
               PERFORM 61-LEER-VIVO UNTIL WS-FIN-MOVS EQUAL "SI"
           END-IF.
           CLOSE MOVS.
       60-RECORRER-VIVO-END.
       EXIT.


       61-LEER-VIVO.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               PERFORM 66-TRATAR-LINEA
           END-READ.
       61-LEER-VIVO-END.
       EXIT.


      *> EL INDICE PUEDE TENER VARIAS LINEAS DEL MISMO AÑO Y RUTA:
      *> CADA ARCHIVO SE LEE UNA SOLA VEZ POR PASADA.
       62-COMPROBAR-RUTA.
           MOVE "N" TO WS-RUTA-YA-LEIDA.
           PERFORM 63-COMPARAR-RUTA
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RUT-OCUPADAS.
           IF WS-RUTA-YA-LEIDA EQUAL "N"
               IF WS-RUT-OCUPADAS >= 20
                   DISPLAY "ERROR: tabla de rutas llena (20);"
                   " ampliar BANCONORMA43."
                   MOVE "S" TO WS-RUTA-YA-LEIDA
               ELSE
                   ADD 1 TO WS-RUT-OCUPADAS
                   MOVE IDX-RUTA TO WS-RUT-RUTA (WS-RUT-OCUPADAS)
               END-IF
           END-IF.
       62-COMPROBAR-RUTA-END.
       EXIT.


       63-COMPARAR-RUTA.
           IF WS-RUT-RUTA (WS-K) EQUAL IDX-RUTA
               MOVE "S" TO WS-RUTA-YA-LEIDA
           END-IF.
       63-COMPARAR-RUTA-END.
       EXIT.


       64-RECORRER-ARCHIVO.
           MOVE IDX-RUTA TO WS-RUTA-ARCHIVO.
           OPEN INPUT MOVS-ARCHIVO.
           IF WS-FS-ARCHIVO EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 65-LEER-ARCHIVO UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE MOVS-ARCHIVO.
       64-RECORRER-ARCHIVO-END.
       EXIT.


       65-LEER-ARCHIVO.
           READ MOVS-ARCHIVO INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               PERFORM 66-TRATAR-LINEA
           END-READ.
       65-LEER-ARCHIVO-END.
       EXIT.


      *> EN LA PASADA "I" SE QUEDA CON EL SALDO DEL MOVIMIENTO MAS
      *> RECIENTE ANTERIOR AL PERIODO (LOS ARCHIVOS PUEDEN LLEGAR EN
      *> CUALQUIER ORDEN); EN LA "D" ESCRIBE LOS DEL PERIODO.
       66-TRATAR-LINEA.
           IF WS-MOVS-ES-MOVIMIENTO
           AND WS-MOVS-CUENTA EQUAL NUMCUENTA
               IF WS-PASADA EQUAL "I"
                   IF WS-MOVS-FECHA < WS-DESDE-YYYYMMDD
                   AND WS-MOVS-FECHA >= WS-FECHA-ANTERIOR
                       MOVE WS-MOVS-FECHA TO WS-FECHA-ANTERIOR
                       MOVE WS-MOVS-SALDO TO WS-SALDO-INICIAL
                   END-IF
               ELSE
                   IF WS-MOVS-FECHA >= WS-DESDE-YYYYMMDD
                   AND WS-MOVS-FECHA <= WS-HASTA-YYYYMMDD
                       PERFORM 45-ESCRIBIR-APUNTE
                   END-IF
               END-IF
           END-IF.
       66-TRATAR-LINEA-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           MOVE WS-REGISTROS-FICHERO TO N43Z-REGISTROS.
           WRITE REG-NORMA43 FROM WS-N43-FIN.
           DISPLAY "Cuentas pedidas: " WS-CTRL-LEIDOS.
           DISPLAY "Cuentas exportadas: " WS-CTRL-ESCRITOS.
           DISPLAY "Registros en JNORMA43: " WS-REGISTROS-FICHERO.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CTRL-ESCRITOS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE PETICIONES CUENTA CLIENTES NORMA43 ENTREGAS
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCONORMA43.
