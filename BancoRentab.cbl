      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rentabilidad por cliente del mes pedido (AAAAMM) y
      *          del acumulado del año hasta ese mes. Recorre JMOVS (y
      *          los archivos anuales de JARCHIVOIDX del mismo año) y
      *          separa lo que el banco gana y lo que paga a cada
      *          cliente:
      *            costes: intereses de cuenta abonados (BANCOINTERES,
      *                    INTERES mas su RETENCION, es decir el bruto)
      *                    e intereses de depositos a plazo (parte de
      *                    interes del VENCPLAZO de BANCOPLAZOS);
      *            ingresos: comisiones de mantenimiento
      *                    (BANCOCOMISIONES), comisiones de devolucion
      *                    (BANCOCHQDEVOL, COMISION con la remesa en
      *                    el recibo), intereses de demora
      *                    (BANCOPENALIZA, INTDEMORA menos REGDEMORA) e
      *                    intereses de prestamo (parte de interes de
      *                    cada CUOTAPREST de BANCOPRESTCOBRO segun el
      *                    cuadro de amortizacion de BANCOPRESTAMOS).
      *          Las cuentas con varios titulares en JTITULARES (rol
      *          "T" o "C") se reparten a partes iguales entre ellos,
      *          igual que en BANCOGARANTIA. Deja en JRENTABINF el
      *          detalle por cliente, los 20 clientes mas y menos
      *          rentables del año, el desglose por concepto y los
      *          totales por producto de cuenta (PRODCUENTA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCORENTAB.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CLIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIENTES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CLI-ID
       ALTERNATE RECORD KEY IS CLI-NOMBRE-APELLIDO WITH DUPLICATES
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL TITULARES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTITULARES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS TIT-CLAVE
       FILE STATUS IS WS-FS-TITULARES.

       SELECT OPTIONAL PLAZOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPLAZOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PLAZO-ID
       FILE STATUS IS WS-FS-PLAZOS.

       SELECT OPTIONAL PRESTAMOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTAMOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PREST-ID
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL MOVS ASSIGN TO WS-RUTA-MOVS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT OPTIONAL INDICE ASSIGN TO WS-RUTA-INDICE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INDICE.

       SELECT OPTIONAL MOVS-ARCHIVO ASSIGN TO WS-RUTA-ARCHIVO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ARCHIVO.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRENTABINF.txt".

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD TITULARES.
           01 DATOS-TITULAR.
               05 TIT-CLAVE.
                   10 TIT-CUENTA PIC X(10).
                   10 TIT-CLIENTE PIC X(6).
               05 TIT-ROL PIC X(1).

       FD PLAZOS.
           01 DATOS-PLAZO.
               05 PLAZO-ID PIC 9(4).
               05 PLAZO-CUENTA PIC X(10).
               05 PLAZO-PRINCIPAL PIC 9(7)V99.
               05 PLAZO-TASA PIC 9V999.
               05 PLAZO-FECHA-INICIO PIC 9(8).
               05 PLAZO-FECHA-VENCIMIENTO PIC 9(8).
               05 PLAZO-ESTADO PIC X(1).

       FD PRESTAMOS.
           01 DATOS-PRESTAMO.
               05 PREST-ID PIC 9(4).
               05 PREST-CUENTA PIC X(10).
               05 PREST-PRINCIPAL PIC 9(7)V99.
               05 PREST-TASA PIC 9V999.
               05 PREST-MESES PIC 9(3).
               05 PREST-CUOTA PIC 9(7)V99.
               05 PREST-FECHA-INICIO PIC 9(8).
               05 PREST-CUOTAS-PAGADAS PIC 9(3).
               05 PREST-ULT-INTENTO PIC 9(6).
               05 PREST-ESTADO PIC X(1).
               05 PREST-SOLICITUD PIC 9(6).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> INDICE DE ARCHIVOS ANUALES QUE MANTIENE BANCOARCHIVA: SI YA
      *> SE HA CORTADO PARTE DEL AÑO PEDIDO, EL ACUMULADO SE COMPLETA
      *> CON EL ARCHIVO ANUAL DE ESE AÑO.
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

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JRENTABINF".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCORENTAB".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-CLIENTES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-TITULARES PIC 99.
       77 WS-FS-PLAZOS PIC 99.
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-INDICE PIC 99.
       77 WS-FS-ARCHIVO PIC 99.
       77 WS-FIN-CLIENTES PIC X(3).
       77 WS-FIN-CUENTAS PIC X(3).
       77 WS-FIN-TITULARES PIC X(3).
       77 WS-FIN-PLAZOS PIC X(3).
       77 WS-FIN-PRESTAMOS PIC X(3).
       77 WS-FIN-MOVS PIC X(3).
       77 WS-FIN-INDICE PIC X(3).
       77 WS-FIN-ARCHIVO PIC X(3).
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-CLIENTES-ABIERTO PIC X(1) VALUE "N".
       77 WS-TABLA-LLENA PIC X(1) VALUE "N".
       77 WS-CLIENTES-LLENA PIC X(1) VALUE "N".
       77 WS-RUTA-YA-LEIDA PIC X(1).
      *>PASADA "1" NUMERA LAS CUOTAS DE PRESTAMO, PASADA "2" IMPUTA.
       77 WS-PASADA PIC X(1).
       77 WS-PERIODO PIC 9(6).
       77 WS-ANIO PIC 9(4).
       77 WS-FECHA PIC X(21).
       77 WS-K PIC 9(4).
       77 WS-V PIC 9(4).
       77 WS-W PIC 9(4).
       77 WS-P PIC 9(4).
       77 WS-C PIC 9(4).
       77 WS-X PIC 9(4).
       77 WS-N PIC 9(3).
       77 WS-R PIC 9(3).
       77 WS-CONCEPTO PIC 9(1).
       77 WS-IMPORTE-CONCEPTO PIC S9(7)V99.
       77 WS-CUOTA-CLIENTE PIC S9(7)V99.
       77 WS-CLIENTE-IMPUTAR PIC X(6).
       77 WS-EN-MES PIC X(1).
       77 WS-NUM-CUOTA PIC S9(5).
       77 WS-PENDIENTE PIC S9(7)V99.
       77 WS-INTERES-MES PIC 9(7)V99.
       77 WS-TASA-MENSUAL PIC 9V9(6).
       77 WS-INTERES-PLAZO PIC 9(7)V99.
       77 WS-NETO PIC S9(9)V99.
       77 WS-MEJOR PIC 9(4).
       77 WS-NETO-MEJOR PIC S9(9)V99.
       77 WS-SIN-PLAZO PIC 9(5) VALUE 0.
       77 WS-SIN-PRESTAMO PIC 9(5) VALUE 0.
       77 WS-CLIENTES-LISTADOS PIC 9(5) VALUE 0.
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCORENTAB".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.

      *> RUTAS FISICAS DE LOS ARCHIVOS: POR DEFECTO LAS DE
      *> PRODUCCION, PERO EL SERVICIO RUTAS LAS PUEDE REDIRIGIR
      *> DESDE EL ARCHIVO DE CONFIGURACION JRUTAS AL ARRANCAR.
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt".
       77 WS-RUTA-INDICE PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JARCHIVOIDX.tx
      -"t".
       77 WS-RUTA-ARCHIVO PIC X(80).

      *> PRODUCTO DE LA CUENTA (SERVICIO PRODCUENTA, CATALOGO
      *> JPRODUCTOS).
       01 WS-PRODUCTO.
           05 WS-PRD-CODIGO PIC X(3).
           05 WS-PRD-DESCRIPCION PIC X(20).
           05 WS-PRD-TASA-INTERES PIC V999.
           05 WS-PRD-TRAMO OCCURS 3 TIMES.
               10 WS-PRD-TRAMO-DESDE PIC 9(7)V99.
               10 WS-PRD-TRAMO-TASA PIC V999.
           05 WS-PRD-CUOTA-MES PIC 9(4)V99.
           05 WS-PRD-MAX-DESCUBIERTO PIC 9(5)V99.
           05 WS-PRD-TASA-DEMORA PIC V9(5).
           05 WS-PRD-DIVISA PIC X(3) OCCURS 4 TIMES.
           05 WS-PRD-ESTADO PIC X(1).

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

      *> RUTAS DE ARCHIVOS ANUALES YA RECORRIDAS EN ESTA PASADA:
      *> EL INDICE PUEDE TENER VARIAS LINEAS DEL MISMO AÑO (UNA POR
      *> PASADA DE CORTE) Y EL ARCHIVO SOLO HAY QUE LEERLO UNA VEZ.
       01 WS-TABLA-RUTAS.
           05 WS-RUT-OCUPADAS PIC 9(2) VALUE 0.
           05 WS-RUT-ENTRADA OCCURS 20 TIMES.
               10 WS-RUT-RUTA PIC X(80).

      *> VINCULOS DE JTITULARES QUE HACEN TITULAR (TITULAR Y
      *> COTITULAR); LOS AUTORIZADOS NO PARTICIPAN DEL RESULTADO.
       01 WS-TABLA-VINCULOS.
           05 WS-VIN-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-VIN-ENTRADA OCCURS 1000 TIMES.
               10 WS-VIN-CUENTA PIC X(10).
               10 WS-VIN-CLIENTE PIC X(6).

      *> DEPOSITOS YA VENCIDOS: EL VENCPLAZO ABONA PRINCIPAL MAS
      *> INTERES Y AQUI SE GUARDA CUAL DE LAS DOS PARTES ES INTERES.
       01 WS-TABLA-PLAZOS.
           05 WS-PZ-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-PZ-ENTRADA OCCURS 1000 TIMES.
               10 WS-PZ-CUENTA PIC X(10).
               10 WS-PZ-ABONO PIC 9(8)V99.
               10 WS-PZ-INTERES PIC 9(7)V99.

      *> PRESTAMOS CON LO NECESARIO PARA REHACER SU CUADRO. LAS
      *> CUOTAS COBRADAS DESDE EL 1 DE ENERO SE CUENTAN EN LA PRIMERA
      *> PASADA: ASI SE SABE QUE NUMERO DE CUOTA ES CADA CUOTAPREST.
       01 WS-TABLA-PRESTAMOS.
           05 WS-PR-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-PR-ENTRADA OCCURS 500 TIMES.
               10 WS-PR-CUENTA PIC X(10).
               10 WS-PR-PRINCIPAL PIC 9(7)V99.
               10 WS-PR-TASA PIC 9V999.
               10 WS-PR-MESES PIC 9(3).
               10 WS-PR-CUOTA PIC 9(7)V99.
               10 WS-PR-PAGADAS PIC 9(3).
               10 WS-PR-DEL-ANIO PIC 9(3).
               10 WS-PR-VISTAS PIC 9(3).

      *> CUENTAS CON SU TITULAR PRINCIPAL, SU PRODUCTO Y CUANTOS
      *> TITULARES SE REPARTEN SU RESULTADO.
       01 WS-TABLA-CUENTAS.
           05 WS-CTA-OCUPADAS PIC 9(4) VALUE 0.
           05 WS-CTA-ENTRADA OCCURS 3000 TIMES.
               10 WS-CTA-CUENTA PIC X(10).
               10 WS-CTA-CLIENTE PIC X(6).
               10 WS-CTA-PRODUCTO PIC X(3).
               10 WS-CTA-TITULARES PIC 9(3).

      *> RESULTADO POR CLIENTE: INGRESOS Y COSTES DEL MES Y DEL AÑO.
      *> LA MARCA DICE SI YA SALIO EN EL DETALLE ("L") Y EN QUE LISTA
      *> DE LAS 20 HA ENTRADO ("M" MEJORES, "P" PEORES).
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-CLI-ENTRADA OCCURS 3000 TIMES.
               10 WS-CLI-CLIENTE PIC X(6).
               10 WS-CLI-MES-INGRESOS PIC S9(9)V99.
               10 WS-CLI-MES-COSTES PIC S9(9)V99.
               10 WS-CLI-ANIO-INGRESOS PIC S9(9)V99.
               10 WS-CLI-ANIO-COSTES PIC S9(9)V99.
               10 WS-CLI-LISTADO PIC X(1).
               10 WS-CLI-RANKING PIC X(1).

      *> TOTALES POR PRODUCTO DE CUENTA.
       01 WS-TABLA-PRODUCTOS.
           05 WS-PRO-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-PRO-ENTRADA OCCURS 30 TIMES.
               10 WS-PRO-CODIGO PIC X(3).
               10 WS-PRO-MES-INGRESOS PIC S9(11)V99.
               10 WS-PRO-MES-COSTES PIC S9(11)V99.
               10 WS-PRO-ANIO-INGRESOS PIC S9(11)V99.
               10 WS-PRO-ANIO-COSTES PIC S9(11)V99.

      *> CONCEPTOS DEL INFORME: NOMBRE Y CLASE ("C" COSTE, "I"
      *> INGRESO).
       01 WS-TABLA-CONCEPTOS-DATOS.
           05 FILLER PIC X(25) VALUE "Intereses de cuentas    C".
           05 FILLER PIC X(25) VALUE "Intereses de plazos     C".
           05 FILLER PIC X(25) VALUE "Comision. mantenimiento I".
           05 FILLER PIC X(25) VALUE "Comisiones devolucion   I".
           05 FILLER PIC X(25) VALUE "Intereses de demora     I".
           05 FILLER PIC X(25) VALUE "Intereses de prestamos  I".
       01 FILLER REDEFINES WS-TABLA-CONCEPTOS-DATOS.
           05 WS-CON-DATOS OCCURS 6 TIMES.
               10 WS-CON-NOMBRE PIC X(24).
               10 WS-CON-CLASE PIC X(1).

       01 WS-TABLA-CONCEPTOS-IMPORTES.
           05 WS-CON-IMPORTES OCCURS 6 TIMES.
               10 WS-CON-MES PIC S9(11)V99.
               10 WS-CON-ANIO PIC S9(11)V99.

       01 WS-TOTALES-BANCO.
           05 WS-TOT-MES-INGRESOS PIC S9(11)V99.
           05 WS-TOT-MES-COSTES PIC S9(11)V99.
           05 WS-TOT-ANIO-INGRESOS PIC S9(11)V99.
           05 WS-TOT-ANIO-COSTES PIC S9(11)V99.

       01 WS-TITULO.
           05 FILLER PIC X(40) VALUE
           "RENTABILIDAD POR CLIENTE - PERIODO     ".
           05 TTL-PERIODO PIC 9(6).

       01 WS-LINEA-FECHA.
           05 FILLER PIC X(7) VALUE "Fecha: ".
           05 FEC-FECHA PIC X(21).

       01 WS-SUBTITULO.
           05 SUB-TEXTO PIC X(60).

       01 WS-CABECERA-PERIODOS.
           05 FILLER PIC X(40) VALUE
           "                  --------- MES --------".
           05 FILLER PIC X(40) VALUE
           "-  ------ ACUMULADO DEL AÑO ------".

       01 WS-CABECERA.
           05 FILLER PIC X(40) VALUE
           "CLIENTE APELLIDO   INGRESOS   COSTES    ".
           05 FILLER PIC X(40) VALUE
           "  NETO  INGRESOS   COSTES      NETO     ".

       01 WS-LINEA-CLIENTE.
           05 LIN-CLIENTE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-APELLIDO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-MES-INGRESOS PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LIN-MES-COSTES PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LIN-MES-NETO PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LIN-ANIO-INGRESOS PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LIN-ANIO-COSTES PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LIN-ANIO-NETO PIC -(5)9.99.

       01 WS-CABECERA-RANKING.
           05 FILLER PIC X(40) VALUE
           "POS CLIENTE NOMBRE     APELLIDO     NETO".
           05 FILLER PIC X(40) VALUE
           " AÑO    NETO MES".

       01 WS-LINEA-RANKING.
           05 RNK-POSICION PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RNK-CLIENTE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RNK-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RNK-APELLIDO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RNK-ANIO-NETO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RNK-MES-NETO PIC -(7)9.99.

       01 WS-CABECERA-CONCEPTOS.
           05 FILLER PIC X(40) VALUE
           "CONCEPTO                 CLASE         M".
           05 FILLER PIC X(40) VALUE
           "ES     ACUMULADO AÑO".

       01 WS-LINEA-CONCEPTO.
           05 CON-NOMBRE PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 CON-CLASE PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 CON-MES PIC -(10)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CON-ANIO PIC -(10)9.99.

       01 WS-CABECERA-PRODUCTOS.
           05 FILLER PIC X(40) VALUE
           "PRD  INGR. MES COSTES MES   NETO MES  IN".
           05 FILLER PIC X(40) VALUE
           "GR. AÑO COSTES AÑO   NETO AÑO".

       01 WS-LINEA-PRODUCTO.
           05 PRO-CODIGO PIC X(5).
           05 PRO-MES-INGRESOS PIC -(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PRO-MES-COSTES PIC -(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PRO-MES-NETO PIC -(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PRO-ANIO-INGRESOS PIC -(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PRO-ANIO-COSTES PIC -(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 PRO-ANIO-NETO PIC -(6)9.99.

       01 WS-LINEA-AVISO.
           05 AVI-TEXTO PIC X(50).
           05 AVI-CONTADOR PIC ZZZZ9.

       01 WS-RAYAS.
           05 FILLER PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Periodo de rentabilidad (AAAAMM): "
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO (1:4) TO WS-ANIO.
           PERFORM 05-CARGAR-RUTAS.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               PERFORM 12-CARGAR-VINCULOS
               PERFORM 14-CARGAR-PLAZOS
               PERFORM 16-CARGAR-PRESTAMOS
               PERFORM 18-CARGAR-CUENTAS
               MOVE "1" TO WS-PASADA
               PERFORM 30-RECORRER-MOVIMIENTOS
               MOVE "2" TO WS-PASADA
               PERFORM 30-RECORRER-MOVIMIENTOS
               PERFORM 60-ESCRIBIR-CABECERAS
               PERFORM 62-LISTAR-CLIENTES
               PERFORM 70-ESCRIBIR-RANKINGS
               PERFORM 76-ESCRIBIR-CONCEPTOS
               PERFORM 78-ESCRIBIR-PRODUCTOS
               PERFORM 80-ESCRIBIR-RESUMEN
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       05-CARGAR-RUTAS.
           MOVE "JMOVS" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVS
           MOVE "JARCHIVOIDX" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-INDICE.
       05-CARGAR-RUTAS-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Error abriendo CUENTA, file status: "
               WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN INPUT CLIENTES
               IF WS-FS-CLIENTES EQUAL "00"
                   MOVE "S" TO WS-CLIENTES-ABIERTO
               END-IF
               OPEN OUTPUT INFORME
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               CALL "FECHA-ACTUAL" USING WS-FECHA
               INITIALIZE WS-TABLA-CONCEPTOS-IMPORTES
               INITIALIZE WS-TOTALES-BANCO
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


       12-CARGAR-VINCULOS.
           OPEN INPUT TITULARES.
           IF WS-FS-TITULARES EQUAL "00"
               MOVE "NO" TO WS-FIN-TITULARES
               PERFORM 13-LEER-VINCULO
                   UNTIL WS-FIN-TITULARES EQUAL "SI"
           END-IF.
           CLOSE TITULARES.
       12-CARGAR-VINCULOS-END.
       EXIT.


       13-LEER-VINCULO.
           READ TITULARES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-TITULARES
           NOT AT END
               IF TIT-ROL EQUAL "T" OR TIT-ROL EQUAL "C"
                   IF WS-VIN-OCUPADOS < 1000
                       ADD 1 TO WS-VIN-OCUPADOS
                       MOVE TIT-CUENTA
                           TO WS-VIN-CUENTA (WS-VIN-OCUPADOS)
                       MOVE TIT-CLIENTE
                           TO WS-VIN-CLIENTE (WS-VIN-OCUPADOS)
                   ELSE
                       IF WS-TABLA-LLENA NOT EQUAL "S"
                           DISPLAY "ERROR: tabla de titulares llena"
                           " (1000); ampliar BANCORENTAB."
                           MOVE "S" TO WS-TABLA-LLENA
                       END-IF
                   END-IF
               END-IF
           END-READ.
       13-LEER-VINCULO-END.
       EXIT.


       14-CARGAR-PLAZOS.
           MOVE "N" TO WS-TABLA-LLENA.
           OPEN INPUT PLAZOS.
           IF WS-FS-PLAZOS EQUAL "00"
               MOVE "NO" TO WS-FIN-PLAZOS
               PERFORM 15-LEER-PLAZO
                   UNTIL WS-FIN-PLAZOS EQUAL "SI"
           END-IF.
           CLOSE PLAZOS.
       14-CARGAR-PLAZOS-END.
       EXIT.


      *> EL INTERES SE CALCULA IGUAL QUE LO ABONA BANCOPLAZOS AL
      *> VENCER (PRINCIPAL POR TASA), PARA RECONOCER SU VENCPLAZO.
       15-LEER-PLAZO.
           READ PLAZOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PLAZOS
           NOT AT END
               IF PLAZO-ESTADO EQUAL "V"
                   IF WS-PZ-OCUPADOS < 1000
                       ADD 1 TO WS-PZ-OCUPADOS
                       MOVE PLAZO-CUENTA
                           TO WS-PZ-CUENTA (WS-PZ-OCUPADOS)
                       COMPUTE WS-PZ-INTERES (WS-PZ-OCUPADOS) ROUNDED
                           = PLAZO-PRINCIPAL * PLAZO-TASA
                       COMPUTE WS-PZ-ABONO (WS-PZ-OCUPADOS) =
                           PLAZO-PRINCIPAL
                           + WS-PZ-INTERES (WS-PZ-OCUPADOS)
                   ELSE
                       IF WS-TABLA-LLENA NOT EQUAL "S"
                           DISPLAY "ERROR: tabla de depositos llena"
                           " (1000); ampliar BANCORENTAB."
                           MOVE "S" TO WS-TABLA-LLENA
                       END-IF
                   END-IF
               END-IF
           END-READ.
       15-LEER-PLAZO-END.
       EXIT.


       16-CARGAR-PRESTAMOS.
           MOVE "N" TO WS-TABLA-LLENA.
           OPEN INPUT PRESTAMOS.
           IF WS-FS-PRESTAMOS EQUAL "00"
               MOVE "NO" TO WS-FIN-PRESTAMOS
               PERFORM 17-LEER-PRESTAMO
                   UNTIL WS-FIN-PRESTAMOS EQUAL "SI"
           END-IF.
           CLOSE PRESTAMOS.
       16-CARGAR-PRESTAMOS-END.
       EXIT.


       17-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF WS-PR-OCUPADOS < 500
                   ADD 1 TO WS-PR-OCUPADOS
                   MOVE PREST-CUENTA TO WS-PR-CUENTA (WS-PR-OCUPADOS)
                   MOVE PREST-PRINCIPAL
                       TO WS-PR-PRINCIPAL (WS-PR-OCUPADOS)
                   MOVE PREST-TASA TO WS-PR-TASA (WS-PR-OCUPADOS)
                   MOVE PREST-MESES TO WS-PR-MESES (WS-PR-OCUPADOS)
                   MOVE PREST-CUOTA TO WS-PR-CUOTA (WS-PR-OCUPADOS)
                   MOVE PREST-CUOTAS-PAGADAS
                       TO WS-PR-PAGADAS (WS-PR-OCUPADOS)
                   MOVE ZERO TO WS-PR-DEL-ANIO (WS-PR-OCUPADOS)
                   MOVE ZERO TO WS-PR-VISTAS (WS-PR-OCUPADOS)
               ELSE
                   IF WS-TABLA-LLENA NOT EQUAL "S"
                       DISPLAY "ERROR: tabla de prestamos llena"
                       " (500); ampliar BANCORENTAB."
                       MOVE "S" TO WS-TABLA-LLENA
                   END-IF
               END-IF
           END-READ.
       17-LEER-PRESTAMO-END.
       EXIT.


       18-CARGAR-CUENTAS.
           MOVE "N" TO WS-TABLA-LLENA.
           MOVE "NO" TO WS-FIN-CUENTAS.
           PERFORM 19-LEER-CUENTA
               UNTIL WS-FIN-CUENTAS EQUAL "SI".
       18-CARGAR-CUENTAS-END.
       EXIT.


      *> EL CLIENTE-ID DE LA CUENTA CUENTA SIEMPRE COMO UN TITULAR;
      *> SE SUMAN LOS DEMAS TITULARES Y COTITULARES VINCULADOS.
       19-LEER-CUENTA.
           READ CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               IF WS-CTA-OCUPADAS < 3000
                   ADD 1 TO WS-CTA-OCUPADAS
                   MOVE NUMCUENTA TO WS-CTA-CUENTA (WS-CTA-OCUPADAS)
                   MOVE CLIENTE-ID TO WS-CTA-CLIENTE (WS-CTA-OCUPADAS)
                   CALL "PRODCUENTA" USING WS-PRD-OPERACION,
                       NUMCUENTA, WS-PRODUCTO, WS-PRD-RESULTADO
                   IF WS-PRD-RESULTADO EQUAL "S"
                       MOVE WS-PRD-CODIGO
                           TO WS-CTA-PRODUCTO (WS-CTA-OCUPADAS)
                   ELSE
                       MOVE "---" TO WS-CTA-PRODUCTO (WS-CTA-OCUPADAS)
                   END-IF
                   MOVE 1 TO WS-CTA-TITULARES (WS-CTA-OCUPADAS)
                   PERFORM 20-CONTAR-TITULAR
                       VARYING WS-W FROM 1 BY 1
                       UNTIL WS-W > WS-VIN-OCUPADOS
               ELSE
                   IF WS-TABLA-LLENA NOT EQUAL "S"
                       DISPLAY "ERROR: tabla de cuentas llena"
                       " (3000); ampliar BANCORENTAB."
                       MOVE "S" TO WS-TABLA-LLENA
                   END-IF
               END-IF
           END-READ.
       19-LEER-CUENTA-END.
       EXIT.


       20-CONTAR-TITULAR.
           IF WS-VIN-CUENTA (WS-W) EQUAL NUMCUENTA
           AND WS-VIN-CLIENTE (WS-W) NOT EQUAL CLIENTE-ID
               ADD 1 TO WS-CTA-TITULARES (WS-CTA-OCUPADAS)
           END-IF.
       20-CONTAR-TITULAR-END.
       EXIT.


      *> PRIMERO LOS ARCHIVOS ANUALES DEL AÑO PEDIDO (LO MAS
      *> ANTIGUO) Y LUEGO JMOVS, PARA QUE LAS CUOTAS SE VEAN EN ORDEN.
       30-RECORRER-MOVIMIENTOS.
           MOVE ZERO TO WS-RUT-OCUPADAS.
           OPEN INPUT INDICE.
           IF WS-FS-INDICE EQUAL "00"
               MOVE "NO" TO WS-FIN-INDICE
               PERFORM 31-LEER-INDICE
                   UNTIL WS-FIN-INDICE EQUAL "SI"
           END-IF.
           CLOSE INDICE.

           OPEN INPUT MOVS.
           IF WS-FS-MOVS EQUAL "00"
               MOVE "NO" TO WS-FIN-MOVS
               PERFORM 36-LEER-MOVS
                   UNTIL WS-FIN-MOVS EQUAL "SI"
           END-IF.
           CLOSE MOVS.
       30-RECORRER-MOVIMIENTOS-END.
       EXIT.


       31-LEER-INDICE.
           READ INDICE
           AT END
               MOVE "SI" TO WS-FIN-INDICE
           NOT AT END
               IF IDX-ARCHIVO EQUAL "JMOVS"
               AND IDX-ANIO EQUAL WS-ANIO
                   PERFORM 32-COMPROBAR-RUTA
                   IF WS-RUTA-YA-LEIDA EQUAL "N"
                       PERFORM 34-RECORRER-ARCHIVO
                   END-IF
               END-IF
           END-READ.
       31-LEER-INDICE-END.
       EXIT.


       32-COMPROBAR-RUTA.
           MOVE "N" TO WS-RUTA-YA-LEIDA.
           PERFORM 33-COMPARAR-RUTA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-RUT-OCUPADAS.
           IF WS-RUTA-YA-LEIDA EQUAL "N"
               IF WS-RUT-OCUPADAS >= 20
                   DISPLAY "ERROR: tabla de rutas llena (20);"
                   " ampliar BANCORENTAB."
                   MOVE "S" TO WS-RUTA-YA-LEIDA
               ELSE
                   ADD 1 TO WS-RUT-OCUPADAS
                   MOVE IDX-RUTA TO WS-RUT-RUTA (WS-RUT-OCUPADAS)
               END-IF
           END-IF.
       32-COMPROBAR-RUTA-END.
       EXIT.


       33-COMPARAR-RUTA.
           IF WS-RUT-RUTA (WS-K) EQUAL IDX-RUTA
               MOVE "S" TO WS-RUTA-YA-LEIDA
           END-IF.
       33-COMPARAR-RUTA-END.
       EXIT.


       34-RECORRER-ARCHIVO.
           MOVE IDX-RUTA TO WS-RUTA-ARCHIVO.
           OPEN INPUT MOVS-ARCHIVO.
           IF WS-FS-ARCHIVO EQUAL "00"
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 35-LEER-ARCHIVADO
                   UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE MOVS-ARCHIVO.
       34-RECORRER-ARCHIVO-END.
       EXIT.


       35-LEER-ARCHIVADO.
           READ MOVS-ARCHIVO INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               PERFORM 38-TRATAR-LINEA
           END-READ.
       35-LEER-ARCHIVADO-END.
       EXIT.


       36-LEER-MOVS.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               PERFORM 38-TRATAR-LINEA
           END-READ.
       36-LEER-MOVS-END.
       EXIT.


      *> SOLO CUENTAN LOS MOVIMIENTOS DEL AÑO PEDIDO HASTA EL FINAL
      *> DEL MES PEDIDO (LA PRIMERA PASADA CUENTA TODAS LAS CUOTAS
      *> DEL AÑO, TAMBIEN LAS POSTERIORES, PARA NUMERARLAS).
       38-TRATAR-LINEA.
           IF WS-MOVS-ES-MOVIMIENTO
           AND WS-MOVS-FECHA (1:4) EQUAL WS-ANIO
               IF WS-PASADA EQUAL "1"
                   IF WS-MOVS-TIPO EQUAL "CUOTAPREST"
                       PERFORM 40-CONTAR-CUOTA
                   END-IF
               ELSE
                   ADD 1 TO WS-CTRL-LEIDOS
                   IF WS-MOVS-FECHA (1:6) NOT GREATER WS-PERIODO
                       PERFORM 43-CLASIFICAR-MOVIMIENTO
                   END-IF
               END-IF
           END-IF.
       38-TRATAR-LINEA-END.
       EXIT.


       40-CONTAR-CUOTA.
           PERFORM 41-BUSCAR-PRESTAMO.
           IF WS-P > 0
               ADD 1 TO WS-PR-DEL-ANIO (WS-P)
           END-IF.
       40-CONTAR-CUOTA-END.
       EXIT.


      *> EL PRESTAMO DE UNA CUOTAPREST ES EL DE SU CUENTA CON ESA
      *> MISMA CUOTA; DEJA EL INDICE EN WS-P (CERO SI NO APARECE).
       41-BUSCAR-PRESTAMO.
           MOVE ZERO TO WS-P.
           PERFORM 42-COMPARAR-PRESTAMO
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-PR-OCUPADOS OR WS-P > 0.
       41-BUSCAR-PRESTAMO-END.
       EXIT.


       42-COMPARAR-PRESTAMO.
           IF WS-PR-CUENTA (WS-X) EQUAL WS-MOVS-CUENTA
           AND WS-PR-CUOTA (WS-X) EQUAL WS-MOVS-IMPORTE
               MOVE WS-X TO WS-P
           END-IF.
       42-COMPARAR-PRESTAMO-END.
       EXIT.


       43-CLASIFICAR-MOVIMIENTO.
           MOVE ZERO TO WS-CONCEPTO.
           MOVE WS-MOVS-IMPORTE TO WS-IMPORTE-CONCEPTO.
           EVALUATE WS-MOVS-TIPO
               WHEN "INTERES"
               WHEN "RETENCION"
                   MOVE 1 TO WS-CONCEPTO
               WHEN "VENCPLAZO"
                   MOVE 2 TO WS-CONCEPTO
                   PERFORM 44-INTERES-PLAZO
               WHEN "COMISION"
                   IF WS-MOVS-RECIBO EQUAL ZERO
                       MOVE 3 TO WS-CONCEPTO
                   ELSE
                       MOVE 4 TO WS-CONCEPTO
                   END-IF
               WHEN "INTDEMORA"
                   MOVE 5 TO WS-CONCEPTO
               WHEN "REGDEMORA"
                   MOVE 5 TO WS-CONCEPTO
                   COMPUTE WS-IMPORTE-CONCEPTO = 0 - WS-MOVS-IMPORTE
               WHEN "CUOTAPREST"
                   MOVE 6 TO WS-CONCEPTO
                   PERFORM 46-INTERES-CUOTA
           END-EVALUATE.
           IF WS-CONCEPTO > 0 AND WS-IMPORTE-CONCEPTO NOT EQUAL ZERO
               PERFORM 50-IMPUTAR-IMPORTE
           END-IF.
       43-CLASIFICAR-MOVIMIENTO-END.
       EXIT.


       44-INTERES-PLAZO.
           MOVE ZERO TO WS-IMPORTE-CONCEPTO.
           MOVE ZERO TO WS-P.
           PERFORM 45-COMPARAR-PLAZO
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-PZ-OCUPADOS OR WS-P > 0.
           IF WS-P > 0
               MOVE WS-PZ-INTERES (WS-P) TO WS-IMPORTE-CONCEPTO
           ELSE
               ADD 1 TO WS-SIN-PLAZO
               DISPLAY "AVISO: VENCPLAZO de " WS-MOVS-CUENTA
               " del " WS-MOVS-FECHA " sin deposito en JPLAZOS."
           END-IF.
       44-INTERES-PLAZO-END.
       EXIT.


       45-COMPARAR-PLAZO.
           IF WS-PZ-CUENTA (WS-X) EQUAL WS-MOVS-CUENTA
           AND WS-PZ-ABONO (WS-X) EQUAL WS-MOVS-IMPORTE
               MOVE WS-X TO WS-P
           END-IF.
       45-COMPARAR-PLAZO-END.
       EXIT.


      *> NUMERO DE CUOTA = CUOTAS PAGADAS HOY MENOS LAS COBRADAS EN
      *> EL AÑO MAS LAS YA VISTAS EN ESTA PASADA. EL INTERES ES EL DEL
      *> CUADRO DE BANCOPRESTAMOS: PENDIENTE POR TASA MENSUAL.
       46-INTERES-CUOTA.
           MOVE ZERO TO WS-IMPORTE-CONCEPTO.
           PERFORM 41-BUSCAR-PRESTAMO.
           IF WS-P EQUAL ZERO
               ADD 1 TO WS-SIN-PRESTAMO
               DISPLAY "AVISO: CUOTAPREST de " WS-MOVS-CUENTA
               " del " WS-MOVS-FECHA " sin prestamo en JPRESTAMOS."
           ELSE
               ADD 1 TO WS-PR-VISTAS (WS-P)
               COMPUTE WS-NUM-CUOTA = WS-PR-PAGADAS (WS-P)
                   - WS-PR-DEL-ANIO (WS-P) + WS-PR-VISTAS (WS-P)
               IF WS-NUM-CUOTA < 1
                   MOVE 1 TO WS-NUM-CUOTA
               END-IF
               COMPUTE WS-TASA-MENSUAL ROUNDED =
                   WS-PR-TASA (WS-P) / 12
               MOVE WS-PR-PRINCIPAL (WS-P) TO WS-PENDIENTE
               PERFORM 47-AMORTIZAR-CUOTA
                   VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N >= WS-NUM-CUOTA
                   OR WS-PENDIENTE NOT GREATER ZERO
               IF WS-PENDIENTE > ZERO
                   COMPUTE WS-INTERES-MES ROUNDED =
                       WS-PENDIENTE * WS-TASA-MENSUAL
                   IF WS-INTERES-MES > WS-PR-CUOTA (WS-P)
                       MOVE WS-PR-CUOTA (WS-P) TO WS-INTERES-MES
                   END-IF
                   MOVE WS-INTERES-MES TO WS-IMPORTE-CONCEPTO
               END-IF
           END-IF.
       46-INTERES-CUOTA-END.
       EXIT.


       47-AMORTIZAR-CUOTA.
           COMPUTE WS-INTERES-MES ROUNDED =
               WS-PENDIENTE * WS-TASA-MENSUAL.
           COMPUTE WS-PENDIENTE = WS-PENDIENTE
               - (WS-PR-CUOTA (WS-P) - WS-INTERES-MES).
       47-AMORTIZAR-CUOTA-END.
       EXIT.


      *> EL IMPORTE VA AL CONCEPTO, AL PRODUCTO DE LA CUENTA Y, A
      *> PARTES IGUALES, A CADA TITULAR DE LA CUENTA.
       50-IMPUTAR-IMPORTE.
           IF WS-MOVS-FECHA (1:6) EQUAL WS-PERIODO
               MOVE "S" TO WS-EN-MES
           ELSE
               MOVE "N" TO WS-EN-MES
           END-IF.
           ADD WS-IMPORTE-CONCEPTO TO WS-CON-ANIO (WS-CONCEPTO).
           IF WS-EN-MES EQUAL "S"
               ADD WS-IMPORTE-CONCEPTO TO WS-CON-MES (WS-CONCEPTO)
           END-IF.

           MOVE ZERO TO WS-C.
           PERFORM 51-COMPARAR-CUENTA
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-CTA-OCUPADAS OR WS-C > 0.
           IF WS-C EQUAL ZERO
               DISPLAY "AVISO: cuenta " WS-MOVS-CUENTA
               " de JMOVS no esta en JDATOSCUENTA."
           ELSE
               PERFORM 52-IMPUTAR-PRODUCTO
               COMPUTE WS-CUOTA-CLIENTE ROUNDED =
                   WS-IMPORTE-CONCEPTO / WS-CTA-TITULARES (WS-C)
               MOVE WS-CTA-CLIENTE (WS-C) TO WS-CLIENTE-IMPUTAR
               PERFORM 54-IMPUTAR-CLIENTE
               PERFORM 53-IMPUTAR-VINCULO
                   VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-VIN-OCUPADOS
           END-IF.
       50-IMPUTAR-IMPORTE-END.
       EXIT.


       51-COMPARAR-CUENTA.
           IF WS-CTA-CUENTA (WS-X) EQUAL WS-MOVS-CUENTA
               MOVE WS-X TO WS-C
           END-IF.
       51-COMPARAR-CUENTA-END.
       EXIT.


       52-IMPUTAR-PRODUCTO.
           MOVE ZERO TO WS-P.
           PERFORM 55-COMPARAR-PRODUCTO
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-PRO-OCUPADOS OR WS-P > 0.
           IF WS-P EQUAL ZERO AND WS-PRO-OCUPADOS < 30
               ADD 1 TO WS-PRO-OCUPADOS
               MOVE WS-PRO-OCUPADOS TO WS-P
               MOVE WS-CTA-PRODUCTO (WS-C) TO WS-PRO-CODIGO (WS-P)
               MOVE ZERO TO WS-PRO-MES-INGRESOS (WS-P)
               MOVE ZERO TO WS-PRO-MES-COSTES (WS-P)
               MOVE ZERO TO WS-PRO-ANIO-INGRESOS (WS-P)
               MOVE ZERO TO WS-PRO-ANIO-COSTES (WS-P)
           END-IF.
           IF WS-P > 0
               IF WS-CON-CLASE (WS-CONCEPTO) EQUAL "I"
                   ADD WS-IMPORTE-CONCEPTO
                       TO WS-PRO-ANIO-INGRESOS (WS-P)
                   IF WS-EN-MES EQUAL "S"
                       ADD WS-IMPORTE-CONCEPTO
                           TO WS-PRO-MES-INGRESOS (WS-P)
                   END-IF
               ELSE
                   ADD WS-IMPORTE-CONCEPTO
                       TO WS-PRO-ANIO-COSTES (WS-P)
                   IF WS-EN-MES EQUAL "S"
                       ADD WS-IMPORTE-CONCEPTO
                           TO WS-PRO-MES-COSTES (WS-P)
                   END-IF
               END-IF
           END-IF.
       52-IMPUTAR-PRODUCTO-END.
       EXIT.


       53-IMPUTAR-VINCULO.
           IF WS-VIN-CUENTA (WS-W) EQUAL WS-MOVS-CUENTA
           AND WS-VIN-CLIENTE (WS-W) NOT EQUAL WS-CTA-CLIENTE (WS-C)
               MOVE WS-VIN-CLIENTE (WS-W) TO WS-CLIENTE-IMPUTAR
               PERFORM 54-IMPUTAR-CLIENTE
           END-IF.
       53-IMPUTAR-VINCULO-END.
       EXIT.


       54-IMPUTAR-CLIENTE.
           MOVE ZERO TO WS-K.
           PERFORM 56-COMPARAR-CLIENTE
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-CLI-OCUPADOS OR WS-K > 0.
           IF WS-K EQUAL ZERO
               IF WS-CLI-OCUPADOS < 3000
                   ADD 1 TO WS-CLI-OCUPADOS
                   MOVE WS-CLI-OCUPADOS TO WS-K
                   MOVE WS-CLIENTE-IMPUTAR TO WS-CLI-CLIENTE (WS-K)
                   MOVE ZERO TO WS-CLI-MES-INGRESOS (WS-K)
                   MOVE ZERO TO WS-CLI-MES-COSTES (WS-K)
                   MOVE ZERO TO WS-CLI-ANIO-INGRESOS (WS-K)
                   MOVE ZERO TO WS-CLI-ANIO-COSTES (WS-K)
                   MOVE SPACE TO WS-CLI-LISTADO (WS-K)
                   MOVE SPACE TO WS-CLI-RANKING (WS-K)
               ELSE
                   IF WS-CLIENTES-LLENA NOT EQUAL "S"
                       DISPLAY "ERROR: tabla de clientes llena"
                       " (3000); ampliar BANCORENTAB."
                       MOVE "S" TO WS-CLIENTES-LLENA
                   END-IF
               END-IF
           END-IF.
           IF WS-K > 0
               IF WS-CON-CLASE (WS-CONCEPTO) EQUAL "I"
                   ADD WS-CUOTA-CLIENTE TO WS-CLI-ANIO-INGRESOS (WS-K)
                   IF WS-EN-MES EQUAL "S"
                       ADD WS-CUOTA-CLIENTE
                           TO WS-CLI-MES-INGRESOS (WS-K)
                   END-IF
               ELSE
                   ADD WS-CUOTA-CLIENTE TO WS-CLI-ANIO-COSTES (WS-K)
                   IF WS-EN-MES EQUAL "S"
                       ADD WS-CUOTA-CLIENTE TO WS-CLI-MES-COSTES (WS-K)
                   END-IF
               END-IF
           END-IF.
       54-IMPUTAR-CLIENTE-END.
       EXIT.


       55-COMPARAR-PRODUCTO.
           IF WS-PRO-CODIGO (WS-X) EQUAL WS-CTA-PRODUCTO (WS-C)
               MOVE WS-X TO WS-P
           END-IF.
       55-COMPARAR-PRODUCTO-END.
       EXIT.


       56-COMPARAR-CLIENTE.
           IF WS-CLI-CLIENTE (WS-X) EQUAL WS-CLIENTE-IMPUTAR
               MOVE WS-X TO WS-K
           END-IF.
       56-COMPARAR-CLIENTE-END.
       EXIT.


       60-ESCRIBIR-CABECERAS.
           MOVE WS-PERIODO TO TTL-PERIODO.
           WRITE REGISTRO-INFORME FROM WS-TITULO.
           MOVE WS-FECHA TO FEC-FECHA.
           WRITE REGISTRO-INFORME FROM WS-LINEA-FECHA.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-PERIODOS.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
       60-ESCRIBIR-CABECERAS-END.
       EXIT.


      *> DETALLE EN ORDEN DE JCLIENTES; LOS CLIENTE-ID DE CUENTAS
      *> SIN FICHA EN JCLIENTES SALEN AL FINAL, SIN APELLIDO.
       62-LISTAR-CLIENTES.
           IF WS-CLIENTES-ABIERTO EQUAL "S"
               MOVE "NO" TO WS-FIN-CLIENTES
               PERFORM 63-LEER-CLIENTE
                   UNTIL WS-FIN-CLIENTES EQUAL "SI"
           END-IF.
           MOVE SPACES TO CLI-APELLIDO.
           PERFORM 65-LISTAR-SIN-FICHA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CLI-OCUPADOS.
       62-LISTAR-CLIENTES-END.
       EXIT.


       63-LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CLIENTES
           NOT AT END
               MOVE CLI-ID TO WS-CLIENTE-IMPUTAR
               MOVE ZERO TO WS-K
               PERFORM 56-COMPARAR-CLIENTE
                   VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-CLI-OCUPADOS OR WS-K > 0
               IF WS-K > 0
                   PERFORM 64-ESCRIBIR-CLIENTE
               END-IF
           END-READ.
       63-LEER-CLIENTE-END.
       EXIT.


       64-ESCRIBIR-CLIENTE.
           MOVE "L" TO WS-CLI-LISTADO (WS-K).
           ADD 1 TO WS-CLIENTES-LISTADOS.
           ADD WS-CLI-MES-INGRESOS (WS-K) TO WS-TOT-MES-INGRESOS.
           ADD WS-CLI-MES-COSTES (WS-K) TO WS-TOT-MES-COSTES.
           ADD WS-CLI-ANIO-INGRESOS (WS-K) TO WS-TOT-ANIO-INGRESOS.
           ADD WS-CLI-ANIO-COSTES (WS-K) TO WS-TOT-ANIO-COSTES.

           MOVE WS-CLI-CLIENTE (WS-K) TO LIN-CLIENTE.
           MOVE CLI-APELLIDO TO LIN-APELLIDO.
           MOVE WS-CLI-MES-INGRESOS (WS-K) TO LIN-MES-INGRESOS.
           MOVE WS-CLI-MES-COSTES (WS-K) TO LIN-MES-COSTES.
           COMPUTE LIN-MES-NETO = WS-CLI-MES-INGRESOS (WS-K)
               - WS-CLI-MES-COSTES (WS-K).
           MOVE WS-CLI-ANIO-INGRESOS (WS-K) TO LIN-ANIO-INGRESOS.
           MOVE WS-CLI-ANIO-COSTES (WS-K) TO LIN-ANIO-COSTES.
           COMPUTE LIN-ANIO-NETO = WS-CLI-ANIO-INGRESOS (WS-K)
               - WS-CLI-ANIO-COSTES (WS-K).
           WRITE REGISTRO-INFORME FROM WS-LINEA-CLIENTE.
       64-ESCRIBIR-CLIENTE-END.
       EXIT.


       65-LISTAR-SIN-FICHA.
           IF WS-CLI-LISTADO (WS-K) NOT EQUAL "L"
               PERFORM 64-ESCRIBIR-CLIENTE
           END-IF.
       65-LISTAR-SIN-FICHA-END.
       EXIT.


      *> LOS 20 CLIENTES DE MAS Y DE MENOS RESULTADO NETO DEL AÑO.
      *> UN CLIENTE QUE YA ESTA ENTRE LOS MEJORES NO SE REPITE ENTRE
      *> LOS PEORES CUANDO HAY MENOS DE 40.
       70-ESCRIBIR-RANKINGS.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           MOVE "LOS 20 CLIENTES MAS RENTABLES DEL AÑO" TO SUB-TEXTO.
           WRITE REGISTRO-INFORME FROM WS-SUBTITULO.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-RANKING.
           PERFORM 71-ESCRIBIR-MEJOR
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > 20 OR WS-R > WS-CLI-OCUPADOS.

           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           MOVE "LOS 20 CLIENTES MENOS RENTABLES DEL AÑO" TO SUB-TEXTO.
           WRITE REGISTRO-INFORME FROM WS-SUBTITULO.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-RANKING.
           PERFORM 73-ESCRIBIR-PEOR
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > 20 OR WS-R > WS-CLI-OCUPADOS.
       70-ESCRIBIR-RANKINGS-END.
       EXIT.


       71-ESCRIBIR-MEJOR.
           MOVE ZERO TO WS-MEJOR.
           PERFORM 72-COMPARAR-MEJOR
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CLI-OCUPADOS.
           IF WS-MEJOR > 0
               MOVE "M" TO WS-CLI-RANKING (WS-MEJOR)
               PERFORM 75-LINEA-RANKING
           END-IF.
       71-ESCRIBIR-MEJOR-END.
       EXIT.


       72-COMPARAR-MEJOR.
           IF WS-CLI-RANKING (WS-K) EQUAL SPACE
               COMPUTE WS-NETO = WS-CLI-ANIO-INGRESOS (WS-K)
                   - WS-CLI-ANIO-COSTES (WS-K)
               IF WS-MEJOR EQUAL ZERO OR WS-NETO > WS-NETO-MEJOR
                   MOVE WS-K TO WS-MEJOR
                   MOVE WS-NETO TO WS-NETO-MEJOR
               END-IF
           END-IF.
       72-COMPARAR-MEJOR-END.
       EXIT.


       73-ESCRIBIR-PEOR.
           MOVE ZERO TO WS-MEJOR.
           PERFORM 74-COMPARAR-PEOR
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CLI-OCUPADOS.
           IF WS-MEJOR > 0
               MOVE "P" TO WS-CLI-RANKING (WS-MEJOR)
               PERFORM 75-LINEA-RANKING
           END-IF.
       73-ESCRIBIR-PEOR-END.
       EXIT.


       74-COMPARAR-PEOR.
           IF WS-CLI-RANKING (WS-K) EQUAL SPACE
               COMPUTE WS-NETO = WS-CLI-ANIO-INGRESOS (WS-K)
                   - WS-CLI-ANIO-COSTES (WS-K)
               IF WS-MEJOR EQUAL ZERO OR WS-NETO < WS-NETO-MEJOR
                   MOVE WS-K TO WS-MEJOR
                   MOVE WS-NETO TO WS-NETO-MEJOR
               END-IF
           END-IF.
       74-COMPARAR-PEOR-END.
       EXIT.


       75-LINEA-RANKING.
           MOVE WS-R TO RNK-POSICION.
           MOVE WS-CLI-CLIENTE (WS-MEJOR) TO RNK-CLIENTE.
           MOVE SPACES TO RNK-NOMBRE.
           MOVE SPACES TO RNK-APELLIDO.
           IF WS-CLIENTES-ABIERTO EQUAL "S"
               MOVE WS-CLI-CLIENTE (WS-MEJOR) TO CLI-ID
               READ CLIENTES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO RNK-NOMBRE
                   MOVE CLI-APELLIDO TO RNK-APELLIDO
               END-READ
           END-IF.
           MOVE WS-NETO-MEJOR TO RNK-ANIO-NETO.
           COMPUTE RNK-MES-NETO = WS-CLI-MES-INGRESOS (WS-MEJOR)
               - WS-CLI-MES-COSTES (WS-MEJOR).
           WRITE REGISTRO-INFORME FROM WS-LINEA-RANKING.
       75-LINEA-RANKING-END.
       EXIT.


       76-ESCRIBIR-CONCEPTOS.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           MOVE "DESGLOSE POR CONCEPTO" TO SUB-TEXTO.
           WRITE REGISTRO-INFORME FROM WS-SUBTITULO.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-CONCEPTOS.
           PERFORM 77-LINEA-CONCEPTO
               VARYING WS-CONCEPTO FROM 1 BY 1
               UNTIL WS-CONCEPTO > 6.
       76-ESCRIBIR-CONCEPTOS-END.
       EXIT.


       77-LINEA-CONCEPTO.
           MOVE WS-CON-NOMBRE (WS-CONCEPTO) TO CON-NOMBRE.
           IF WS-CON-CLASE (WS-CONCEPTO) EQUAL "I"
               MOVE "Ingreso" TO CON-CLASE
           ELSE
               MOVE "Coste" TO CON-CLASE
           END-IF.
           MOVE WS-CON-MES (WS-CONCEPTO) TO CON-MES.
           MOVE WS-CON-ANIO (WS-CONCEPTO) TO CON-ANIO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-CONCEPTO.
       77-LINEA-CONCEPTO-END.
       EXIT.


       78-ESCRIBIR-PRODUCTOS.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           MOVE "TOTALES POR PRODUCTO" TO SUB-TEXTO.
           WRITE REGISTRO-INFORME FROM WS-SUBTITULO.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-PRODUCTOS.
           PERFORM 79-LINEA-PRODUCTO
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PRO-OCUPADOS.
       78-ESCRIBIR-PRODUCTOS-END.
       EXIT.


       79-LINEA-PRODUCTO.
           MOVE WS-PRO-CODIGO (WS-P) TO PRO-CODIGO.
           MOVE WS-PRO-MES-INGRESOS (WS-P) TO PRO-MES-INGRESOS.
           MOVE WS-PRO-MES-COSTES (WS-P) TO PRO-MES-COSTES.
           COMPUTE PRO-MES-NETO = WS-PRO-MES-INGRESOS (WS-P)
               - WS-PRO-MES-COSTES (WS-P).
           MOVE WS-PRO-ANIO-INGRESOS (WS-P) TO PRO-ANIO-INGRESOS.
           MOVE WS-PRO-ANIO-COSTES (WS-P) TO PRO-ANIO-COSTES.
           COMPUTE PRO-ANIO-NETO = WS-PRO-ANIO-INGRESOS (WS-P)
               - WS-PRO-ANIO-COSTES (WS-P).
           WRITE REGISTRO-INFORME FROM WS-LINEA-PRODUCTO.
       79-LINEA-PRODUCTO-END.
       EXIT.


      *> TOTAL DEL BANCO EN LA MISMA LINEA QUE LOS PRODUCTOS; LA
      *> SUMA DE LOS CLIENTES PUEDE DIFERIR EN CENTIMOS DE LA DE LOS
      *> PRODUCTOS POR EL REDONDEO DEL REPARTO ENTRE TITULARES.
       80-ESCRIBIR-RESUMEN.
           MOVE "TOTAL" TO PRO-CODIGO.
           MOVE WS-TOT-MES-INGRESOS TO PRO-MES-INGRESOS.
           MOVE WS-TOT-MES-COSTES TO PRO-MES-COSTES.
           COMPUTE PRO-MES-NETO = WS-TOT-MES-INGRESOS
               - WS-TOT-MES-COSTES.
           MOVE WS-TOT-ANIO-INGRESOS TO PRO-ANIO-INGRESOS.
           MOVE WS-TOT-ANIO-COSTES TO PRO-ANIO-COSTES.
           COMPUTE PRO-ANIO-NETO = WS-TOT-ANIO-INGRESOS
               - WS-TOT-ANIO-COSTES.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-PRODUCTO.
           DISPLAY "Clientes con resultado: " WS-CLIENTES-LISTADOS.
           DISPLAY WS-LINEA-PRODUCTO.
           IF WS-SIN-PLAZO > 0
               MOVE "Vencimientos de plazo sin deposito (fuera):"
                   TO AVI-TEXTO
               MOVE WS-SIN-PLAZO TO AVI-CONTADOR
               WRITE REGISTRO-INFORME FROM WS-LINEA-AVISO
               DISPLAY WS-LINEA-AVISO
           END-IF.
           IF WS-SIN-PRESTAMO > 0
               MOVE "Cuotas de prestamo sin prestamo (fuera):"
                   TO AVI-TEXTO
               MOVE WS-SIN-PRESTAMO TO AVI-CONTADOR
               WRITE REGISTRO-INFORME FROM WS-LINEA-AVISO
               DISPLAY WS-LINEA-AVISO
           END-IF.

           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CLIENTES-LISTADOS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE CUENTA INFORME
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
           END-IF.
           IF WS-CLIENTES-ABIERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCORENTAB.
