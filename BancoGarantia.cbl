      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobertura del fondo de garantia de depositos por
      *          depositante, para todo el banco: por cada cliente de
      *          JCLIENTES suma sus depositos admisibles (saldo
      *          acreedor de sus cuentas, depositos a plazo activos de
      *          JPLAZOS e intereses devengados de esos depositos hasta
      *          hoy), valorados en euros con las tasas de JCAMBIOS.
      *          Las cuentas con varios titulares en JTITULARES (rol
      *          "T" o "C"; los autorizados no son depositantes) se
      *          reparten a partes iguales entre ellos. De cada
      *          depositante se separa lo cubierto (hasta el limite de
      *          100.000 EUR) y lo no cubierto. Deja el listado
      *          JFGDINF y el fichero de formato fijo JFGDREG que se
      *          remite al regulador (cabecera "1", un "2" por
      *          depositante y final "9" con los totales del banco).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOGARANTIA.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO
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

       SELECT OPTIONAL CAMBIOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAMBIOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CAMBIO-PAR
       FILE STATUS IS WS-FS-CAMBIOS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFGDINF.txt".

       SELECT REGULATORIO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFGDREG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REGULATORIO.

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

       FD CAMBIOS.
           01 DATOS-CAMBIO.
               05 CAMBIO-PAR PIC X(6).
               05 CAMBIO-TASA PIC 9(3)V9(4).
               05 CAMBIO-FECHA PIC 9(8).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       FD REGULATORIO
       RECORD CONTAINS 80 CHARACTERS.
       01 REGISTRO-REGULATORIO PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JFGDINF".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOGARANTIA".

       77 WS-FS-CLIENTES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-TITULARES PIC 99.
       77 WS-FS-PLAZOS PIC 99.
       77 WS-FS-CAMBIOS PIC 99.
       77 WS-FS-REGULATORIO PIC 99.
       77 WS-FIN-CLIENTES PIC X(3) VALUE "NO".
       77 WS-FIN-CUENTAS PIC X(3).
       77 WS-FIN-TITULARES PIC X(3).
       77 WS-FIN-PLAZOS PIC X(3).
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-TABLA-LLENA PIC X(1) VALUE "N".
       77 WS-CONVERSION-OK PIC X(1).
       77 WS-V PIC 9(4).
       77 WS-W PIC 9(4).
       77 WS-P PIC 9(4).
       77 WS-FECHA PIC X(21).
      *>LIMITE DE COBERTURA POR DEPOSITANTE, EN EUROS.
       77 WS-LIMITE-COBERTURA PIC 9(7)V99 VALUE 100000.
       77 WS-MONEDA-BASE PIC X(3) VALUE "EUR".
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
       77 WS-DIAS-CORRIDOS PIC S9(7).
       77 WS-DIAS-PLAZO PIC S9(7).
       77 WS-INTERES-DEVENGADO PIC 9(7)V99.
       77 WS-IMPORTE-CUENTA PIC 9(9)V99.
       77 WS-IMPORTE-EUR PIC 9(9)V99.
       77 WS-TITULARES-CTA PIC 9(3).
       77 WS-CUOTA PIC 9(9)V99.
       77 WS-CLI-TOTAL PIC 9(9)V99.
       77 WS-CLI-CUBIERTO PIC 9(9)V99.
       77 WS-CLI-NO-CUBIERTO PIC 9(9)V99.
       77 WS-CLI-CUENTAS PIC 9(3).
       77 WS-DEPOSITANTES PIC 9(5) VALUE 0.
       77 WS-TOTAL-ADMISIBLE PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-CUBIERTO PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-NO-CUBIERTO PIC 9(11)V99 VALUE 0.
       77 WS-SIN-TASA PIC 9(3) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOGARANTIA".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> VINCULOS DE JTITULARES QUE HACEN DEPOSITANTE (TITULAR Y
      *> COTITULAR): SE CARGAN UNA VEZ PORQUE HACEN FALTA PARA CADA
      *> CLIENTE Y PARA CONTAR LOS TITULARES DE CADA CUENTA.
       01 WS-TABLA-VINCULOS.
           05 WS-VIN-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-VIN-ENTRADA OCCURS 1000 TIMES.
               10 WS-VIN-CUENTA PIC X(10).
               10 WS-VIN-CLIENTE PIC X(6).

      *> DEPOSITOS A PLAZO ACTIVOS CON SU PRINCIPAL MAS LOS INTERESES
      *> DEVENGADOS HASTA HOY, EN LA DIVISA DE SU CUENTA.
       01 WS-TABLA-PLAZOS.
           05 WS-PZ-OCUPADOS PIC 9(4) VALUE 0.
           05 WS-PZ-ENTRADA OCCURS 1000 TIMES.
               10 WS-PZ-CUENTA PIC X(10).
               10 WS-PZ-IMPORTE PIC 9(8)V99.

       01 WS-TITULO.
           05 FILLER PIC X(40) VALUE
           "COBERTURA DEL FONDO DE GARANTIA DE DEPOS".
           05 FILLER PIC X(18) VALUE "ITOS - LIMITE EUR ".
           05 TTL-LIMITE PIC ZZZZZ9.99.

       01 WS-LINEA-FECHA.
           05 FILLER PIC X(7) VALUE "Fecha: ".
           05 FEC-FECHA PIC X(21).

       01 WS-CABECERA.
           05 FILLER PIC X(40) VALUE
           "CLIENTE NOMBRE     APELLIDO   CTAS     A".
           05 FILLER PIC X(40) VALUE
           "DMISIBLE      CUBIERTO   NO CUBIERTO    ".

       01 WS-LINEA-DEPOSITANTE.
           05 DEP-CLIENTE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DEP-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DEP-APELLIDO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DEP-CUENTAS PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DEP-ADMISIBLE PIC Z(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DEP-CUBIERTO PIC Z(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DEP-NO-CUBIERTO PIC Z(9)9.99.

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(19) VALUE "TOTAL DEPOSITANTES ".
           05 TOT-DEPOSITANTES PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 TOT-ADMISIBLE PIC Z(11)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 TOT-CUBIERTO PIC Z(11)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 TOT-NO-CUBIERTO PIC Z(11)9.99.

       01 WS-LINEA-AVISO.
           05 FILLER PIC X(40) VALUE
           "Partidas sin tasa de cambio (fuera):    ".
           05 AVI-CONTADOR PIC ZZ9.

       01 WS-RAYAS.
           05 FILLER PIC X(80) VALUE ALL "-".

      *> FICHERO AL REGULADOR: IMPORTES SIN EDITAR, DOS DECIMALES
      *> IMPLICITOS, ENTIDAD Y FECHA EN LA CABECERA.
       01 WS-REG-CABECERA.
           05 FILLER PIC X(1) VALUE "1".
           05 RGC-ENTIDAD PIC X(4) VALUE "0000".
           05 RGC-FECHA PIC 9(8).
           05 RGC-LIMITE PIC 9(9)V99.
           05 RGC-DIVISA PIC X(3).
           05 FILLER PIC X(53) VALUE SPACES.

       01 WS-REG-DEPOSITANTE.
           05 FILLER PIC X(1) VALUE "2".
           05 RGD-CLIENTE PIC X(6).
           05 RGD-APELLIDO PIC X(10).
           05 RGD-NOMBRE PIC X(10).
           05 RGD-CUENTAS PIC 9(3).
           05 RGD-ADMISIBLE PIC 9(11)V99.
           05 RGD-CUBIERTO PIC 9(11)V99.
           05 RGD-NO-CUBIERTO PIC 9(11)V99.
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-REG-FINAL.
           05 FILLER PIC X(1) VALUE "9".
           05 RGF-DEPOSITANTES PIC 9(7).
           05 RGF-ADMISIBLE PIC 9(13)V99.
           05 RGF-CUBIERTO PIC 9(13)V99.
           05 RGF-NO-CUBIERTO PIC 9(13)V99.
           05 FILLER PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               PERFORM 15-CARGAR-VINCULOS
               PERFORM 17-CARGAR-PLAZOS
               PERFORM 20-ESCRIBIR-CABECERAS
               PERFORM 30-TRATAR-CLIENTE
                   UNTIL WS-FIN-CLIENTES EQUAL "SI"
               PERFORM 80-ESCRIBIR-RESUMEN
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT EQUAL "00"
               DISPLAY "No se encuentra el maestro de clientes."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN INPUT CUENTA
               OPEN INPUT CAMBIOS
               OPEN OUTPUT INFORME
               OPEN OUTPUT REGULATORIO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               CALL "FECHA-ACTUAL" USING WS-FECHA
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


       15-CARGAR-VINCULOS.
           OPEN INPUT TITULARES.
           IF WS-FS-TITULARES EQUAL "00"
               MOVE "NO" TO WS-FIN-TITULARES
               PERFORM 16-LEER-VINCULO
                   UNTIL WS-FIN-TITULARES EQUAL "SI"
           END-IF.
           CLOSE TITULARES.
       15-CARGAR-VINCULOS-END.
       EXIT.


       16-LEER-VINCULO.
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
                           " (1000); ampliar BANCOGARANTIA."
                           MOVE "S" TO WS-TABLA-LLENA
                       END-IF
                   END-IF
               END-IF
           END-READ.
       16-LEER-VINCULO-END.
       EXIT.


       17-CARGAR-PLAZOS.
           MOVE "N" TO WS-TABLA-LLENA.
           OPEN INPUT PLAZOS.
           IF WS-FS-PLAZOS EQUAL "00"
               MOVE "NO" TO WS-FIN-PLAZOS
               PERFORM 18-LEER-PLAZO
                   UNTIL WS-FIN-PLAZOS EQUAL "SI"
           END-IF.
           CLOSE PLAZOS.
       17-CARGAR-PLAZOS-END.
       EXIT.


      *> EL INTERES PACTADO (PRINCIPAL POR TASA, COMO LO ABONA
      *> BANCOPLAZOS AL VENCER) SE DEVENGA EN PROPORCION A LOS DIAS
      *> CORRIDOS DESDE EL INICIO SOBRE LOS DIAS DEL DEPOSITO.
       18-LEER-PLAZO.
           READ PLAZOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PLAZOS
           NOT AT END
               IF PLAZO-ESTADO EQUAL "A"
                   MOVE "D" TO WS-FECHASERV-OP
                   CALL "FECHASERV" USING WS-FECHASERV-OP,
                       PLAZO-FECHA-INICIO, WS-HOY-NUM,
                       WS-DIAS-CORRIDOS, WS-FECHASERV-RESULTADO
                   CALL "FECHASERV" USING WS-FECHASERV-OP,
                       PLAZO-FECHA-INICIO, PLAZO-FECHA-VENCIMIENTO,
                       WS-DIAS-PLAZO, WS-FECHASERV-RESULTADO
                   MOVE ZERO TO WS-INTERES-DEVENGADO
                   IF WS-DIAS-PLAZO > 0 AND WS-DIAS-CORRIDOS > 0
                       IF WS-DIAS-CORRIDOS > WS-DIAS-PLAZO
                           MOVE WS-DIAS-PLAZO TO WS-DIAS-CORRIDOS
                       END-IF
                       COMPUTE WS-INTERES-DEVENGADO ROUNDED =
                           PLAZO-PRINCIPAL * PLAZO-TASA
                           * WS-DIAS-CORRIDOS / WS-DIAS-PLAZO
                   END-IF
                   IF WS-PZ-OCUPADOS < 1000
                       ADD 1 TO WS-PZ-OCUPADOS
                       MOVE PLAZO-CUENTA
                           TO WS-PZ-CUENTA (WS-PZ-OCUPADOS)
                       COMPUTE WS-PZ-IMPORTE (WS-PZ-OCUPADOS) =
                           PLAZO-PRINCIPAL + WS-INTERES-DEVENGADO
                   ELSE
                       IF WS-TABLA-LLENA NOT EQUAL "S"
                           DISPLAY "ERROR: tabla de depositos llena"
                           " (1000); ampliar BANCOGARANTIA."
                           MOVE "S" TO WS-TABLA-LLENA
                       END-IF
                   END-IF
               END-IF
           END-READ.
       18-LEER-PLAZO-END.
       EXIT.


       20-ESCRIBIR-CABECERAS.
           MOVE WS-LIMITE-COBERTURA TO TTL-LIMITE.
           WRITE REGISTRO-INFORME FROM WS-TITULO.
           MOVE WS-FECHA TO FEC-FECHA.
           WRITE REGISTRO-INFORME FROM WS-LINEA-FECHA.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.

           MOVE WS-HOY-NUM TO RGC-FECHA.
           MOVE WS-LIMITE-COBERTURA TO RGC-LIMITE.
           MOVE WS-MONEDA-BASE TO RGC-DIVISA.
           WRITE REGISTRO-REGULATORIO FROM WS-REG-CABECERA.
       20-ESCRIBIR-CABECERAS-END.
       EXIT.


       30-TRATAR-CLIENTE.
           READ CLIENTES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CLIENTES
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               PERFORM 32-SUMAR-DEPOSITANTE
           END-READ.
       30-TRATAR-CLIENTE-END.
       EXIT.


      *> DEPOSITOS DEL CLIENTE: SUS CUENTAS POR CLIENTE-ID (CLAVE
      *> ALTERNA, COMO BANCOPOSICION) Y LAS CUENTAS DE OTRO CLIENTE-ID
      *> DONDE FIGURA COMO TITULAR O COTITULAR EN JTITULARES.
       32-SUMAR-DEPOSITANTE.
           MOVE ZERO TO WS-CLI-TOTAL.
           MOVE ZERO TO WS-CLI-CUENTAS.
           MOVE "NO" TO WS-FIN-CUENTAS.
           MOVE CLI-ID TO CLIENTE-ID.
           START CUENTA KEY IS NOT LESS THAN CLIENTE-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-CUENTAS
           END-START.
           PERFORM 34-LEER-CUENTA-PROPIA
               UNTIL WS-FIN-CUENTAS EQUAL "SI".
           PERFORM 36-REVISAR-VINCULO
               VARYING WS-V FROM 1 BY 1
               UNTIL WS-V > WS-VIN-OCUPADOS.
           IF WS-CLI-TOTAL > ZERO
               PERFORM 50-ESCRIBIR-DEPOSITANTE
           END-IF.
       32-SUMAR-DEPOSITANTE-END.
       EXIT.


       34-LEER-CUENTA-PROPIA.
           READ CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               IF CLIENTE-ID EQUAL CLI-ID
                   PERFORM 40-VALORAR-CUENTA
               ELSE
                   MOVE "SI" TO WS-FIN-CUENTAS
               END-IF
           END-READ.
       34-LEER-CUENTA-PROPIA-END.
       EXIT.


       36-REVISAR-VINCULO.
           IF WS-VIN-CLIENTE (WS-V) EQUAL CLI-ID
               MOVE WS-VIN-CUENTA (WS-V) TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLIENTE-ID NOT EQUAL CLI-ID
                       PERFORM 40-VALORAR-CUENTA
                   END-IF
               END-READ
           END-IF.
       36-REVISAR-VINCULO-END.
       EXIT.


      *> SALDO ACREEDOR DE LA CUENTA (UN DESCUBIERTO NO RESTA DE LOS
      *> DEMAS DEPOSITOS) MAS SUS DEPOSITOS A PLAZO, EN EUROS Y
      *> DIVIDIDO ENTRE LOS TITULARES DE LA CUENTA.
       40-VALORAR-CUENTA.
           ADD 1 TO WS-CLI-CUENTAS.
           IF SALDO > ZERO
               MOVE SALDO TO WS-IMPORTE-CUENTA
           ELSE
               MOVE ZERO TO WS-IMPORTE-CUENTA
           END-IF.
           PERFORM 42-SUMAR-PLAZO
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PZ-OCUPADOS.
           IF WS-IMPORTE-CUENTA > ZERO
               PERFORM 44-CONVERTIR-A-EUR
               IF WS-CONVERSION-OK EQUAL "S"
                   MOVE 1 TO WS-TITULARES-CTA
                   PERFORM 46-CONTAR-TITULAR
                       VARYING WS-W FROM 1 BY 1
                       UNTIL WS-W > WS-VIN-OCUPADOS
                   COMPUTE WS-CUOTA ROUNDED =
                       WS-IMPORTE-EUR / WS-TITULARES-CTA
                   ADD WS-CUOTA TO WS-CLI-TOTAL
               END-IF
           END-IF.
       40-VALORAR-CUENTA-END.
       EXIT.


       42-SUMAR-PLAZO.
           IF WS-PZ-CUENTA (WS-P) EQUAL NUMCUENTA
               ADD WS-PZ-IMPORTE (WS-P) TO WS-IMPORTE-CUENTA
           END-IF.
       42-SUMAR-PLAZO-END.
       EXIT.


      *> PAR DIVISA+EUR DE JCAMBIOS; SI SOLO ESTA EL INVERSO SE
      *> DIVIDE. SIN TASA LA CUENTA QUEDA FUERA Y SE AVISA.
       44-CONVERTIR-A-EUR.
           MOVE "S" TO WS-CONVERSION-OK.
           IF MONEDA EQUAL WS-MONEDA-BASE
               MOVE WS-IMPORTE-CUENTA TO WS-IMPORTE-EUR
           ELSE
               MOVE MONEDA TO CAMBIO-PAR (1:3)
               MOVE WS-MONEDA-BASE TO CAMBIO-PAR (4:3)
               READ CAMBIOS RECORD
               INVALID KEY
                   MOVE WS-MONEDA-BASE TO CAMBIO-PAR (1:3)
                   MOVE MONEDA TO CAMBIO-PAR (4:3)
                   READ CAMBIOS RECORD
                   INVALID KEY
                       MOVE "N" TO WS-CONVERSION-OK
                   NOT INVALID KEY
                       IF CAMBIO-TASA EQUAL ZERO
                           MOVE "N" TO WS-CONVERSION-OK
                       ELSE
                           COMPUTE WS-IMPORTE-EUR ROUNDED =
                               WS-IMPORTE-CUENTA / CAMBIO-TASA
                       END-IF
                   END-READ
               NOT INVALID KEY
                   COMPUTE WS-IMPORTE-EUR ROUNDED =
                       WS-IMPORTE-CUENTA * CAMBIO-TASA
               END-READ
           END-IF.
           IF WS-CONVERSION-OK NOT EQUAL "S"
               ADD 1 TO WS-SIN-TASA
               DISPLAY "AVISO: sin tasa " MONEDA "/" WS-MONEDA-BASE
               ", cuenta " NUMCUENTA " fuera del informe."
           END-IF.
       44-CONVERTIR-A-EUR-END.
       EXIT.


      *> EL CLIENTE-ID DE LA CUENTA CUENTA SIEMPRE COMO UN TITULAR;
      *> SE SUMAN LOS DEMAS TITULARES Y COTITULARES VINCULADOS.
       46-CONTAR-TITULAR.
           IF WS-VIN-CUENTA (WS-W) EQUAL NUMCUENTA
           AND WS-VIN-CLIENTE (WS-W) NOT EQUAL CLIENTE-ID
               ADD 1 TO WS-TITULARES-CTA
           END-IF.
       46-CONTAR-TITULAR-END.
       EXIT.


       50-ESCRIBIR-DEPOSITANTE.
           IF WS-CLI-TOTAL > WS-LIMITE-COBERTURA
               MOVE WS-LIMITE-COBERTURA TO WS-CLI-CUBIERTO
           ELSE
               MOVE WS-CLI-TOTAL TO WS-CLI-CUBIERTO
           END-IF.
           COMPUTE WS-CLI-NO-CUBIERTO = WS-CLI-TOTAL - WS-CLI-CUBIERTO.
           ADD 1 TO WS-DEPOSITANTES.
           ADD WS-CLI-TOTAL TO WS-TOTAL-ADMISIBLE.
           ADD WS-CLI-CUBIERTO TO WS-TOTAL-CUBIERTO.
           ADD WS-CLI-NO-CUBIERTO TO WS-TOTAL-NO-CUBIERTO.

           MOVE CLI-ID TO DEP-CLIENTE.
           MOVE CLI-NOMBRE TO DEP-NOMBRE.
           MOVE CLI-APELLIDO TO DEP-APELLIDO.
           MOVE WS-CLI-CUENTAS TO DEP-CUENTAS.
           MOVE WS-CLI-TOTAL TO DEP-ADMISIBLE.
           MOVE WS-CLI-CUBIERTO TO DEP-CUBIERTO.
           MOVE WS-CLI-NO-CUBIERTO TO DEP-NO-CUBIERTO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-DEPOSITANTE.

           MOVE CLI-ID TO RGD-CLIENTE.
           MOVE CLI-APELLIDO TO RGD-APELLIDO.
           MOVE CLI-NOMBRE TO RGD-NOMBRE.
           MOVE WS-CLI-CUENTAS TO RGD-CUENTAS.
           MOVE WS-CLI-TOTAL TO RGD-ADMISIBLE.
           MOVE WS-CLI-CUBIERTO TO RGD-CUBIERTO.
           MOVE WS-CLI-NO-CUBIERTO TO RGD-NO-CUBIERTO.
           WRITE REGISTRO-REGULATORIO FROM WS-REG-DEPOSITANTE.
       50-ESCRIBIR-DEPOSITANTE-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           MOVE WS-DEPOSITANTES TO TOT-DEPOSITANTES.
           MOVE WS-TOTAL-ADMISIBLE TO TOT-ADMISIBLE.
           MOVE WS-TOTAL-CUBIERTO TO TOT-CUBIERTO.
           MOVE WS-TOTAL-NO-CUBIERTO TO TOT-NO-CUBIERTO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-TOTAL.
           DISPLAY WS-LINEA-TOTAL.
           IF WS-SIN-TASA > 0
               MOVE WS-SIN-TASA TO AVI-CONTADOR
               WRITE REGISTRO-INFORME FROM WS-LINEA-AVISO
               DISPLAY WS-LINEA-AVISO
           END-IF.

           MOVE WS-DEPOSITANTES TO RGF-DEPOSITANTES.
           MOVE WS-TOTAL-ADMISIBLE TO RGF-ADMISIBLE.
           MOVE WS-TOTAL-CUBIERTO TO RGF-CUBIERTO.
           MOVE WS-TOTAL-NO-CUBIERTO TO RGF-NO-CUBIERTO.
           WRITE REGISTRO-REGULATORIO FROM WS-REG-FINAL.

           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-DEPOSITANTES.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE CLIENTES CUENTA CAMBIOS INFORME REGULATORIO
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOGARANTIA.
