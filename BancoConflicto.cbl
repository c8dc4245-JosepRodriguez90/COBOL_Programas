      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe nocturno de conflictos de interes de los
      *          cajeros: recorre los movimientos de JMOVS del dia y
      *          las autorizaciones de descubierto de JDESCAUT (las
      *          firma BANCODESCUBIERTOS) y, con el servicio CAJCONFL,
      *          lista las que un cajero hizo sobre una cuenta de la
      *          que el mismo ("PROPIA") o un familiar declarado en
      *          JCAJVINC ("FAMILIAR") es titular o cotitular. Las
      *          reversas salen marcadas como tales. Para cada linea
      *          dice quien dio la segunda firma (JSEGFIRMA de BANCO,
      *          o la propia autorizacion) o "NO" si no la hubo; esas
      *          son las que Auditoria Interna tiene que revisar.
      *          Informe en JCONFLICTOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOCONFLICTO.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MOVS ASSIGN TO WS-RUTA-MOVS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FS-CUENTA.

       SELECT OPTIONAL SEGUNDAS-FIRMAS ASSIGN TO WS-RUTA-SEGFIRMA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SEGFIRMA.

       SELECT OPTIONAL AUTORIZACIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDESCAUT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DESCAUT.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCONFLICTOS.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD SEGUNDAS-FIRMAS
       RECORD CONTAINS 51 CHARACTERS.
       01 REG-SEGFIRMA.
           05 SEG-FECHA PIC X(19).
           05 FILLER PIC X.
           05 SEG-CAJERO PIC X(4).
           05 FILLER PIC X.
           05 SEG-SEGUNDO PIC X(4).
           05 FILLER PIC X.
           05 SEG-CUENTA PIC X(10).
           05 FILLER PIC X.
           05 SEG-OPERACION PIC X(1).
           05 FILLER PIC X.
           05 SEG-TIPO PIC X(1).
           05 FILLER PIC X.
           05 SEG-CLIENTE PIC X(6).

       FD AUTORIZACIONES
       RECORD CONTAINS 56 CHARACTERS.
       01 REG-DESCAUT.
           05 DES-FECHA PIC X(19).
           05 FILLER PIC X.
           05 DES-CAJERO PIC X(4).
           05 FILLER PIC X.
           05 DES-SEGUNDO PIC X(4).
           05 FILLER PIC X.
           05 DES-CUENTA PIC X(10).
           05 FILLER PIC X.
           05 DES-LIMITE-ANTES PIC 9(5)V99.
           05 FILLER PIC X.
           05 DES-LIMITE-NUEVO PIC 9(5)V99.

       FD INFORME.
           01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCONFLICTOS".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOCONFLICTO".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-CUENTA PIC 99.
       77 WS-FS-SEGFIRMA PIC 99.
       77 WS-FS-DESCAUT PIC 99.
       77 WS-FIN-MOVS PIC X(3).
       77 WS-FIN-SEGFIRMA PIC X(3).
       77 WS-FIN-DESCAUT PIC X(3).
       77 WS-HAY-CUENTAS PIC X(1) VALUE "N".
       77 WS-DIA-ISO PIC X(10).
       77 WS-K PIC 9(3).
       77 WS-OPERADOR PIC X(4).
       77 WS-CUENTA-MIRAR PIC X(10).
       77 WS-TITULAR PIC X(6).
       77 WS-CONFL-RESULTADO PIC X(1).
       77 WS-CONFL-CLIENTE PIC X(6).
       77 WS-SEGUNDO PIC X(4).
       77 WS-CONFLICTOS PIC 9(5) VALUE 0.
       77 WS-SIN-SEGUNDA PIC 9(5) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOCONFLICTO".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-CTRL-ESCRITOS PIC 9(5) VALUE 0.
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt".
       77 WS-RUTA-SEGFIRMA PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSEGFIRMA.txt".

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-FECHA-INFORME PIC 9(8).
       01 WS-FECHA-INFORME-X REDEFINES WS-FECHA-INFORME.
           05 WS-INF-AAAA PIC X(4).
           05 WS-INF-MM PIC X(2).
           05 WS-INF-DD PIC X(2).

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

      *> SEGUNDAS FIRMAS DEL DIA (CAJERO Y CUENTA) DADAS EN BANCO.
       01 WS-TABLA-FIRMAS.
           05 WS-FIR-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-FIR-ENTRADA OCCURS 200 TIMES.
               10 WS-FIR-CAJERO PIC X(4).
               10 WS-FIR-CUENTA PIC X(10).
               10 WS-FIR-SEGUNDO PIC X(4).

       01 WS-CABECERA.
           05 FILLER PIC X(38) VALUE
           "CONFLICTOS DE INTERES DE CAJEROS - Dia".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-FECHA PIC 9(8).

       01 WS-TITULOS.
           05 FILLER PIC X(52) VALUE
           "CLASE CAJ. CUENTA     TIPO       IMPORTE     VINCULO".
           05 FILLER PIC X(28) VALUE
           "    CLIENTE   2A FIRMA".

       01 WS-LINEA-DETALLE.
           05 DET-CLASE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CAJERO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CUENTA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TIPO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-IMPORTE PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VINCULO PIC X(8).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DET-CLIENTE PIC X(6).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DET-SEGUNDO PIC X(4).

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(26) VALUE "Operaciones en conflicto: ".
           05 TOT-CONFLICTOS PIC ZZZZ9.
           05 FILLER PIC X(22) VALUE "   Sin segunda firma: ".
           05 TOT-SIN-SEGUNDA PIC ZZZZ9.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Dia del informe (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-INFORME.
           IF WS-FECHA-INFORME EQUAL ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO WS-FECHA-INFORME
           END-IF.
           STRING WS-INF-AAAA "-" WS-INF-MM "-" WS-INF-DD
               DELIMITED BY SIZE INTO WS-DIA-ISO.
           MOVE "JMOVS" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVS.
           MOVE "JSEGFIRMA" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-SEGFIRMA.
           PERFORM 05-CARGAR-FIRMAS.

           OPEN OUTPUT INFORME.
           MOVE WS-FECHA-INFORME TO CAB-FECHA.
           WRITE REG-INFORME FROM WS-CABECERA.
           WRITE REG-INFORME FROM WS-TITULOS.
           OPEN INPUT CUENTA.
           IF WS-FS-CUENTA EQUAL "00"
               MOVE "S" TO WS-HAY-CUENTAS
           ELSE
               DISPLAY "AVISO: sin archivo de cuentas solo cuentan"
               " los cotitulares de JTITULARES."
           END-IF.
           PERFORM 10-REVISAR-MOVIMIENTOS.
           PERFORM 20-REVISAR-AUTORIZACIONES.
           CLOSE CUENTA.

           MOVE WS-CONFLICTOS TO TOT-CONFLICTOS.
           MOVE WS-SIN-SEGUNDA TO TOT-SIN-SEGUNDA.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY WS-LINEA-TOTAL.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       05-CARGAR-FIRMAS.
           OPEN INPUT SEGUNDAS-FIRMAS.
           IF WS-FS-SEGFIRMA EQUAL "00"
               MOVE "NO" TO WS-FIN-SEGFIRMA
               PERFORM 06-LEER-FIRMA UNTIL WS-FIN-SEGFIRMA EQUAL "SI"
           END-IF.
           CLOSE SEGUNDAS-FIRMAS.
       05-CARGAR-FIRMAS-END.
       EXIT.


       06-LEER-FIRMA.
           READ SEGUNDAS-FIRMAS
           AT END
               MOVE "SI" TO WS-FIN-SEGFIRMA
           NOT AT END
               IF SEG-FECHA (1:10) EQUAL WS-DIA-ISO
               AND WS-FIR-OCUPADAS < 200
                   ADD 1 TO WS-FIR-OCUPADAS
                   MOVE SEG-CAJERO TO WS-FIR-CAJERO (WS-FIR-OCUPADAS)
                   MOVE SEG-CUENTA TO WS-FIR-CUENTA (WS-FIR-OCUPADAS)
                   MOVE SEG-SEGUNDO TO WS-FIR-SEGUNDO (WS-FIR-OCUPADAS)
               END-IF
           END-READ.
       06-LEER-FIRMA-END.
       EXIT.


      *> MOVIMIENTOS DEL DIA TECLEADOS POR UN CAJERO (LOS DE LOS
      *> PROCESOS DE LOTE NO TIENEN OPERADOR O NO TIENEN VINCULOS).
       10-REVISAR-MOVIMIENTOS.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS NOT EQUAL "00"
               DISPLAY "No hay archivo de movimientos."
           ELSE
               MOVE "NO" TO WS-FIN-MOVS
               PERFORM 11-LEER-MOVIMIENTO UNTIL WS-FIN-MOVS EQUAL "SI"
           END-IF.
           CLOSE MOVS.
       10-REVISAR-MOVIMIENTOS-END.
       EXIT.


       11-LEER-MOVIMIENTO.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF WS-MOVS-ES-MOVIMIENTO
               AND WS-MOVS-FECHA EQUAL WS-FECHA-INFORME
               AND WS-MOVS-OPERADOR NOT EQUAL SPACES
                   PERFORM 12-MOVIMIENTO-EN-CONFLICTO
               END-IF
           END-READ.
       11-LEER-MOVIMIENTO-END.
       EXIT.


       12-MOVIMIENTO-EN-CONFLICTO.
           MOVE WS-MOVS-OPERADOR TO WS-OPERADOR.
           MOVE WS-MOVS-CUENTA TO WS-CUENTA-MIRAR.
           PERFORM 30-COMPROBAR-CONFLICTO.
           IF WS-CONFL-RESULTADO NOT EQUAL "N"
               MOVE SPACES TO WS-SEGUNDO
               PERFORM 13-BUSCAR-FIRMA
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-FIR-OCUPADAS
               IF WS-MOVS-TIPO EQUAL "REVERSA"
                   MOVE "REV." TO DET-CLASE
               ELSE
                   MOVE "MOV." TO DET-CLASE
               END-IF
               MOVE WS-MOVS-TIPO TO DET-TIPO
               MOVE WS-MOVS-IMPORTE TO DET-IMPORTE
               PERFORM 40-LINEA-CONFLICTO
           END-IF.
       12-MOVIMIENTO-EN-CONFLICTO-END.
       EXIT.


       13-BUSCAR-FIRMA.
           IF WS-FIR-CAJERO (WS-K) EQUAL WS-OPERADOR
           AND WS-FIR-CUENTA (WS-K) EQUAL WS-CUENTA-MIRAR
               MOVE WS-FIR-SEGUNDO (WS-K) TO WS-SEGUNDO
           END-IF.
       13-BUSCAR-FIRMA-END.
       EXIT.


      *> LIMITES DE DESCUBIERTO AUTORIZADOS EN EL DIA; LA SEGUNDA
      *> FIRMA VA EN LA PROPIA AUTORIZACION.
       20-REVISAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZACIONES.
           IF WS-FS-DESCAUT EQUAL "00"
               MOVE "NO" TO WS-FIN-DESCAUT
               PERFORM 21-LEER-AUTORIZACION
                   UNTIL WS-FIN-DESCAUT EQUAL "SI"
           END-IF.
           CLOSE AUTORIZACIONES.
       20-REVISAR-AUTORIZACIONES-END.
       EXIT.


       21-LEER-AUTORIZACION.
           READ AUTORIZACIONES
           AT END
               MOVE "SI" TO WS-FIN-DESCAUT
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF DES-FECHA (1:10) EQUAL WS-DIA-ISO
                   MOVE DES-CAJERO TO WS-OPERADOR
                   MOVE DES-CUENTA TO WS-CUENTA-MIRAR
                   PERFORM 30-COMPROBAR-CONFLICTO
                   IF WS-CONFL-RESULTADO NOT EQUAL "N"
                       MOVE DES-SEGUNDO TO WS-SEGUNDO
                       MOVE "DESC." TO DET-CLASE
                       MOVE "LIMITE" TO DET-TIPO
                       MOVE DES-LIMITE-NUEVO TO DET-IMPORTE
                       PERFORM 40-LINEA-CONFLICTO
                   END-IF
               END-IF
           END-READ.
       21-LEER-AUTORIZACION-END.
       EXIT.


      *> EL TITULAR PRINCIPAL SALE DEL MAESTRO DE CUENTAS; LOS
      *> COTITULARES LOS MIRA CAJCONFL EN JTITULARES.
       30-COMPROBAR-CONFLICTO.
           MOVE SPACES TO WS-TITULAR.
           IF WS-HAY-CUENTAS EQUAL "S"
               MOVE WS-CUENTA-MIRAR TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTE-ID TO WS-TITULAR
               END-READ
           END-IF.
           CALL "CAJCONFL" USING WS-OPERADOR, WS-CUENTA-MIRAR,
               WS-TITULAR, WS-CONFL-RESULTADO, WS-CONFL-CLIENTE.
       30-COMPROBAR-CONFLICTO-END.
       EXIT.


       40-LINEA-CONFLICTO.
           MOVE WS-OPERADOR TO DET-CAJERO.
           MOVE WS-CUENTA-MIRAR TO DET-CUENTA.
           IF WS-CONFL-RESULTADO EQUAL "P"
               MOVE "PROPIA" TO DET-VINCULO
           ELSE
               MOVE "FAMILIAR" TO DET-VINCULO
           END-IF.
           MOVE WS-CONFL-CLIENTE TO DET-CLIENTE.
           IF WS-SEGUNDO EQUAL SPACES
               MOVE "NO" TO DET-SEGUNDO
               ADD 1 TO WS-SIN-SEGUNDA
           ELSE
               MOVE WS-SEGUNDO TO DET-SEGUNDO
           END-IF.
           WRITE REG-INFORME FROM WS-LINEA-DETALLE.
           DISPLAY WS-LINEA-DETALLE.
           ADD 1 TO WS-CONFLICTOS.
           ADD 1 TO WS-CTRL-ESCRITOS.
       40-LINEA-CONFLICTO-END.
       EXIT.


       90-CERRAR.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CTRL-ESCRITOS.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOCONFLICTO.
