      *          cuenta a partir de las lineas de movimientos del
      *          libro (JIMPCUENTA), lo compara con el SALDO grabado
      *          en el archivo de cuentas y deja un informe con los
      *          descuadres encontrados. Las lineas de cada cuenta
      *          se leen con START/READ NEXT del historico indexado
      *          JMOVSIDX (servicio MOVSIDX): el saldo segun el libro
      *          es el del ultimo movimiento grabado de la cuenta.
      *          El resultado queda en el semaforo JCONCISEM (fecha y
      *          "OK" sin descuadres, "KO" con ellos), que mira
      *          CIERREPERIODO antes de cerrar un mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL MOVS-INDICE ASSIGN TO WS-RUTA-MOVSIDX
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS MIX-CLAVE
       ALTERNATE RECORD KEY IS MIX-RECIBO WITH DUPLICATES
       FILE STATUS IS WS-FS-MOVS.

       SELECT CONCILIA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCONCILIA.txt".

       SELECT OPTIONAL SEMAFORO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCONCISEM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SEMAFORO.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD CUENTA.
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

      *> HISTORICO INDEXADO QUE MANTIENE MOVSIDX: LA LINEA DE JMOVS
      *> CON CLAVE CUENTA + FECHA VALOR + SECUENCIA DE GRABACION.
       FD MOVS-INDICE.
           01 DATOS-MOVIDX.
               05 MIX-CLAVE.
                   10 MIX-CUENTA PIC X(10).
                   10 MIX-FECHA-VALOR PIC 9(8).
                   10 MIX-SECUENCIA PIC 9(9).
               05 MIX-RECIBO PIC 9(6).
               05 MIX-LINEA PIC X(72).

       FD CONCILIA
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-CONCILIA PIC X(80).

      *> SEMAFORO DEL CIERRE DE MES: FECHA DE LA CONCILIACION Y "OK"
      *> O "KO" (MISMO FORMATO QUE EL DE NOMINAVALIDA).
       FD SEMAFORO
       RECORD CONTAINS 10 CHARACTERS.
       01 REG-SEMAFORO.
           05 SEM-FECHA PIC 9(8).
           05 SEM-ESTADO PIC X(2).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCONCILIA".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOCONCILIA".

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-SEMAFORO PIC 99.
       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).
       77 WS-FIN-MOVS PIC X(3) VALUE "NO".
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
       77 WS-CONTADOR-CUENTAS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-DESCUADRES PIC 9(5) VALUE 0.
       77 WS-CONTADOR-SIN-LEDGER PIC 9(5) VALUE 0.
       77 WS-ENCONTRADO PIC X(2).
       77 WS-SECUENCIA-ULTIMA PIC 9(9).
       77 WS-MOVSIDX-OP PIC X(1) VALUE "I".
       77 WS-MOVSIDX-LEIDAS PIC 9(9).
       77 WS-MOVSIDX-INDEXADAS PIC 9(9).
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVSIDX PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVSIDX.txt".

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-CABECERA.
           05 FILLER PIC X(25) VALUE

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 30-COMPARAR-CUENTA UNTIL WS-FIN-CUENTAS EQUAL "SI".
           PERFORM 40-ESCRIBIR-RESUMEN.
           PERFORM 50-CERRAR-ARCHIVOS.
       00-INICIO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           MOVE "JMOVSIDX" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVSIDX.
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.
           OPEN INPUT MOVS-INDICE.
           OPEN INPUT CUENTA.
           OPEN OUTPUT CONCILIA.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
       EXIT.


      *> RECORRE LOS MOVIMIENTOS DE UNA CUENTA EN EL INDICE: EL SALDO
      *> ANOTADO EN EL ULTIMO GRABADO (MAYOR SECUENCIA) ES SU SALDO
      *> DE CIERRE SEGUN EL LIBRO.
       20-SALDO-SEGUN-LIBRO.
           MOVE "NO" TO WS-ENCONTRADO.
           MOVE ZERO TO WS-SECUENCIA-ULTIMA.
           MOVE "NO" TO WS-FIN-MOVS.
           MOVE NUMCUENTA TO MIX-CUENTA.
           MOVE ZERO TO MIX-FECHA-VALOR.
           MOVE ZERO TO MIX-SECUENCIA.
           START MOVS-INDICE KEY IS NOT LESS THAN MIX-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-MOVS
           END-START.
           PERFORM 25-LEER-MOVIMIENTO UNTIL WS-FIN-MOVS EQUAL "SI".
       20-SALDO-SEGUN-LIBRO-END.
       EXIT.


       25-LEER-MOVIMIENTO.
           READ MOVS-INDICE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               IF MIX-CUENTA NOT EQUAL NUMCUENTA
                   MOVE "SI" TO WS-FIN-MOVS
               ELSE
                   MOVE MIX-LINEA TO WS-MOVS-LINEA
                   MOVE "SI" TO WS-ENCONTRADO
                   IF MIX-SECUENCIA > WS-SECUENCIA-ULTIMA
                       MOVE MIX-SECUENCIA TO WS-SECUENCIA-ULTIMA
                       MOVE WS-MOVS-SALDO TO WS-SALDO-LEDGER
                   END-IF
               END-IF
           END-READ.
       25-LEER-MOVIMIENTO-END.
       EXIT.


               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               ADD 1 TO WS-CONTADOR-CUENTAS
               PERFORM 20-SALDO-SEGUN-LIBRO
               IF WS-ENCONTRADO EQUAL "NO"
                   ADD 1 TO WS-CONTADOR-SIN-LEDGER
                   MOVE NUMCUENTA TO DET-AVISO-CUENTA
           IF WS-CONTADOR-DESCUADRES GREATER ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 45-GRABAR-SEMAFORO.
       40-ESCRIBIR-RESUMEN-END.
       EXIT.


       45-GRABAR-SEMAFORO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM TO SEM-FECHA.
           IF WS-CONTADOR-DESCUADRES EQUAL ZERO
               MOVE "OK" TO SEM-ESTADO
           ELSE
               MOVE "KO" TO SEM-ESTADO
           END-IF.
           OPEN OUTPUT SEMAFORO.
           WRITE REG-SEMAFORO.
           CLOSE SEMAFORO.
       45-GRABAR-SEMAFORO-END.
       EXIT.


       50-CERRAR-ARCHIVOS.
           CLOSE MOVS-INDICE CUENTA CONCILIA.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       GOBACK.
       50-CERRAR-ARCHIVOS-END.
       EXIT.
