      * Date:
      * Purpose: Deteccion de cuentas durmientes: busca en el libro de
      *          movimientos la ultima operacion iniciada por el
      *          cliente (INGRESO/RETIRADA/TRANSFER/TARJETA, sin los
      *          abonos de INTERES) de cada cuenta, marca con ESTADO
      *          "I" las que llevan mas de doce meses sin actividad y
      *          deja un informe de inactividad para cumplimiento.
      *          Los movimientos de cada cuenta se leen con START/READ
      *          NEXT del historico indexado JMOVSIDX (servicio
      *          MOVSIDX), que conserva tambien los años archivados.
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

       SELECT INFORME ASSIGN TO
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

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JINACTIVAS".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOINACTIVAS".

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FIN-MOVS PIC X(3) VALUE "NO".
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
       77 WS-ENCONTRADO PIC X(2).
       77 WS-CONTADOR-SIN-DATOS PIC 9(5) VALUE 0.
       77 WS-HOY-NUM PIC 9(8).
       77 WS-HOY-INT PIC 9(8).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-MOVSIDX-OP PIC X(1) VALUE "I".
       77 WS-MOVSIDX-LEIDAS PIC 9(9).
       77 WS-MOVSIDX-INDEXADAS PIC 9(9).
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVSIDX PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVSIDX.txt".

       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
               88 WS-MOVS-ES-MOVIMIENTO VALUE "MV".
           05 WS-MOVS-FECHA PIC 9(8).
           05 WS-MOVS-TIPO PIC X(10).
               88 WS-MOVS-TIPO-CLIENTE VALUES
                   "RETIRADA" "INGRESO" "TRANSFER" "PLAZO"
                   "TARJCAJERO" "TARJCOMPRA" "INGCHEQUE".
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-CABECERA.
           05 FILLER PIC X(32) VALUE

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 30-REVISAR-CUENTA UNTIL WS-FIN-CUENTAS EQUAL "SI".
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
           OPEN I-O CUENTA.
           OPEN OUTPUT INFORME.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
       EXIT.


      *> ULTIMA FECHA DE MOVIMIENTO INICIADO POR EL CLIENTE DE LA
      *> CUENTA: SE RECORREN SUS LINEAS EN EL INDICE HASTA QUE CAMBIA
      *> LA CUENTA.
       20-ULTIMA-ACTIVIDAD.
           MOVE "NO" TO WS-ENCONTRADO.
           MOVE ZERO TO WS-LINEA-NUM.
           MOVE "NO" TO WS-FIN-MOVS.
           MOVE NUMCUENTA TO MIX-CUENTA.
           MOVE ZERO TO MIX-FECHA-VALOR.
           MOVE ZERO TO MIX-SECUENCIA.
           START MOVS-INDICE KEY IS NOT LESS THAN MIX-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-MOVS
           END-START.
           PERFORM 25-LEER-MOVIMIENTO UNTIL WS-FIN-MOVS EQUAL "SI".
       20-ULTIMA-ACTIVIDAD-END.
       EXIT.


      *> SOLO CUENTAN LOS MOVIMIENTOS INICIADOS POR EL CLIENTE; LOS
      *> ABONOS DE INTERES Y LAS OPERACIONES RECHAZADAS NO REINICIAN
      *> EL CONTADOR DE INACTIVIDAD.
       25-LEER-MOVIMIENTO.
           READ MOVS-INDICE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               IF MIX-CUENTA NOT EQUAL NUMCUENTA
                   MOVE "SI" TO WS-FIN-MOVS
               ELSE
                   MOVE MIX-LINEA TO WS-MOVS-LINEA
                   IF WS-MOVS-TIPO-CLIENTE
                       MOVE "SI" TO WS-ENCONTRADO
                       IF WS-MOVS-FECHA > WS-LINEA-NUM
                           MOVE WS-MOVS-FECHA TO WS-LINEA-NUM
                       END-IF
                   END-IF
               END-IF
           END-READ.
       25-LEER-MOVIMIENTO-END.
       EXIT.


               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               ADD 1 TO WS-CONTADOR-CUENTAS
               PERFORM 20-ULTIMA-ACTIVIDAD
               IF WS-ENCONTRADO EQUAL "NO"
      *>Una cuenta sin ninguna linea en el archivo de movimientos no
      *>es demostrable que lleve doce meses parada (puede ser de ayer,


       50-CERRAR-ARCHIVOS.
           CLOSE MOVS-INDICE CUENTA INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       GOBACK.
       50-CERRAR-ARCHIVOS-END.
       EXIT.
