      *          van a la pagina de excepciones del final. Cada
      *          extracto lleva un numero secuencial por cuenta, asi
      *          un extracto que falte se detecta por el salto de
      *          numeracion. Los movimientos de cada cuenta se leen
      *          con START/READ NEXT del historico indexado JMOVSIDX
      *          (servicio MOVSIDX), en orden de fecha valor; el
      *          cierre es el saldo del ultimo grabado en el libro.
      *          Al terminar anota en JPERIODOS (PERIODOSERV) que los
      *          extractos del mes estan emitidos, uno de los controles
      *          del cierre de mes de CIERREPERIODO.
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

       SELECT ESTCTRL ASSIGN TO
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

      *> CONTROL DE EXTRACTOS POR CUENTA: ULTIMO NUMERO EMITIDO,
      *> ULTIMO PERIODO Y SALDO DE CIERRE QUE ARRASTRA EL SIGUIENTE.
       01 REGISTRO-EXTRACTO PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JESTADOMES".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOESTMENSUAL".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-CONTADOR-DESCUADRES PIC 9(3) VALUE 0.
       77 WS-I PIC 9(3).
       77 WS-CTRL-PROGRAMA PIC X(20).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-SECUENCIA-CIERRE PIC 9(9).
       77 WS-MOVSIDX-OP PIC X(1) VALUE "I".
       77 WS-MOVSIDX-LEIDAS PIC 9(9).
       77 WS-MOVSIDX-INDEXADAS PIC 9(9).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).
       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVSIDX PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVSIDX.txt".

      *> DESCUADRES RECOGIDOS DURANTE LA PASADA PARA LA PAGINA DE
      *> EXCEPCIONES DEL FINAL.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-CAB-EXTRACTO.
           05 FILLER PIC X(9) VALUE "EXTRACTO ".
           05 CAB-CUENTA PIC X(10).
           05 FILLER PIC X(10) VALUE " Periodo: ".
           05 CAB-PERIODO PIC 9(6).
           05 FILLER PIC X(6) VALUE " IBAN ".
           05 CAB-IBAN PIC X(24).

       01 WS-LINEA-INICIAL.
           05 FILLER PIC X(15) VALUE "Saldo inicial: ".
           05 INI-SALDO PIC -(7)9.99.

      *> CADA APUNTE CON SU FECHA CONTABLE Y SU FECHA VALOR.
       01 WS-LINEA-MOV.
           05 MOV-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-FECHA-VALOR PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 MOV-IMPORTE PIC -(5)9.99.
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Periodo del extracto (AAAAMM): "
           ACCEPT WS-PERIODO.
           PERFORM 10-ABRIR-ARCHIVOS.


       10-ABRIR-ARCHIVOS.
           MOVE "JMOVSIDX" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVSIDX.
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.
           OPEN INPUT MOVS-INDICE.
           OPEN INPUT CUENTA.
           IF WS-FILE-STATUS EQUAL "00"
               OPEN I-O ESTCTRL
           MOVE WS-NUMERO-EXTRACTO TO CAB-NUMERO.
           MOVE NUMCUENTA TO CAB-CUENTA.
           MOVE WS-PERIODO TO CAB-PERIODO.
           MOVE "G" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, NUMCUENTA,
               CAB-IBAN, WS-IBAN-RESULTADO.
           WRITE REGISTRO-EXTRACTO FROM WS-CAB-EXTRACTO.
           MOVE WS-SALDO-INICIAL TO INI-SALDO.
           WRITE REGISTRO-EXTRACTO FROM WS-LINEA-INICIAL.
       EXIT.


      *> LOS MOVIMIENTOS DE LA CUENTA ESTAN JUNTOS EN EL INDICE: SE
      *> EMPIEZA EN EL PRIMERO Y SE PARA AL CAMBIAR DE CUENTA.
       35-RECORRER-MOVS.
           MOVE ZERO TO WS-SECUENCIA-CIERRE.
           MOVE "NO" TO WS-FIN-MOVS.
           MOVE NUMCUENTA TO MIX-CUENTA.
           MOVE ZERO TO MIX-FECHA-VALOR.
           MOVE ZERO TO MIX-SECUENCIA.
           START MOVS-INDICE KEY IS NOT LESS THAN MIX-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-MOVS
           END-START.
           PERFORM 36-LEER-MOV UNTIL WS-FIN-MOVS EQUAL "SI".
       35-RECORRER-MOVS-END.
       EXIT.


       36-LEER-MOV.
           READ MOVS-INDICE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               MOVE MIX-LINEA TO WS-MOVS-LINEA
               IF MIX-CUENTA NOT EQUAL NUMCUENTA
                   MOVE "SI" TO WS-FIN-MOVS
               END-IF
               IF WS-FIN-MOVS NOT EQUAL "SI"
               AND WS-MOVS-FECHA (1:6) EQUAL WS-PERIODO
                   MOVE WS-MOVS-FECHA TO MOV-FECHA
                   PERFORM 37-FECHA-VALOR-LINEA
                   MOVE WS-MOVS-TIPO TO MOV-TIPO
                   MOVE WS-MOVS-IMPORTE TO MOV-IMPORTE
                   MOVE WS-MOVS-SALDO TO MOV-SALDO
                   MOVE WS-MOVS-RECIBO TO MOV-RECIBO
                   WRITE REGISTRO-EXTRACTO FROM WS-LINEA-MOV
                   IF MIX-SECUENCIA > WS-SECUENCIA-CIERRE
                       MOVE MIX-SECUENCIA TO WS-SECUENCIA-CIERRE
                       MOVE WS-MOVS-SALDO TO WS-SALDO-CIERRE
                   END-IF
                   ADD 1 TO WS-MOVS-DEL-MES
               END-IF
           END-READ.
       EXIT.


      *> LOS MOVIMIENTOS ANTERIORES A LA FECHA VALOR LA TRAEN EN
      *> BLANCO: SU VALOR ES EL DIA DEL APUNTE.
       37-FECHA-VALOR-LINEA.
           IF WS-MOVS-FECHA-VALOR IS NUMERIC
           AND WS-MOVS-FECHA-VALOR NOT EQUAL ZERO
               MOVE WS-MOVS-FECHA-VALOR TO MOV-FECHA-VALOR
           ELSE
               MOVE WS-MOVS-FECHA TO MOV-FECHA-VALOR
           END-IF.
       37-FECHA-VALOR-LINEA-END.
       EXIT.


       40-ESCRIBIR-CIERRE.
           MOVE WS-SALDO-CIERRE TO CIE-SALDO.
           MOVE WS-MOVS-DEL-MES TO CIE-MOVIMIENTOS.


       90-CERRAR.
           CLOSE CUENTA ESTCTRL EXTRACTOS MOVS-INDICE.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Extractos emitidos: " WS-CONTADOR-EXTRACTOS.
           DISPLAY "Cuentas saltadas (periodo ya emitido): "
           WS-CONTADOR-SALTADAS.
           DISPLAY "Cuentas con descuadre: " WS-CONTADOR-DESCUADRES.
      *> LOS EXTRACTOS DEL MES QUEDAN EMITIDOS PARA EL CIERRE DE MES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE "M" TO WS-PERSERV-OP.
           MOVE WS-HOY-NUM TO WS-PERSERV-FECHA.
           MOVE WS-PERIODO TO WS-PERSERV-PERIODO.
           MOVE 2 TO WS-PERSERV-CONTROL.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
           MOVE "BANCOESTMENSUAL" TO WS-CTRL-PROGRAMA.
           MOVE WS-CONTADOR-EXTRACTOS TO WS-CTRL-ESCRITOS.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA,
