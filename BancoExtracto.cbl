      * Purpose: Extracto de movimientos de una cuenta entre dos
      *          fechas. Lee el archivo de movimientos tipados JMOVS
      *          (ya no interpreta el libro impreso JIMPCUENTA) y
      *          deja el extracto formateado en JEXTRACTO. Los busca
      *          con START/READ NEXT en el historico indexado JMOVSIDX
      *          (servicio MOVSIDX), que tiene tambien los años ya
      *          archivados, en orden de fecha valor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MOVS-INDICE ASSIGN TO WS-RUTA-MOVSIDX
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS MIX-CLAVE
       ALTERNATE RECORD KEY IS MIX-RECIBO WITH DUPLICATES
       FILE STATUS IS WS-FS-MOVS.

       SELECT EXTRACTO ASSIGN TO WS-RUTA-EXTRACTO.


       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> HISTORICO INDEXADO QUE MANTIENE MOVSIDX: LA LINEA DE JMOVS
      *> CON CLAVE CUENTA + FECHA VALOR + SECUENCIA.
       FD MOVS-INDICE.
           01 DATOS-MOVIDX.
               05 MIX-CLAVE.
                   10 MIX-CUENTA PIC X(10).
                   10 MIX-FECHA-VALOR PIC 9(8).
                   10 MIX-SECUENCIA PIC 9(9).
               05 MIX-RECIBO PIC 9(6).
               05 MIX-LINEA PIC X(72).

       FD EXTRACTO
       RECORD CONTAINS 70 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-EXTRACTO PIC X(70).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JEXTRACTO".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOEXTRACTO".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-MOVS PIC 99.
       77 WS-FIN-MOVS PIC X(3) VALUE "NO".
       77 WS-CONTADOR-MOV PIC 9(5) VALUE 0.
       77 WS-DESDE-MES-NOMBRE PIC X(10).
       77 WS-HASTA-MES-NOMBRE PIC X(10).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-MOVSIDX-OP PIC X(1) VALUE "I".
       77 WS-MOVSIDX-LEIDAS PIC 9(9).
       77 WS-MOVSIDX-INDEXADAS PIC 9(9).

      *> RUTAS FISICAS DE LOS ARCHIVOS: POR DEFECTO LAS DE
      *> PRODUCCION, PERO EL SERVICIO RUTAS LAS PUEDE REDIRIGIR
      *> DESDE EL ARCHIVO DE CONFIGURACION JRUTAS AL ARRANCAR.
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVSIDX PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVSIDX.txt".
       77 WS-RUTA-EXTRACTO PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEXTRACTO.txt".

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> LINEA YA FORMATEADA DEL EXTRACTO: LA PARTE BONITA SE
      *> COMPONE AQUI, A PARTIR DEL REGISTRO TIPADO. CADA APUNTE
      *> LLEVA SU FECHA CONTABLE Y SU FECHA VALOR.
       01 WS-LINEA-EXTRACTO.
           05 EXT-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXT-FECHA-VALOR PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXT-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EXT-IMPORTE PIC -(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CAB-CUENTA PIC X(10).

       01 WS-CAB-IBAN-LINEA.
           05 FILLER PIC X(6) VALUE "IBAN: ".
           05 WS-CAB-IBAN PIC X(24).

       01 WS-PERIODO.
           05 FILLER PIC X(9) VALUE "Periodo: ".
           05 WS-PER-DESDE-DIA PIC Z9.
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-CARGAR-RUTAS.
           PERFORM 10-PEDIR-FILTROS.
           PERFORM 20-ABRIR-ARCHIVOS.
           PERFORM 30-FILTRAR-MOVIMIENTOS UNTIL WS-FIN-MOVS EQUAL "SI".
           PERFORM 40-ESCRIBIR-RESUMEN.
           PERFORM 50-CERRAR-ARCHIVOS.
       00-INICIO-END.


       05-CARGAR-RUTAS.
           MOVE "JMOVSIDX" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVSIDX
           MOVE "JEXTRACTO" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-EXTRACTO.
       05-CARGAR-RUTAS-END.
       EXIT.


      *> EL INDICE SE PONE AL DIA CON LO GRABADO HOY EN JMOVS Y SE
      *> POSICIONA EN EL PRIMER MOVIMIENTO DE LA CUENTA.
       20-ABRIR-ARCHIVOS.
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.
           OPEN INPUT MOVS-INDICE.
           MOVE WS-CUENTA-BUSCAR TO MIX-CUENTA.
           MOVE ZERO TO MIX-FECHA-VALOR.
           MOVE ZERO TO MIX-SECUENCIA.
           START MOVS-INDICE KEY IS NOT LESS THAN MIX-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-MOVS
           END-START.
           OPEN OUTPUT EXTRACTO.
           MOVE WS-CUENTA-BUSCAR TO WS-CAB-CUENTA.
           WRITE REGISTRO-EXTRACTO FROM WS-CABECERA.
           MOVE "G" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-CUENTA-BUSCAR,
               WS-CAB-IBAN, WS-IBAN-RESULTADO.
           IF WS-IBAN-RESULTADO EQUAL "S"
               WRITE REGISTRO-EXTRACTO FROM WS-CAB-IBAN-LINEA
           END-IF.

           MOVE WS-DESDE-DIA TO WS-PER-DESDE-DIA.
           MOVE WS-DESDE-MES-NOMBRE TO WS-PER-DESDE-MES.


       30-FILTRAR-MOVIMIENTOS.
           READ MOVS-INDICE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               MOVE MIX-LINEA TO WS-MOVS-LINEA
               IF MIX-CUENTA NOT EQUAL WS-CUENTA-BUSCAR
                   MOVE "SI" TO WS-FIN-MOVS
               END-IF
               IF WS-FIN-MOVS NOT EQUAL "SI"
               AND WS-MOVS-FECHA >= WS-DESDE-YYYYMMDD
               AND WS-MOVS-FECHA <= WS-HASTA-YYYYMMDD
                   MOVE WS-MOVS-FECHA TO EXT-FECHA
                   PERFORM 32-FECHA-VALOR-LINEA
                   MOVE WS-MOVS-TIPO TO EXT-TIPO
                   MOVE WS-MOVS-IMPORTE TO EXT-IMPORTE
                   MOVE WS-MOVS-SALDO TO EXT-SALDO
       EXIT.


      *> LOS MOVIMIENTOS ANTERIORES A LA FECHA VALOR LA TRAEN EN
      *> BLANCO: SU VALOR ES EL DIA DEL APUNTE.
       32-FECHA-VALOR-LINEA.
           IF WS-MOVS-FECHA-VALOR IS NUMERIC
           AND WS-MOVS-FECHA-VALOR NOT EQUAL ZERO
               MOVE WS-MOVS-FECHA-VALOR TO EXT-FECHA-VALOR
           ELSE
               MOVE WS-MOVS-FECHA TO EXT-FECHA-VALOR
           END-IF.
       32-FECHA-VALOR-LINEA-END.
       EXIT.




       50-CERRAR-ARCHIVOS.
           CLOSE MOVS-INDICE EXTRACTO.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       STOP RUN.
       50-CERRAR-ARCHIVOS-END.
       EXIT.
