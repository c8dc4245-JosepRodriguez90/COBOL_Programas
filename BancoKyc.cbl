      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision mensual de las fichas de identidad (KYC) de
      *          JCLIPERFIL para cumplimiento normativo. El informe
      *          JKYCREVISION tiene tres apartados:
      *          - clientes cuyo documento caduca en los proximos 60
      *            dias (para pedirles la renovacion a tiempo);
      *          - clientes con el documento ya caducado que siguen
      *            teniendo cuentas abiertas en JDATOSCUENTA;
      *          - clientes con cuentas abiertas sin ficha o con la
      *            ficha incompleta (cuentas anteriores a la ficha).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOKYC.

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

       SELECT OPTIONAL PERFILES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIPERFIL.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PERF-CLI-ID
       FILE STATUS IS WS-FS-PERFILES.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JKYCREVISION.txt".

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

       FD PERFILES.
           01 DATOS-PERFIL.
               05 PERF-CLI-ID PIC X(6).
               05 PERF-DOC-TIPO PIC X(1).
               05 PERF-DOC-NUMERO PIC X(15).
               05 PERF-DOC-CADUCIDAD PIC 9(8).
               05 PERF-FECHA-NACIMIENTO PIC 9(8).
               05 PERF-DIRECCION PIC X(40).
               05 PERF-POBLACION PIC X(20).
               05 PERF-COD-POSTAL PIC X(5).
               05 PERF-TELEFONO PIC X(15).
               05 PERF-EMAIL PIC X(30).
               05 PERF-NACIONALIDAD PIC X(3).
               05 PERF-FECHA-REVISION PIC 9(8).
               05 FILLER PIC X(41).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JKYCREVISION".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOKYC".

       77 WS-FS-CLIENTES PIC 99.
       77 WS-FS-PERFILES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FIN-CLIENTES PIC X(3) VALUE "NO".
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
       77 WS-PASADA PIC 9(1).
       77 WS-DIAS-AVISO PIC S9(7) VALUE 60.
       77 WS-FECHA-LIMITE PIC 9(8).
       77 WS-FECHA-OP PIC X(1) VALUE "A".
       77 WS-FECHA-NULA PIC 9(8) VALUE ZERO.
       77 WS-TIENE-PERFIL PIC X(1).
       77 WS-PERFIL-COMPLETO PIC X(1).
       77 WS-CUENTAS-ABIERTAS PIC 9(3).
       77 WS-CONTADOR-CLIENTES PIC 9(5) VALUE 0.
       77 WS-CONTADOR-CADUCAN PIC 9(5) VALUE 0.
       77 WS-CONTADOR-CADUCADOS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-SIN-FICHA PIC 9(5) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOKYC".
       77 WS-CTRL-ESCRITOS PIC 9(5).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-CABECERA.
           05 FILLER PIC X(36) VALUE
           "REVISION DE FICHAS DE IDENTIDAD - ".
           05 CAB-FECHA PIC X(21).

       01 WS-TITULO-APARTADO.
           05 TIT-TEXTO PIC X(60).

       01 WS-LINEA-DETALLE.
           05 DET-CLIENTE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-APELLIDO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DOCUMENTO PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CADUCIDAD PIC 9(8).
           05 FILLER PIC X(10) VALUE " Cuentas: ".
           05 DET-CUENTAS PIC ZZ9.

       01 WS-RESUMEN.
           05 FILLER PIC X(11) VALUE "Clientes: ".
           05 RES-CLIENTES PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  Caducan: ".
           05 RES-CADUCAN PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  Caducados: ".
           05 RES-CADUCADOS PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  Sin ficha: ".
           05 RES-SIN-FICHA PIC ZZZZ9.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-FS-CLIENTES NOT EQUAL "00"
               OR WS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Error abriendo JCLIENTES/JDATOSCUENTA: "
               WS-FS-CLIENTES " " WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Documentos que caducan en los proximos 60 dias"
               TO TIT-TEXTO.
           MOVE 1 TO WS-PASADA.
           PERFORM 20-RECORRER-CLIENTES.
           MOVE "Documentos caducados con cuentas abiertas"
               TO TIT-TEXTO.
           MOVE 2 TO WS-PASADA.
           PERFORM 20-RECORRER-CLIENTES.
           MOVE "Cuentas abiertas sin ficha completa" TO TIT-TEXTO.
           MOVE 3 TO WS-PASADA.
           PERFORM 20-RECORRER-CLIENTES.
           PERFORM 80-ESCRIBIR-RESUMEN.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT CUENTA.
           OPEN INPUT PERFILES.
           OPEN OUTPUT INFORME.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-FECHA TO CAB-FECHA.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           CALL "FECHASERV" USING WS-FECHA-OP, WS-HOY-NUM,
               WS-FECHA-NULA, WS-DIAS-AVISO, WS-FECHA-LIMITE.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


      *> CADA APARTADO ES UNA PASADA COMPLETA DEL MAESTRO DE CLIENTES
      *> (WS-PASADA DICE CUAL), PARA QUE EL INFORME SALGA AGRUPADO.
       20-RECORRER-CLIENTES.
           MOVE SPACES TO REGISTRO-INFORME.
           WRITE REGISTRO-INFORME.
           WRITE REGISTRO-INFORME FROM WS-TITULO-APARTADO.
           MOVE "NO" TO WS-FIN-CLIENTES.
           MOVE LOW-VALUES TO CLI-ID.
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-CLIENTES
           END-START.
           PERFORM 30-REVISAR-CLIENTE UNTIL WS-FIN-CLIENTES EQUAL "SI".
       20-RECORRER-CLIENTES-END.
       EXIT.


       30-REVISAR-CLIENTE.
           READ CLIENTES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CLIENTES
           NOT AT END
               IF WS-PASADA EQUAL 1
                   ADD 1 TO WS-CONTADOR-CLIENTES
               END-IF
               PERFORM 35-LEER-PERFIL
               PERFORM 40-CONTAR-CUENTAS
               EVALUATE TRUE
               WHEN WS-PASADA EQUAL 1
                   AND WS-TIENE-PERFIL EQUAL "S"
                   AND PERF-DOC-CADUCIDAD NOT < WS-HOY-NUM
                   AND PERF-DOC-CADUCIDAD NOT > WS-FECHA-LIMITE
                   ADD 1 TO WS-CONTADOR-CADUCAN
                   PERFORM 50-ESCRIBIR-DETALLE
               WHEN WS-PASADA EQUAL 2
                   AND WS-TIENE-PERFIL EQUAL "S"
                   AND PERF-DOC-CADUCIDAD > ZERO
                   AND PERF-DOC-CADUCIDAD < WS-HOY-NUM
                   AND WS-CUENTAS-ABIERTAS > ZERO
                   ADD 1 TO WS-CONTADOR-CADUCADOS
                   PERFORM 50-ESCRIBIR-DETALLE
               WHEN WS-PASADA EQUAL 3
                   AND WS-PERFIL-COMPLETO NOT EQUAL "S"
                   AND WS-CUENTAS-ABIERTAS > ZERO
                   ADD 1 TO WS-CONTADOR-SIN-FICHA
                   PERFORM 50-ESCRIBIR-DETALLE
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ.
       30-REVISAR-CLIENTE-END.
       EXIT.


      *> LA FICHA ES COMPLETA CON LOS MISMOS CAMPOS OBLIGATORIOS QUE
      *> EXIGE EL SERVICIO PERFILCLI AL ABRIR UNA CUENTA.
       35-LEER-PERFIL.
           MOVE "N" TO WS-TIENE-PERFIL.
           MOVE "N" TO WS-PERFIL-COMPLETO.
           MOVE SPACES TO DATOS-PERFIL.
           MOVE ZERO TO PERF-DOC-CADUCIDAD.
           MOVE CLI-ID TO PERF-CLI-ID.
           READ PERFILES RECORD
           INVALID KEY
               MOVE ZERO TO PERF-DOC-CADUCIDAD
           NOT INVALID KEY
               MOVE "S" TO WS-TIENE-PERFIL
               IF PERF-DOC-TIPO NOT EQUAL SPACE
                   AND PERF-DOC-NUMERO NOT EQUAL SPACES
                   AND PERF-DOC-CADUCIDAD > ZERO
                   AND PERF-FECHA-NACIMIENTO > ZERO
                   AND PERF-DIRECCION NOT EQUAL SPACES
                   AND PERF-POBLACION NOT EQUAL SPACES
                   AND PERF-TELEFONO NOT EQUAL SPACES
                   AND PERF-NACIONALIDAD NOT EQUAL SPACES
                   MOVE "S" TO WS-PERFIL-COMPLETO
               END-IF
           END-READ.
       35-LEER-PERFIL-END.
       EXIT.


      *> LAS CUENTAS CERRADAS SALEN DE JDATOSCUENTA (JCERRADAS): TODA
      *> CUENTA QUE SIGUE EN EL MAESTRO ESTA ABIERTA.
       40-CONTAR-CUENTAS.
           MOVE ZERO TO WS-CUENTAS-ABIERTAS.
           MOVE "NO" TO WS-FIN-CUENTAS.
           MOVE CLI-ID TO CLIENTE-ID.
           START CUENTA KEY IS EQUAL CLIENTE-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-CUENTAS
           END-START.
           PERFORM 45-LEER-CUENTA UNTIL WS-FIN-CUENTAS EQUAL "SI".
       40-CONTAR-CUENTAS-END.
       EXIT.


       45-LEER-CUENTA.
           READ CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               IF CLIENTE-ID EQUAL CLI-ID
                   ADD 1 TO WS-CUENTAS-ABIERTAS
               ELSE
                   MOVE "SI" TO WS-FIN-CUENTAS
               END-IF
           END-READ.
       45-LEER-CUENTA-END.
       EXIT.


       50-ESCRIBIR-DETALLE.
           MOVE CLI-ID TO DET-CLIENTE.
           MOVE CLI-NOMBRE TO DET-NOMBRE.
           MOVE CLI-APELLIDO TO DET-APELLIDO.
           MOVE PERF-DOC-NUMERO TO DET-DOCUMENTO.
           MOVE PERF-DOC-CADUCIDAD TO DET-CADUCIDAD.
           MOVE WS-CUENTAS-ABIERTAS TO DET-CUENTAS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-DETALLE.
       50-ESCRIBIR-DETALLE-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           MOVE SPACES TO REGISTRO-INFORME.
           WRITE REGISTRO-INFORME.
           MOVE WS-CONTADOR-CLIENTES TO RES-CLIENTES.
           MOVE WS-CONTADOR-CADUCAN TO RES-CADUCAN.
           MOVE WS-CONTADOR-CADUCADOS TO RES-CADUCADOS.
           MOVE WS-CONTADOR-SIN-FICHA TO RES-SIN-FICHA.
           WRITE REGISTRO-INFORME FROM WS-RESUMEN.
           DISPLAY "Clientes revisados: " WS-CONTADOR-CLIENTES.
           DISPLAY "Documentos que caducan en 60 dias: "
           WS-CONTADOR-CADUCAN.
           DISPLAY "Caducados con cuentas abiertas: "
           WS-CONTADOR-CADUCADOS.
           DISPLAY "Con cuentas y sin ficha completa: "
           WS-CONTADOR-SIN-FICHA.
           COMPUTE WS-CTRL-ESCRITOS = WS-CONTADOR-CADUCAN
               + WS-CONTADOR-CADUCADOS + WS-CONTADOR-SIN-FICHA.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CONTADOR-CLIENTES,
               WS-CTRL-ESCRITOS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           CLOSE CLIENTES CUENTA PERFILES INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOKYC.
