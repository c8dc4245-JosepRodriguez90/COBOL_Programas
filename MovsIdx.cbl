      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido del historico indexado de
      *          movimientos (mismo patron que OFICINASERV): mantiene
      *          JMOVSIDX, copia indexada de las lineas "MV" de JMOVS
      *          con clave cuenta + fecha valor + secuencia de carga y
      *          clave alternativa por numero de recibo, para que los
      *          programas que buscan los movimientos de una cuenta o
      *          un recibo lo hagan con START/READ NEXT en vez de leer
      *          el libro entero. JMOVS sigue siendo el libro oficial:
      *          el indice se alimenta de el y se puede rehacer.
      *          "I" carga incremental: indexa las lineas de JMOVS
      *              posteriores a las ya cargadas (el control
      *              JMOVSCTL guarda cuantas lineas del vivo estan
      *              cargadas y la ultima secuencia). La llaman
      *              BATCHCONTROL tras cada paso y los programas de
      *              consulta antes de buscar, asi ven lo de hoy.
      *          "R" reconstruccion: rehace el indice entero desde
      *              los archivos anuales de JARCHIVOIDX y el vivo
      *              (utilidad BANCOMOVSIDX).
      *          "C" corte: BANCOARCHIVA ha recortado JMOVS y deja en
      *              PARAM-LEIDAS las lineas que quedan en el vivo (ya
      *              cargadas antes del corte); el indice conserva lo
      *              archivado.
      *          Devuelve las lineas leidas y las indexadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVSIDX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MOVS ASSIGN TO WS-RUTA-MOVS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT MOVS-INDICE ASSIGN TO WS-RUTA-MOVSIDX
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS MIX-CLAVE
       ALTERNATE RECORD KEY IS MIX-RECIBO WITH DUPLICATES
       FILE STATUS IS WS-FS-MOVSIDX.

       SELECT OPTIONAL CONTROL-CARGA ASSIGN TO WS-RUTA-MOVSCTL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVSCTL.

       SELECT OPTIONAL INDICE-ARCHIVOS ASSIGN TO WS-RUTA-ARCHIVOIDX
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ARCHIVOIDX.

       SELECT OPTIONAL MOVS-ARCHIVO ASSIGN TO WS-RUTA-ARCHIVO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> HISTORICO INDEXADO: LA LINEA DE JMOVS TAL CUAL, CON SU
      *> CLAVE. LA SECUENCIA ES EL ORDEN DE GRABACION EN EL LIBRO:
      *> DENTRO DE UNA CUENTA, LA MAYOR ES EL ULTIMO SALDO ANOTADO.
       FD MOVS-INDICE.
           01 DATOS-MOVIDX.
               05 MIX-CLAVE.
                   10 MIX-CUENTA PIC X(10).
                   10 MIX-FECHA-VALOR PIC 9(8).
                   10 MIX-SECUENCIA PIC 9(9).
               05 MIX-RECIBO PIC 9(6).
               05 MIX-LINEA PIC X(72).

       FD CONTROL-CARGA
       RECORD CONTAINS 19 CHARACTERS.
       01 REG-MOVSCTL.
           05 CTL-LINEAS PIC 9(9).
           05 FILLER PIC X.
           05 CTL-SECUENCIA PIC 9(9).

       FD INDICE-ARCHIVOS
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

       WORKING-STORAGE SECTION.
       77 WS-FS-MOVS PIC 99.
       77 WS-FS-MOVSIDX PIC 99.
       77 WS-FS-MOVSCTL PIC 99.
       77 WS-FS-ARCHIVOIDX PIC 99.
       77 WS-FS-ARCHIVO PIC 99.
       77 WS-FIN-MOVS PIC X(3).
       77 WS-FIN-INDICE PIC X(3).
       77 WS-FIN-ARCHIVO PIC X(3).
       77 WS-LINEAS-CARGADAS PIC 9(9).
       77 WS-SECUENCIA PIC 9(9).
       77 WS-LEIDAS-VIVO PIC 9(9).
       77 WS-K PIC 9(2).
       77 WS-RUTA-YA-LEIDA PIC X(1).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt".
       77 WS-RUTA-MOVSIDX PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVSIDX.txt".
       77 WS-RUTA-MOVSCTL PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVSCTL.txt".
       77 WS-RUTA-ARCHIVOIDX PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JARCHIVOIDX.tx
      -"t".
       77 WS-RUTA-ARCHIVO PIC X(80).

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

      *> ARCHIVOS ANUALES YA CARGADOS EN LA RECONSTRUCCION: EL INDICE
      *> DE BANCOARCHIVA PUEDE TENER VARIAS LINEAS DEL MISMO AÑO.
       01 WS-TABLA-RUTAS.
           05 WS-RUT-OCUPADAS PIC 9(2) VALUE 0.
           05 WS-RUT-ENTRADA OCCURS 20 TIMES.
               10 WS-RUT-RUTA PIC X(80).

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-LEIDAS PIC 9(9).
       01 PARAM-INDEXADAS PIC 9(9).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-LEIDAS,
           PARAM-INDEXADAS.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JMOVS" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVS
               MOVE "JMOVSIDX" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVSIDX
               MOVE "JMOVSCTL" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVSCTL
               MOVE "JARCHIVOIDX" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-ARCHIVOIDX
           END-IF.
           EVALUATE PARAM-OPERACION
           WHEN "I"
               MOVE ZERO TO PARAM-LEIDAS
               MOVE ZERO TO PARAM-INDEXADAS
               PERFORM 030-CARGA-INCREMENTAL
           WHEN "R"
               MOVE ZERO TO PARAM-LEIDAS
               MOVE ZERO TO PARAM-INDEXADAS
               PERFORM 040-RECONSTRUIR
           WHEN "C"
               PERFORM 020-LEER-CONTROL
               MOVE PARAM-LEIDAS TO WS-LINEAS-CARGADAS
               PERFORM 025-GRABAR-CONTROL
               MOVE ZERO TO PARAM-INDEXADAS
           END-EVALUATE.
       010-SERVICIO-END.
       EXIT PROGRAM.


      *> SIN CONTROL TODAVIA NO SE HA CARGADO NADA.
       020-LEER-CONTROL.
           MOVE ZERO TO WS-LINEAS-CARGADAS.
           MOVE ZERO TO WS-SECUENCIA.
           OPEN INPUT CONTROL-CARGA.
           IF WS-FS-MOVSCTL EQUAL "00"
               READ CONTROL-CARGA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTL-LINEAS TO WS-LINEAS-CARGADAS
                   MOVE CTL-SECUENCIA TO WS-SECUENCIA
               END-READ
           END-IF.
           CLOSE CONTROL-CARGA.
       020-LEER-CONTROL-END.
       EXIT.


       025-GRABAR-CONTROL.
           MOVE SPACES TO REG-MOVSCTL.
           MOVE WS-LINEAS-CARGADAS TO CTL-LINEAS.
           MOVE WS-SECUENCIA TO CTL-SECUENCIA.
           OPEN OUTPUT CONTROL-CARGA.
           WRITE REG-MOVSCTL.
           CLOSE CONTROL-CARGA.
       025-GRABAR-CONTROL-END.
       EXIT.


      *> SE SALTAN LAS LINEAS YA CARGADAS DEL VIVO Y SE INDEXA EL
      *> RESTO. SI EL VIVO TIENE MENOS LINEAS DE LAS CARGADAS, ALGUIEN
      *> LO HA RECORTADO SIN PASAR POR BANCOARCHIVA: NO SE SABE QUE
      *> FALTA Y HAY QUE RECONSTRUIR.
       030-CARGA-INCREMENTAL.
           PERFORM 020-LEER-CONTROL.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS EQUAL "00"
               PERFORM 060-ABRIR-INDICE
               MOVE ZERO TO WS-LEIDAS-VIVO
               MOVE "NO" TO WS-FIN-MOVS
               PERFORM 035-LEER-VIVO UNTIL WS-FIN-MOVS EQUAL "SI"
               CLOSE MOVS-INDICE
               IF WS-LEIDAS-VIVO < WS-LINEAS-CARGADAS
                   DISPLAY "AVISO: JMOVS tiene menos lineas que las"
                   " ya indexadas; reconstruir con BANCOMOVSIDX."
               ELSE
                   MOVE WS-LEIDAS-VIVO TO WS-LINEAS-CARGADAS
                   PERFORM 025-GRABAR-CONTROL
               END-IF
           END-IF.
           CLOSE MOVS.
       030-CARGA-INCREMENTAL-END.
       EXIT.


       035-LEER-VIVO.
           READ MOVS INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               ADD 1 TO WS-LEIDAS-VIVO
               IF WS-LEIDAS-VIVO > WS-LINEAS-CARGADAS
                   ADD 1 TO PARAM-LEIDAS
                   PERFORM 050-INDEXAR-LINEA
               END-IF
           END-READ.
       035-LEER-VIVO-END.
       EXIT.


      *> EL INDICE SE REHACE DESDE CERO: PRIMERO LOS AÑOS ARCHIVADOS
      *> Y LUEGO EL VIVO, ASI LA SECUENCIA SIGUE EL ORDEN DEL LIBRO.
       040-RECONSTRUIR.
           MOVE ZERO TO WS-LINEAS-CARGADAS.
           MOVE ZERO TO WS-SECUENCIA.
           MOVE ZERO TO WS-RUT-OCUPADAS.
           OPEN OUTPUT MOVS-INDICE.
           OPEN INPUT INDICE-ARCHIVOS.
           IF WS-FS-ARCHIVOIDX EQUAL "00"
               MOVE "NO" TO WS-FIN-INDICE
               PERFORM 045-LEER-INDICE-ARCHIVOS
                   UNTIL WS-FIN-INDICE EQUAL "SI"
           END-IF.
           CLOSE INDICE-ARCHIVOS.
           MOVE ZERO TO WS-LEIDAS-VIVO.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS EQUAL "00"
               MOVE "NO" TO WS-FIN-MOVS
               PERFORM 035-LEER-VIVO UNTIL WS-FIN-MOVS EQUAL "SI"
           END-IF.
           CLOSE MOVS.
           CLOSE MOVS-INDICE.
           MOVE WS-LEIDAS-VIVO TO WS-LINEAS-CARGADAS.
           PERFORM 025-GRABAR-CONTROL.
       040-RECONSTRUIR-END.
       EXIT.


       045-LEER-INDICE-ARCHIVOS.
           READ INDICE-ARCHIVOS
           AT END
               MOVE "SI" TO WS-FIN-INDICE
           NOT AT END
               IF IDX-ARCHIVO EQUAL "JMOVS"
                   PERFORM 046-COMPROBAR-RUTA
                   IF WS-RUTA-YA-LEIDA EQUAL "N"
                       PERFORM 047-CARGAR-ARCHIVO
                   END-IF
               END-IF
           END-READ.
       045-LEER-INDICE-ARCHIVOS-END.
       EXIT.


       046-COMPROBAR-RUTA.
           MOVE "N" TO WS-RUTA-YA-LEIDA.
           PERFORM 046-MIRAR-RUTA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-RUT-OCUPADAS.
           IF WS-RUTA-YA-LEIDA EQUAL "N"
               IF WS-RUT-OCUPADAS >= 20
                   DISPLAY "ERROR: tabla de rutas llena (20);"
                   " ampliar MOVSIDX."
                   MOVE "S" TO WS-RUTA-YA-LEIDA
               ELSE
                   ADD 1 TO WS-RUT-OCUPADAS
                   MOVE IDX-RUTA TO WS-RUT-RUTA (WS-RUT-OCUPADAS)
               END-IF
           END-IF.
       046-COMPROBAR-RUTA-END.
       EXIT.


       046-MIRAR-RUTA.
           IF WS-RUT-RUTA (WS-K) EQUAL IDX-RUTA
               MOVE "S" TO WS-RUTA-YA-LEIDA
           END-IF.
       046-MIRAR-RUTA-END.
       EXIT.


       047-CARGAR-ARCHIVO.
           MOVE IDX-RUTA TO WS-RUTA-ARCHIVO.
           OPEN INPUT MOVS-ARCHIVO.
           IF WS-FS-ARCHIVO EQUAL "00"
               DISPLAY "Indexando el archivo del año " IDX-ANIO "..."
               MOVE "NO" TO WS-FIN-ARCHIVO
               PERFORM 048-LEER-ARCHIVO
                   UNTIL WS-FIN-ARCHIVO EQUAL "SI"
           END-IF.
           CLOSE MOVS-ARCHIVO.
       047-CARGAR-ARCHIVO-END.
       EXIT.


       048-LEER-ARCHIVO.
           READ MOVS-ARCHIVO INTO WS-MOVS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-ARCHIVO
           NOT AT END
               ADD 1 TO PARAM-LEIDAS
               PERFORM 050-INDEXAR-LINEA
           END-READ.
       048-LEER-ARCHIVO-END.
       EXIT.


      *> SOLO LAS LINEAS "MV"; LAS ANTERIORES A LA FECHA VALOR LA
      *> TRAEN EN BLANCO Y SU VALOR ES EL DIA DEL APUNTE.
       050-INDEXAR-LINEA.
           IF WS-MOVS-ES-MOVIMIENTO
               ADD 1 TO WS-SECUENCIA
               MOVE WS-MOVS-CUENTA TO MIX-CUENTA
               IF WS-MOVS-FECHA-VALOR IS NUMERIC
               AND WS-MOVS-FECHA-VALOR NOT EQUAL ZERO
                   MOVE WS-MOVS-FECHA-VALOR TO MIX-FECHA-VALOR
               ELSE
                   MOVE WS-MOVS-FECHA TO MIX-FECHA-VALOR
               END-IF
               MOVE WS-SECUENCIA TO MIX-SECUENCIA
               MOVE WS-MOVS-RECIBO TO MIX-RECIBO
               MOVE WS-MOVS-LINEA TO MIX-LINEA
               WRITE DATOS-MOVIDX
               INVALID KEY
                   DISPLAY "Error al indexar el movimiento "
                   WS-SECUENCIA ", file status: " WS-FS-MOVSIDX
               NOT INVALID KEY
                   ADD 1 TO PARAM-INDEXADAS
               END-WRITE
           END-IF.
       050-INDEXAR-LINEA-END.
       EXIT.


       060-ABRIR-INDICE.
           OPEN I-O MOVS-INDICE.
           IF WS-FS-MOVSIDX = "35"
               OPEN OUTPUT MOVS-INDICE
               CLOSE MOVS-INDICE
               OPEN I-O MOVS-INDICE
           END-IF.
       060-ABRIR-INDICE-END.
       EXIT.

       END PROGRAM MOVSIDX.
