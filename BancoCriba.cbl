      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de la lista de sanciones y filtrado de todo el
      *          maestro de clientes. Cuando llega una lista nueva del
      *          regulador (JLISTAREG: referencia, tipo, nombre, tres
      *          alias y pais) se reconstruye entera la lista de
      *          trabajo JLISTASAN y, con ella ya cargada, se pasa cada
      *          cliente de JCLIENTES por el servicio CRIBASAN. Las
      *          posibles coincidencias quedan como alertas pendientes
      *          en JALERTASAN para revisarlas en BANCOCUMPLIM y se
      *          listan en JCRIBAINF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOCRIBA.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LISTA-REGULADOR ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JLISTAREG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REGULADOR.

       SELECT LISTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JLISTASAN.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS WL-REFERENCIA
       FILE STATUS IS WS-FS-LISTA.

       SELECT CLIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIENTES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CLI-ID
       ALTERNATE RECORD KEY IS CLI-NOMBRE-APELLIDO WITH DUPLICATES
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCRIBAINF.txt".

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> FICHERO DEL REGULADOR, UNA ENTRADA POR LINEA: "N" PERSONA O
      *> ENTIDAD, "B" BANCO (BIC EN EL NOMBRE), "P" PAIS SANCIONADO.
       FD LISTA-REGULADOR
       RECORD CONTAINS 135 CHARACTERS.
       01 REG-REGULADOR.
           05 REG-REFERENCIA PIC X(12).
           05 REG-TIPO PIC X(1).
           05 REG-NOMBRE PIC X(30).
           05 REG-ALIAS PIC X(30) OCCURS 3 TIMES.
           05 REG-PAIS PIC X(2).

       FD LISTA.
           01 DATOS-LISTA.
               05 WL-REFERENCIA PIC X(12).
               05 WL-TIPO PIC X(1).
                   88 WL-ES-NOMBRE VALUE "N".
                   88 WL-ES-BANCO VALUE "B".
                   88 WL-ES-PAIS VALUE "P".
               05 WL-NOMBRE PIC X(30).
               05 WL-ALIAS PIC X(30) OCCURS 3 TIMES.
               05 WL-PAIS PIC X(2).
               05 WL-FECHA-CARGA PIC 9(8).

       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCRIBAINF".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOCRIBA".

       77 WS-FS-REGULADOR PIC 99.
       77 WS-FS-LISTA PIC 99.
       77 WS-FS-CLIENTES PIC 99.
       77 WS-FIN-REGULADOR PIC X(3) VALUE "NO".
       77 WS-FIN-CLIENTES PIC X(3) VALUE "NO".
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-FECHA PIC X(21).
       77 WS-ENTRADAS-CARGADAS PIC 9(5) VALUE 0.
       77 WS-ENTRADAS-RECHAZADAS PIC 9(5) VALUE 0.
       77 WS-CLIENTES-LEIDOS PIC 9(5) VALUE 0.
       77 WS-COINCIDENCIAS PIC 9(5) VALUE 0.
       77 WS-CRB-OPERACION PIC X(1) VALUE "N".
       77 WS-CRB-TEXTO PIC X(30).
       77 WS-CRB-RESULTADO PIC X(1).
       77 WS-CRB-REFERENCIA PIC X(12).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOCRIBA".

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-CRB-OBJETO.
           05 WS-CRB-TIPO PIC X(1) VALUE "C".
           05 WS-CRB-CLAVE PIC X(10).

       01 WS-TITULO.
           05 FILLER PIC X(40) VALUE
           "FILTRADO DE CLIENTES CONTRA LA LISTA DE ".
           05 FILLER PIC X(10) VALUE "SANCIONES".

       01 WS-LINEA-FECHA.
           05 FILLER PIC X(7) VALUE "Fecha: ".
           05 FEC-FECHA PIC X(21).

       01 WS-LINEA-COINCIDENCIA.
           05 FILLER PIC X(8) VALUE "Cliente ".
           05 COI-CLIENTE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 COI-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 COI-APELLIDO PIC X(10).
           05 FILLER PIC X(18) VALUE " posible sancion: ".
           05 COI-REFERENCIA PIC X(12).

       01 WS-LINEA-RESUMEN.
           05 FILLER PIC X(19) VALUE "Entradas cargadas: ".
           05 RES-CARGADAS PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  rechazadas: ".
           05 RES-RECHAZADAS PIC ZZZZ9.

       01 WS-LINEA-RESUMEN-2.
           05 FILLER PIC X(19) VALUE "Clientes filtrados:".
           05 RES-CLIENTES PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  con alerta: ".
           05 RES-COINCIDENCIAS PIC ZZZZ9.

       01 WS-RAYAS.
           05 FILLER PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               PERFORM 20-CARGAR-LISTA
                   UNTIL WS-FIN-REGULADOR EQUAL "SI"
               CLOSE LISTA-REGULADOR LISTA
               PERFORM 30-FILTRAR-CLIENTE
                   UNTIL WS-FIN-CLIENTES EQUAL "SI"
               PERFORM 80-ESCRIBIR-RESUMEN
           END-IF.
           PERFORM 90-CERRAR.
       00-INICIO-END.
       EXIT.


      *> SIN LISTA NUEVA NO HAY NADA QUE HACER: LA DE TRABAJO SE
      *> QUEDA COMO ESTA Y LOS CLIENTES YA SE FILTRARON CON ELLA.
       10-ABRIR-ARCHIVOS.
           OPEN INPUT LISTA-REGULADOR.
           IF WS-FS-REGULADOR NOT EQUAL "00"
               DISPLAY "No hay lista nueva del regulador JLISTAREG."
           ELSE
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
               OPEN OUTPUT LISTA
               OPEN INPUT CLIENTES
               OPEN OUTPUT INFORME
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               CALL "FECHA-ACTUAL" USING WS-FECHA
               WRITE REGISTRO-INFORME FROM WS-TITULO
               MOVE WS-FECHA TO FEC-FECHA
               WRITE REGISTRO-INFORME FROM WS-LINEA-FECHA
               WRITE REGISTRO-INFORME FROM WS-RAYAS
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


       20-CARGAR-LISTA.
           READ LISTA-REGULADOR
           AT END
               MOVE "SI" TO WS-FIN-REGULADOR
           NOT AT END
               IF REG-REFERENCIA EQUAL SPACES
               OR (REG-TIPO NOT EQUAL "N" AND REG-TIPO NOT EQUAL "B"
                   AND REG-TIPO NOT EQUAL "P")
                   ADD 1 TO WS-ENTRADAS-RECHAZADAS
                   DISPLAY "Entrada rechazada: " REG-REFERENCIA
                   " tipo " REG-TIPO
               ELSE
                   MOVE REG-REFERENCIA TO WL-REFERENCIA
                   MOVE REG-TIPO TO WL-TIPO
                   MOVE REG-NOMBRE TO WL-NOMBRE
                   MOVE REG-ALIAS (1) TO WL-ALIAS (1)
                   MOVE REG-ALIAS (2) TO WL-ALIAS (2)
                   MOVE REG-ALIAS (3) TO WL-ALIAS (3)
                   MOVE REG-PAIS TO WL-PAIS
                   MOVE WS-HOY-NUM TO WL-FECHA-CARGA
                   WRITE DATOS-LISTA
                   INVALID KEY
                       ADD 1 TO WS-ENTRADAS-RECHAZADAS
                       DISPLAY "Referencia repetida: " REG-REFERENCIA
                   NOT INVALID KEY
                       ADD 1 TO WS-ENTRADAS-CARGADAS
                   END-WRITE
               END-IF
           END-READ.
       20-CARGAR-LISTA-END.
       EXIT.


       30-FILTRAR-CLIENTE.
           READ CLIENTES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CLIENTES
           NOT AT END
               ADD 1 TO WS-CLIENTES-LEIDOS
               MOVE CLI-ID TO WS-CRB-CLAVE
               MOVE SPACES TO WS-CRB-TEXTO
               STRING CLI-NOMBRE " " CLI-APELLIDO DELIMITED BY SIZE
                   INTO WS-CRB-TEXTO
               END-STRING
               CALL "CRIBASAN" USING WS-CRB-OPERACION, WS-CRB-OBJETO,
                   WS-CRB-TEXTO, WS-CRB-RESULTADO, WS-CRB-REFERENCIA
               IF WS-CRB-RESULTADO EQUAL "S"
                   ADD 1 TO WS-COINCIDENCIAS
                   MOVE CLI-ID TO COI-CLIENTE
                   MOVE CLI-NOMBRE TO COI-NOMBRE
                   MOVE CLI-APELLIDO TO COI-APELLIDO
                   MOVE WS-CRB-REFERENCIA TO COI-REFERENCIA
                   WRITE REGISTRO-INFORME FROM WS-LINEA-COINCIDENCIA
                   DISPLAY WS-LINEA-COINCIDENCIA
               END-IF
           END-READ.
       30-FILTRAR-CLIENTE-END.
       EXIT.


       80-ESCRIBIR-RESUMEN.
           WRITE REGISTRO-INFORME FROM WS-RAYAS.
           MOVE WS-ENTRADAS-CARGADAS TO RES-CARGADAS.
           MOVE WS-ENTRADAS-RECHAZADAS TO RES-RECHAZADAS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-RESUMEN.
           DISPLAY WS-LINEA-RESUMEN.
           MOVE WS-CLIENTES-LEIDOS TO RES-CLIENTES.
           MOVE WS-COINCIDENCIAS TO RES-COINCIDENCIAS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-RESUMEN-2.
           DISPLAY WS-LINEA-RESUMEN-2.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CLIENTES-LEIDOS,
               WS-COINCIDENCIAS.
       80-ESCRIBIR-RESUMEN-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE CLIENTES INFORME
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
           END-IF.
       GOBACK.
       90-CERRAR-END.
       EXIT.

       END PROGRAM BANCOCRIBA.
