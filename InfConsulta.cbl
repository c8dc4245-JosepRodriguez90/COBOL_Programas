      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta del archivo de informes que mantiene el
      *          servicio INFORMECAT. Lista las ejecuciones guardadas
      *          en JINFCATAL por nombre de informe (en blanco todos)
      *          y rango de fechas de proceso, con el programa, el
      *          operador y las paginas y lineas; reimprime la copia
      *          de cualquier ejecucion pasada en InformeReimp.txt
      *          (como NOMINAREIMP con las nominas); mantiene los dias
      *          de retencion de cada informe en JINFRETEN ("*" es la
      *          regla general, 0 = no se purga) y lanza la purga de
      *          todas las copias vencidas, tambien las de informes
      *          que ya no se emiten. Exige firma de auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFCONSULTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CATALOGO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINFCATAL.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CAT-CLAVE
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT OPTIONAL RETENCION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINFRETEN.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RETENCION.

       SELECT OPTIONAL COPIA ASSIGN TO WS-RUTA-COPIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-COPIA.

       SELECT REIMPRESION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\InformeReimp.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REIMPRESION.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-CLAVE.
               10 CAT-INFORME PIC X(20).
               10 CAT-FECHA PIC 9(8).
               10 CAT-EJECUCION PIC 9(3).
           05 CAT-PROGRAMA PIC X(20).
           05 CAT-OPERADOR PIC X(4).
           05 CAT-MOMENTO PIC X(21).
           05 CAT-PAGINAS PIC 9(5).
           05 CAT-LINEAS PIC 9(7).
           05 CAT-COPIA PIC X(100).

       FD RETENCION
       RECORD CONTAINS 25 CHARACTERS.
       01 REG-RETENCION.
           05 RET-INFORME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RET-DIAS PIC 9(4).

       FD COPIA
       RECORD CONTAINS 300 CHARACTERS.
       01 REG-COPIA PIC X(300).

       FD REIMPRESION
       RECORD CONTAINS 300 CHARACTERS.
       01 REG-REIMPRESION PIC X(300).

       WORKING-STORAGE SECTION.
      *> FIRMA DE AUDITORIA (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "A".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-CATALOGO PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FS-COPIA PIC 99.
       77 WS-FS-REIMPRESION PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-CATALOGO PIC X(3).
       77 WS-FIN-RETENCION PIC X(3).
       77 WS-FIN-COPIA PIC X(3).
       77 WS-INFORME-BUSCAR PIC X(20).
       77 WS-DESDE PIC 9(8).
       77 WS-HASTA PIC 9(8).
       77 WS-ENCONTRADAS PIC 9(5).
       77 WS-LINEAS PIC 9(7).
       77 WS-DIAS PIC 9(4).
       77 WS-I PIC 9(2).
       77 WS-POSICION PIC 9(2).
       77 WS-SERV-OPERACION PIC X(1).
       77 WS-SERV-INFORME PIC X(20).
       77 WS-SERV-PROGRAMA PIC X(20) VALUE "INFCONSULTA".
       77 WS-RUTA-COPIA PIC X(100).

      *> REGLAS DE RETENCION EN MEMORIA MIENTRAS SE MANTIENEN.
       01 WS-TABLA-RETENCION.
           05 WS-RET-OCUPADAS PIC 9(2) VALUE 0.
           05 WS-RET-REGLA OCCURS 50 TIMES.
               10 WS-RET-INFORME PIC X(20).
               10 WS-RET-DIAS PIC 9(4).

       01 WS-LIN-TITULOS.
           05 FILLER PIC X(34) VALUE
           "INFORME              FECHA    EJE ".
           05 FILLER PIC X(41) VALUE
           "PROGRAMA             OPER PAGINAS  LINEAS".
       01 WS-LIN-DETALLE.
           05 LD-INFORME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LD-EJECUCION PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 LD-PROGRAMA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LD-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LD-PAGINAS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LD-LINEAS PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE 0 TO WS-OPCION.
           PERFORM 10-MENU UNTIL WS-OPCION = 5.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "Archivo de informes."
           DISPLAY "Listar ejecuciones guardadas (1)"
           DISPLAY "Reimprimir una ejecucion (2)"
           DISPLAY "Dias de retencion por informe (3)"
           DISPLAY "Purgar las copias vencidas (4)"
           DISPLAY "salir (5)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-LISTAR
           WHEN 2
               PERFORM 30-REIMPRIMIR
           WHEN 3
               PERFORM 40-RETENCION
           WHEN 4
               MOVE "P" TO WS-SERV-OPERACION
               MOVE SPACES TO WS-SERV-INFORME
               CALL "INFORMECAT" USING WS-SERV-OPERACION,
                   WS-SERV-INFORME, WS-SERV-PROGRAMA
           WHEN 5
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-LISTAR.
           DISPLAY "Informe (en blanco = todos): "
           ACCEPT WS-INFORME-BUSCAR.
           DISPLAY "Desde la fecha (AAAAMMDD, 0 = sin limite): "
           ACCEPT WS-DESDE.
           DISPLAY "Hasta la fecha (AAAAMMDD, 0 = sin limite): "
           ACCEPT WS-HASTA.
           MOVE ZERO TO WS-ENCONTRADAS.
           OPEN INPUT CATALOGO.
           IF WS-FS-CATALOGO NOT EQUAL "00"
               DISPLAY "No hay informes guardados."
               CLOSE CATALOGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-INFORME-BUSCAR EQUAL SPACES
               MOVE LOW-VALUES TO CAT-CLAVE
           ELSE
               MOVE WS-INFORME-BUSCAR TO CAT-INFORME
               MOVE WS-DESDE TO CAT-FECHA
               MOVE ZERO TO CAT-EJECUCION
           END-IF.
           MOVE "NO" TO WS-FIN-CATALOGO.
           START CATALOGO KEY IS NOT LESS THAN CAT-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-CATALOGO
           END-START.
           DISPLAY WS-LIN-TITULOS.
           PERFORM 25-LISTAR-EJECUCION UNTIL WS-FIN-CATALOGO EQUAL "SI".
           CLOSE CATALOGO.
           DISPLAY "Ejecuciones encontradas: " WS-ENCONTRADAS.
       20-LISTAR-END.
       EXIT.


       25-LISTAR-EJECUCION.
           READ CATALOGO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CATALOGO
               EXIT PARAGRAPH
           END-READ.
           IF WS-INFORME-BUSCAR NOT EQUAL SPACES
           AND CAT-INFORME NOT EQUAL WS-INFORME-BUSCAR
               MOVE "SI" TO WS-FIN-CATALOGO
               EXIT PARAGRAPH
           END-IF.
           IF CAT-FECHA < WS-DESDE
               EXIT PARAGRAPH
           END-IF.
           IF WS-HASTA NOT EQUAL ZERO AND CAT-FECHA > WS-HASTA
               EXIT PARAGRAPH
           END-IF.
           MOVE CAT-INFORME TO LD-INFORME.
           MOVE CAT-FECHA TO LD-FECHA.
           MOVE CAT-EJECUCION TO LD-EJECUCION.
           MOVE CAT-PROGRAMA TO LD-PROGRAMA.
           IF CAT-OPERADOR EQUAL SPACES
               MOVE "LOTE" TO LD-OPERADOR
           ELSE
               MOVE CAT-OPERADOR TO LD-OPERADOR
           END-IF.
           MOVE CAT-PAGINAS TO LD-PAGINAS.
           MOVE CAT-LINEAS TO LD-LINEAS.
           DISPLAY WS-LIN-DETALLE.
           ADD 1 TO WS-ENCONTRADAS.
       25-LISTAR-EJECUCION-END.
       EXIT.


      *> LA COPIA FECHADA SE VUELCA TAL CUAL A InformeReimp.txt.
       30-REIMPRIMIR.
           DISPLAY "Informe: "
           ACCEPT CAT-INFORME.
           DISPLAY "Fecha de proceso (AAAAMMDD): "
           ACCEPT CAT-FECHA.
           DISPLAY "Ejecucion del dia (1 = la primera): "
           ACCEPT CAT-EJECUCION.
           OPEN INPUT CATALOGO.
           IF WS-FS-CATALOGO NOT EQUAL "00"
               DISPLAY "No hay informes guardados."
               CLOSE CATALOGO
               EXIT PARAGRAPH
           END-IF.
           READ CATALOGO RECORD
           INVALID KEY
               DISPLAY "Esa ejecucion no esta en el archivo."
               CLOSE CATALOGO
               EXIT PARAGRAPH
           END-READ.
           CLOSE CATALOGO.
           MOVE CAT-COPIA TO WS-RUTA-COPIA.
           OPEN INPUT COPIA.
           IF WS-FS-COPIA NOT EQUAL "00"
               DISPLAY "Falta la copia " WS-RUTA-COPIA
               CLOSE COPIA
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REIMPRESION.
           MOVE ZERO TO WS-LINEAS.
           MOVE "NO" TO WS-FIN-COPIA.
           PERFORM 35-COPIAR-LINEA UNTIL WS-FIN-COPIA EQUAL "SI".
           CLOSE COPIA REIMPRESION.
           DISPLAY "Informe " CAT-INFORME " del " CAT-FECHA
           " ejecucion " CAT-EJECUCION " (" CAT-PROGRAMA ")".
           DISPLAY "Reimpreso en InformeReimp.txt: " WS-LINEAS
           " lineas."
       30-REIMPRIMIR-END.
       EXIT.


       35-COPIAR-LINEA.
           READ COPIA
           AT END
               MOVE "SI" TO WS-FIN-COPIA
           NOT AT END
               ADD 1 TO WS-LINEAS
               WRITE REG-REIMPRESION FROM REG-COPIA
           END-READ.
       35-COPIAR-LINEA-END.
       EXIT.


      *> LAS REGLAS SE CARGAN, SE CAMBIA O AÑADE UNA Y SE REESCRIBE
      *> EL ARCHIVO ENTERO.
       40-RETENCION.
           MOVE 0 TO WS-RET-OCUPADAS.
           OPEN INPUT RETENCION.
           IF WS-FS-RETENCION EQUAL "00"
               MOVE "NO" TO WS-FIN-RETENCION
               PERFORM 45-CARGAR-REGLA UNTIL WS-FIN-RETENCION EQUAL "SI"
           END-IF.
           CLOSE RETENCION.
           DISPLAY "INFORME              DIAS".
           PERFORM 46-MOSTRAR-REGLA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-RET-OCUPADAS.
           DISPLAY "Informe (* = regla general, en blanco = volver): "
           ACCEPT WS-INFORME-BUSCAR.
           IF WS-INFORME-BUSCAR EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Dias que se guardan las copias (0 = siempre): "
           ACCEPT WS-DIAS.
           MOVE 0 TO WS-POSICION.
           PERFORM 47-BUSCAR-REGLA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-RET-OCUPADAS.
           IF WS-POSICION EQUAL 0
               IF WS-RET-OCUPADAS EQUAL 50
                   DISPLAY "Tabla de retencion llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RET-OCUPADAS
               MOVE WS-RET-OCUPADAS TO WS-POSICION
               MOVE WS-INFORME-BUSCAR TO WS-RET-INFORME (WS-POSICION)
           END-IF.
           MOVE WS-DIAS TO WS-RET-DIAS (WS-POSICION).
           OPEN OUTPUT RETENCION.
           PERFORM 48-GRABAR-REGLA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-RET-OCUPADAS.
           CLOSE RETENCION.
           DISPLAY "Retencion de " WS-INFORME-BUSCAR ": " WS-DIAS
           " dias."
       40-RETENCION-END.
       EXIT.


       45-CARGAR-REGLA.
           READ RETENCION
           AT END
               MOVE "SI" TO WS-FIN-RETENCION
           NOT AT END
               IF WS-RET-OCUPADAS < 50 AND RET-DIAS IS NUMERIC
                   ADD 1 TO WS-RET-OCUPADAS
                   MOVE RET-INFORME TO WS-RET-INFORME (WS-RET-OCUPADAS)
                   MOVE RET-DIAS TO WS-RET-DIAS (WS-RET-OCUPADAS)
               END-IF
           END-READ.
       45-CARGAR-REGLA-END.
       EXIT.


       46-MOSTRAR-REGLA.
           DISPLAY WS-RET-INFORME (WS-I) " " WS-RET-DIAS (WS-I).
       46-MOSTRAR-REGLA-END.
       EXIT.


       47-BUSCAR-REGLA.
           IF WS-RET-INFORME (WS-I) EQUAL WS-INFORME-BUSCAR
               MOVE WS-I TO WS-POSICION
           END-IF.
       47-BUSCAR-REGLA-END.
       EXIT.


       48-GRABAR-REGLA.
           MOVE SPACES TO REG-RETENCION.
           MOVE WS-RET-INFORME (WS-I) TO RET-INFORME.
           MOVE WS-RET-DIAS (WS-I) TO RET-DIAS.
           WRITE REG-RETENCION.
       48-GRABAR-REGLA-END.
       EXIT.
