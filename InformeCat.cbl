      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de archivo de informes (mismo
      *          patron que CTRLCNT): los informes se reescriben en
      *          cada pasada, asi que cada programa que produce uno
      *          lo registra al terminar. "R" copia el informe recien
      *          cerrado a una copia fechada junto al original
      *          (p.e. JRESUMEN-20240305-001.txt, mismo juego de
      *          nombres que los archivos anuales de BANCOARCHIVA) y
      *          la anota en el catalogo indexado JINFCATAL con el
      *          nombre del informe, el programa, la fecha de
      *          proceso, el numero de ejecucion del dia, el operador
      *          firmado en la ejecucion (OPERFIRMA "?"; en blanco en
      *          los pasos de lote) y las paginas y lineas. Despues
      *          aplica la retencion del informe: las copias con
      *          fecha anterior al corte (hoy menos los dias de
      *          JINFRETEN; la linea "*" vale para los informes sin
      *          regla propia, 90 dias si no hay ninguna, 0 = no se
      *          purga) se borran con su linea de catalogo. "P"
      *          aplica la retencion a todos los informes del
      *          catalogo (INFCONSULTA). La consulta y la
      *          reimpresion estan en INFCONSULTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMECAT.

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

       SELECT OPTIONAL ORIGINAL ASSIGN TO WS-RUTA-ORIGINAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ORIGINAL.

       SELECT COPIA ASSIGN TO WS-RUTA-COPIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-COPIA.

       DATA DIVISION.
       FILE SECTION.
      *> UNA LINEA POR COPIA GUARDADA: INFORME, FECHA DE PROCESO Y
      *> EJECUCION DEL DIA FORMAN LA CLAVE.
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

      *> DIAS QUE SE GUARDAN LAS COPIAS DE CADA INFORME; "*" ES LA
      *> REGLA DE LOS QUE NO TIENEN LINEA PROPIA.
       FD RETENCION
       RECORD CONTAINS 25 CHARACTERS.
       01 REG-RETENCION.
           05 RET-INFORME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RET-DIAS PIC 9(4).

      *> LOS INFORMES SON DE ANCHOS DISTINTOS: SE COPIAN COMO TEXTO.
       FD ORIGINAL
       RECORD CONTAINS 300 CHARACTERS.
       01 REG-ORIGINAL PIC X(300).

       FD COPIA
       RECORD CONTAINS 300 CHARACTERS.
       01 REG-COPIA PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-FS-CATALOGO PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FS-ORIGINAL PIC 99.
       77 WS-FS-COPIA PIC 99.
       77 WS-FIN-ORIGINAL PIC X(3).
       77 WS-FIN-CATALOGO PIC X(3).
       77 WS-FIN-RETENCION PIC X(3).
       77 WS-EJECUCION PIC 9(3).
       77 WS-LINEAS PIC 9(7).
       77 WS-PAGINAS PIC 9(5).
       77 WS-SALTOS PIC 9(3).
       77 WS-LINEAS-PAGINA PIC 9(3) VALUE 60.
       77 WS-DIAS-DEFECTO PIC 9(4) VALUE 90.
       77 WS-DIAS-RETENCION PIC 9(4).
       77 WS-DIAS-GENERAL PIC 9(4).
       77 WS-HAY-PROPIA PIC X(1).
       77 WS-FECHA-CORTE PIC 9(8).
       77 WS-INFORME-ACTUAL PIC X(20).
       77 WS-PURGADAS PIC 9(5).
       77 WS-RESULTADO-FICHERO PIC S9(9) COMP-5.
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-ORIGINAL PIC X(80).
       77 WS-RUTA-COPIA PIC X(100).
       77 WS-PREFIJO PIC X(60) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\".
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "?".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8) VALUE 0.
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-INFORME PIC X(20).
       01 PARAM-PROGRAMA PIC X(20).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-INFORME,
           PARAM-PROGRAMA.
       010-SERVICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE ZERO TO WS-PURGADAS.
           OPEN I-O CATALOGO.
           IF WS-FS-CATALOGO = "35"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN I-O CATALOGO
           END-IF.
           EVALUATE PARAM-OPERACION
           WHEN "R"
               PERFORM 020-REGISTRAR
               MOVE PARAM-INFORME TO WS-INFORME-ACTUAL
               PERFORM 050-PURGAR-INFORME
           WHEN "P"
               PERFORM 060-PURGAR-TODO
               DISPLAY "Copias de informes purgadas: " WS-PURGADAS
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           CLOSE CATALOGO.
       010-SERVICIO-END.
       EXIT PROGRAM.


      *> EL INFORME ESTA EN LA CARPETA DE LA CASA CON SU NOMBRE Y
      *> ".txt", SALVO QUE LA CONFIGURACION DE RUTAS DIGA OTRA COSA.
       020-REGISTRAR.
           MOVE SPACES TO WS-RUTA-ORIGINAL.
           STRING WS-PREFIJO DELIMITED BY SPACE
               PARAM-INFORME DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-ORIGINAL
           END-STRING.
           IF PARAM-INFORME (13:8) EQUAL SPACES
               MOVE PARAM-INFORME TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-ORIGINAL
           END-IF.
           PERFORM 025-SIGUIENTE-EJECUCION.
           MOVE SPACES TO WS-RUTA-COPIA.
           STRING WS-RUTA-ORIGINAL DELIMITED BY ".txt"
               "-" WS-HOY-NUM "-" WS-EJECUCION ".txt"
               DELIMITED BY SIZE
               INTO WS-RUTA-COPIA
           END-STRING.
           OPEN INPUT ORIGINAL.
           IF WS-FS-ORIGINAL NOT EQUAL "00"
               DISPLAY "INFORMECAT: no se encuentra el informe "
               PARAM-INFORME
               CLOSE ORIGINAL
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPIA.
           MOVE ZERO TO WS-LINEAS WS-PAGINAS.
           MOVE "NO" TO WS-FIN-ORIGINAL.
           PERFORM 030-COPIAR-LINEA UNTIL WS-FIN-ORIGINAL EQUAL "SI".
           CLOSE ORIGINAL COPIA.
           IF WS-PAGINAS EQUAL ZERO AND WS-LINEAS > ZERO
               COMPUTE WS-PAGINAS = (WS-LINEAS + WS-LINEAS-PAGINA - 1)
                   / WS-LINEAS-PAGINA
           END-IF.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           MOVE PARAM-INFORME TO CAT-INFORME.
           MOVE WS-HOY-NUM TO CAT-FECHA.
           MOVE WS-EJECUCION TO CAT-EJECUCION.
           MOVE PARAM-PROGRAMA TO CAT-PROGRAMA.
           MOVE WS-SES-OPERADOR TO CAT-OPERADOR.
           CALL "FECHA-ACTUAL" USING CAT-MOMENTO.
           MOVE WS-PAGINAS TO CAT-PAGINAS.
           MOVE WS-LINEAS TO CAT-LINEAS.
           MOVE WS-RUTA-COPIA TO CAT-COPIA.
           WRITE REG-CATALOGO
           INVALID KEY
               DISPLAY "INFORMECAT: error al catalogar " PARAM-INFORME
           END-WRITE.
       020-REGISTRAR-END.
       EXIT.


      *> NUMERO DE EJECUCION DEL DIA: UNO MAS QUE LA ULTIMA COPIA DE
      *> ESTE INFORME CON FECHA DE HOY.
       025-SIGUIENTE-EJECUCION.
           MOVE ZERO TO WS-EJECUCION.
           MOVE PARAM-INFORME TO CAT-INFORME.
           MOVE WS-HOY-NUM TO CAT-FECHA.
           MOVE ZERO TO CAT-EJECUCION.
           MOVE "NO" TO WS-FIN-CATALOGO.
           START CATALOGO KEY IS NOT LESS THAN CAT-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-CATALOGO
           END-START.
           PERFORM 026-LEER-EJECUCION UNTIL WS-FIN-CATALOGO EQUAL "SI".
           ADD 1 TO WS-EJECUCION.
       025-SIGUIENTE-EJECUCION-END.
       EXIT.


       026-LEER-EJECUCION.
           READ CATALOGO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CATALOGO
           NOT AT END
               IF CAT-INFORME NOT EQUAL PARAM-INFORME
               OR CAT-FECHA NOT EQUAL WS-HOY-NUM
                   MOVE "SI" TO WS-FIN-CATALOGO
               ELSE
                   MOVE CAT-EJECUCION TO WS-EJECUCION
               END-IF
           END-READ.
       026-LEER-EJECUCION-END.
       EXIT.


      *> CADA SALTO DE PAGINA (ADVANCING PAGE) QUEDA EN EL TEXTO COMO
      *> UN CARACTER DE SALTO; LOS INFORMES QUE NO PAGINAN CUENTAN
      *> UNA PAGINA POR CADA WS-LINEAS-PAGINA LINEAS.
       030-COPIAR-LINEA.
           READ ORIGINAL
           AT END
               MOVE "SI" TO WS-FIN-ORIGINAL
           NOT AT END
               ADD 1 TO WS-LINEAS
               MOVE ZERO TO WS-SALTOS
               INSPECT REG-ORIGINAL TALLYING WS-SALTOS FOR ALL X"0C"
               ADD WS-SALTOS TO WS-PAGINAS
               WRITE REG-COPIA FROM REG-ORIGINAL
           END-READ.
       030-COPIAR-LINEA-END.
       EXIT.


      *> DIAS DE RETENCION DEL INFORME WS-INFORME-ACTUAL: SU LINEA DE
      *> JINFRETEN, SI NO LA DE "*", Y SI NO WS-DIAS-DEFECTO.
       040-DIAS-RETENCION.
           MOVE WS-DIAS-DEFECTO TO WS-DIAS-GENERAL.
           MOVE "N" TO WS-HAY-PROPIA.
           OPEN INPUT RETENCION.
           IF WS-FS-RETENCION EQUAL "00"
               MOVE "NO" TO WS-FIN-RETENCION
               PERFORM 045-LEER-RETENCION
                   UNTIL WS-FIN-RETENCION EQUAL "SI"
           END-IF.
           CLOSE RETENCION.
           IF WS-HAY-PROPIA NOT EQUAL "S"
               MOVE WS-DIAS-GENERAL TO WS-DIAS-RETENCION
           END-IF.
       040-DIAS-RETENCION-END.
       EXIT.


       045-LEER-RETENCION.
           READ RETENCION
           AT END
               MOVE "SI" TO WS-FIN-RETENCION
           NOT AT END
               IF RET-DIAS IS NUMERIC
                   IF RET-INFORME EQUAL WS-INFORME-ACTUAL
                       MOVE RET-DIAS TO WS-DIAS-RETENCION
                       MOVE "S" TO WS-HAY-PROPIA
                   END-IF
                   IF RET-INFORME EQUAL "*"
                       MOVE RET-DIAS TO WS-DIAS-GENERAL
                   END-IF
               END-IF
           END-READ.
       045-LEER-RETENCION-END.
       EXIT.


      *> RETENCION DE UN INFORME: LAS COPIAS ANTERIORES AL CORTE SE
      *> BORRAN (MISMO CBL_DELETE_FILE QUE BANCOARCHIVA) Y SALEN DEL
      *> CATALOGO.
       050-PURGAR-INFORME.
           PERFORM 040-DIAS-RETENCION.
           IF WS-DIAS-RETENCION EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-FECHASERV-OP.
           COMPUTE WS-FECHASERV-DIAS = 0 - WS-DIAS-RETENCION.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-HOY-NUM,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FECHA-CORTE.
           MOVE WS-INFORME-ACTUAL TO CAT-INFORME.
           MOVE ZERO TO CAT-FECHA CAT-EJECUCION.
           MOVE "NO" TO WS-FIN-CATALOGO.
           START CATALOGO KEY IS NOT LESS THAN CAT-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-CATALOGO
           END-START.
           PERFORM 055-PURGAR-COPIA UNTIL WS-FIN-CATALOGO EQUAL "SI".
       050-PURGAR-INFORME-END.
       EXIT.


       055-PURGAR-COPIA.
           READ CATALOGO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CATALOGO
           NOT AT END
               IF CAT-INFORME NOT EQUAL WS-INFORME-ACTUAL
               OR CAT-FECHA NOT < WS-FECHA-CORTE
                   MOVE "SI" TO WS-FIN-CATALOGO
               ELSE
                   MOVE CAT-COPIA TO WS-RUTA-COPIA
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-COPIA
                       RETURNING WS-RESULTADO-FICHERO
                   DELETE CATALOGO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PURGADAS
                   END-DELETE
               END-IF
           END-READ.
       055-PURGAR-COPIA-END.
       EXIT.


      *> PURGA GENERAL: SE RECORRE EL CATALOGO INFORME A INFORME Y A
      *> CADA UNO SE LE APLICA SU RETENCION.
       060-PURGAR-TODO.
           MOVE LOW-VALUES TO CAT-CLAVE.
           MOVE "NO" TO WS-FIN-CATALOGO.
           START CATALOGO KEY IS NOT LESS THAN CAT-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-CATALOGO
           END-START.
           PERFORM 065-SIGUIENTE-INFORME
               UNTIL WS-FIN-CATALOGO EQUAL "SI".
       060-PURGAR-TODO-END.
       EXIT.


       065-SIGUIENTE-INFORME.
           READ CATALOGO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CATALOGO
           NOT AT END
               MOVE CAT-INFORME TO WS-INFORME-ACTUAL
               PERFORM 050-PURGAR-INFORME
      *>SE SIGUE POR EL PRIMER REGISTRO DEL INFORME SIGUIENTE.
               MOVE WS-INFORME-ACTUAL TO CAT-INFORME
               MOVE 99999999 TO CAT-FECHA
               MOVE 999 TO CAT-EJECUCION
               MOVE "NO" TO WS-FIN-CATALOGO
               START CATALOGO KEY IS GREATER THAN CAT-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-CATALOGO
               END-START
           END-READ.
       065-SIGUIENTE-INFORME-END.
       EXIT.
