      *          proceso pedida junta el resultado de cada paso del
      *          JOBLOG con los contadores de control que cada
      *          programa deja en JCTRLCNT, y da un veredicto
      *          OK/WARNING/ERROR por subsistema. Las parejas de
      *          pasos que comprobo CUADRELOTE (JCUADRES) salen con
      *          su resultado; un descuadre da ERROR con el detalle
      *          de registros e importes de origen y destino, y un
      *          cuadre sin datos da WARNING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ERRORES.

       SELECT OPTIONAL CUADRES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCUADRES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CUADRES.

       SELECT RESUMEN-OPERACIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOPRESUMEN.txt".

       RECORD CONTAINS 97 CHARACTERS.
       01 REG-ERROR PIC X(97).

      *> RESULTADO DE CADA REGLA DE CUADRE COMPROBADA (CUADRELOTE).
       FD CUADRES
       RECORD CONTAINS 117 CHARACTERS.
       01 REG-CUADRE PIC X(117).

       FD RESUMEN-OPERACIONES
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-RESUMEN PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JOPRESUMEN".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "OPRESUMEN".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "A".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-LOG PIC 99.
       77 WS-FS-CONTADORES PIC 99.
       77 WS-FIN-ERRORES PIC X(3).
       77 WS-ERRORES-DIA PIC 9(4) VALUE 0.
       77 WS-FECHA-DDMMYY PIC X(8).
       77 WS-FS-CUADRES PIC 99.
       77 WS-FIN-CUADRES PIC X(3).
       77 WS-K PIC 9(2).

       01 WS-CUADRE-LINEA.
           05 RES-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 RES-CODIGO PIC 9(2).
           05 FILLER PIC X.
           05 RES-PASO PIC X(20).
           05 FILLER PIC X.
           05 RES-ESTADO PIC X(9).
           05 FILLER PIC X.
           05 RES-ORIGEN-CANTIDAD PIC 9(7).
           05 FILLER PIC X.
           05 RES-ORIGEN-IMPORTE PIC 9(11)V99.
           05 FILLER PIC X.
           05 RES-DESTINO-CANTIDAD PIC 9(7).
           05 FILLER PIC X.
           05 RES-DESTINO-IMPORTE PIC 9(11)V99.
           05 FILLER PIC X.
           05 RES-DESCRIPCION PIC X(30).

      *> ULTIMO RESULTADO DEL DIA DE CADA REGLA: UN CUADRE REPETIDO
      *> EN EL REARRANQUE TAPA EL ANTERIOR.
       01 WS-TABLA-CUADRES.
           05 WS-CUA-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-CUA-ENTRADA OCCURS 20 TIMES.
               10 WS-CUA-CODIGO PIC 9(2).
               10 WS-CUA-LINEA PIC X(117).

       01 WS-LINEA-CUADRE.
           05 FILLER PIC X(7) VALUE "Cuadre ".
           05 LCU-CODIGO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 LCU-DESCRIPCION PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LCU-ESTADO PIC X(9).

       01 WS-LINEA-CUADRE-CANTIDAD.
           05 FILLER PIC X(28) VALUE
           "  Registros origen/destino: ".
           05 LCC-ORIGEN PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE " / ".
           05 LCC-DESTINO PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE " Dif: ".
           05 LCC-DIFERENCIA PIC -(7)9.

       01 WS-LINEA-CUADRE-IMPORTE.
           05 FILLER PIC X(26) VALUE
           "  Importe origen/destino: ".
           05 LCI-ORIGEN PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE " / ".
           05 LCI-DESTINO PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(6) VALUE " Dif: ".
           05 LCI-DIFERENCIA PIC -(11)9.99.

       01 WS-ERROR-LINEA.
           05 ERR-FECHA PIC X(21).
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Fecha de proceso a resumir (AAAAMMDD): "
           ACCEPT WS-FECHA-PROCESO.
           PERFORM 10-LEER-JOBLOG.
           PERFORM 20-LEER-CONTADORES.
           PERFORM 28-CONTAR-ERRORES.
           PERFORM 22-LEER-CUADRES.
           PERFORM 30-ESCRIBIR-RESUMEN.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       22-LEER-CUADRES.
           OPEN INPUT CUADRES.
           IF WS-FS-CUADRES EQUAL "00"
               MOVE "NO" TO WS-FIN-CUADRES
               PERFORM 23-LEER-LINEA-CUADRE
                   UNTIL WS-FIN-CUADRES EQUAL "SI"
           END-IF.
           CLOSE CUADRES.
       22-LEER-CUADRES-END.
       EXIT.


       23-LEER-LINEA-CUADRE.
           READ CUADRES INTO WS-CUADRE-LINEA
           AT END
               MOVE "SI" TO WS-FIN-CUADRES
           NOT AT END
               IF RES-FECHA EQUAL WS-FECHA-PROCESO
                   PERFORM 24-ANOTAR-CUADRE
               END-IF
           END-READ.
       23-LEER-LINEA-CUADRE-END.
       EXIT.


       24-ANOTAR-CUADRE.
           MOVE 0 TO WS-K.
           PERFORM 26-BUSCAR-CUADRE VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CUA-OCUPADOS.
           IF WS-K EQUAL 0
               IF WS-CUA-OCUPADOS >= 20
                   DISPLAY "ERROR: tabla de cuadres llena (20);"
                   " ampliar OPRESUMEN."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUA-OCUPADOS
               MOVE WS-CUA-OCUPADOS TO WS-K
               MOVE RES-CODIGO TO WS-CUA-CODIGO (WS-K)
           END-IF.
           MOVE WS-CUADRE-LINEA TO WS-CUA-LINEA (WS-K).
       24-ANOTAR-CUADRE-END.
       EXIT.


       26-BUSCAR-CUADRE.
           IF WS-CUA-CODIGO (WS-J) EQUAL RES-CODIGO
               MOVE WS-J TO WS-K
           END-IF.
       26-BUSCAR-CUADRE-END.
       EXIT.


      *> CUENTA LOS ERRORES DEL DIA DE PROCESO EN JERRORES: LA
      *> FECHA IMPRESA DE LA LINEA LLEVA DD/MM/AA EN LAS POSICIONES
      *> 5 A 12, QUE SE CASAN CON LA FECHA DE PROCESO PEDIDA.
       EXIT.


      *> VEREDICTO POR SUBSISTEMA: ERROR SI EL JOBLOG ACABO EN ERROR
      *> O EN DESCUADRE, WARNING SI FALTAN CONTADORES O LEIDOS Y
      *> ESCRITOS NO CASAN, OK EN OTRO CASO. EL VEREDICTO GLOBAL ES
      *> EL PEOR DE TODOS.
       30-ESCRIBIR-RESUMEN.
           OPEN OUTPUT RESUMEN-OPERACIONES.
           MOVE WS-FECHA-PROCESO TO CAB-FECHA.
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PAS-OCUPADOS.

           PERFORM 37-VEREDICTO-CUADRE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CUA-OCUPADOS.

           IF WS-ERRORES-DIA > ZERO
               MOVE WS-ERRORES-DIA TO ERR-CONTADOR
               WRITE REGISTRO-RESUMEN FROM WS-LINEA-ERRORES
           WRITE REGISTRO-RESUMEN FROM WS-LINEA-VEREDICTO.
           DISPLAY "Veredicto de la noche: " VER-GLOBAL.
           CLOSE RESUMEN-OPERACIONES.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       30-ESCRIBIR-RESUMEN-END.
       EXIT.

           MOVE WS-PAS-LEIDOS (WS-I) TO DET-LEIDOS.
           MOVE WS-PAS-ESCRITOS (WS-I) TO DET-ESCRITOS.
           IF WS-PAS-LOG-ESTADO (WS-I) EQUAL "ERROR"
           OR WS-PAS-LOG-ESTADO (WS-I) EQUAL "DESCUADRE"
               MOVE "ERROR" TO DET-VEREDICTO
               ADD 1 TO WS-CON-ERROR
           ELSE
       35-VEREDICTO-PASO-END.
       EXIT.

      *> UN DESCUADRE ES ERROR Y SALE CON SU DETALLE; UN CUADRE SIN
      *> DATOS (FALTA EL TOTAL DE ALGUN PROGRAMA) ES WARNING.
       37-VEREDICTO-CUADRE.
           MOVE WS-CUA-LINEA (WS-I) TO WS-CUADRE-LINEA.
           MOVE RES-CODIGO TO LCU-CODIGO.
           MOVE RES-DESCRIPCION TO LCU-DESCRIPCION.
           MOVE RES-ESTADO TO LCU-ESTADO.
           WRITE REGISTRO-RESUMEN FROM WS-LINEA-CUADRE.
           DISPLAY WS-LINEA-CUADRE.
           EVALUATE RES-ESTADO
           WHEN "DESCUADRE"
               ADD 1 TO WS-CON-ERROR
               MOVE RES-ORIGEN-CANTIDAD TO LCC-ORIGEN
               MOVE RES-DESTINO-CANTIDAD TO LCC-DESTINO
               COMPUTE LCC-DIFERENCIA = RES-ORIGEN-CANTIDAD
                   - RES-DESTINO-CANTIDAD
               MOVE RES-ORIGEN-IMPORTE TO LCI-ORIGEN
               MOVE RES-DESTINO-IMPORTE TO LCI-DESTINO
               COMPUTE LCI-DIFERENCIA = RES-ORIGEN-IMPORTE
                   - RES-DESTINO-IMPORTE
               WRITE REGISTRO-RESUMEN FROM WS-LINEA-CUADRE-CANTIDAD
               WRITE REGISTRO-RESUMEN FROM WS-LINEA-CUADRE-IMPORTE
               DISPLAY WS-LINEA-CUADRE-CANTIDAD
               DISPLAY WS-LINEA-CUADRE-IMPORTE
           WHEN "SIN DATOS"
               ADD 1 TO WS-CON-WARNING
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       37-VEREDICTO-CUADRE-END.
       EXIT.

       END PROGRAM OPRESUMEN.
