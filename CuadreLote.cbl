      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso de cuadre entre pasos de la cadena: comprueba
      *          que lo que produjo un paso es lo que consumio el
      *          siguiente. Cada regla de JCUADRE (codigo, activa,
      *          paso tras el que se comprueba, descripcion y cuatro
      *          terminos programa+total) pone el total de origen
      *          (termino 1) frente a la suma de los de destino
      *          (terminos 2 a 4: aplicados mas rechazados o
      *          devueltos), en registros y en importe, con el
      *          ultimo valor que cada programa dejo en JCTRLTOT
      *          (servicio CTRLTOT). BATCHCONTROL lo llama al
      *          terminar cada paso con su nombre; los programas de
      *          menu que cierran una pareja (BANCOORDENES,
      *          ALUMCOBROS) lo llaman al terminar su ejecucion.
      *          Devuelve "N" si alguna regla del paso no cuadra.
      *          Cada comprobacion queda en JCUADRES (CUADRA,
      *          DESCUADRE o SIN DATOS si falta algun total) para el
      *          veredicto de OPRESUMEN. En la primera pasada el
      *          archivo de reglas se crea con las cuatro parejas de
      *          la casa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRELOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL REGLAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCUADRE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REGLAS.

       SELECT OPTIONAL TOTALES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCTRLTOT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TOTALES.

       SELECT OPTIONAL RESULTADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCUADRES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESULTADOS.

       DATA DIVISION.
       FILE SECTION.
       FD REGLAS
       RECORD CONTAINS 192 CHARACTERS.
       01 REG-REGLA PIC X(192).

       FD TOTALES
       RECORD CONTAINS 64 CHARACTERS.
       01 REG-TOTAL.
           05 TOT-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 TOT-PROGRAMA PIC X(20).
           05 FILLER PIC X.
           05 TOT-TOTAL PIC X(12).
           05 FILLER PIC X.
           05 TOT-CANTIDAD PIC 9(7).
           05 FILLER PIC X.
           05 TOT-IMPORTE PIC 9(11)V99.

       FD RESULTADOS
       RECORD CONTAINS 117 CHARACTERS.
       01 REG-RESULTADO PIC X(117).

       WORKING-STORAGE SECTION.
       77 WS-FS-REGLAS PIC 99.
       77 WS-FS-TOTALES PIC 99.
       77 WS-FS-RESULTADOS PIC 99.
       77 WS-FIN-REGLAS PIC X(3).
       77 WS-FIN-TOTALES PIC X(3).
       77 WS-I PIC 9(2).
       77 WS-T PIC 9(1).
       77 WS-FALTAN PIC 9(1).
       77 WS-ESTADO PIC X(9).
       77 WS-ORIGEN-CANTIDAD PIC 9(7).
       77 WS-ORIGEN-IMPORTE PIC 9(11)V99.
       77 WS-DESTINO-CANTIDAD PIC 9(7).
       77 WS-DESTINO-IMPORTE PIC 9(11)V99.
       77 WS-DIF-CANTIDAD PIC S9(7).
       77 WS-DIF-IMPORTE PIC S9(11)V99.
       77 WS-CANTIDAD-EDITADA PIC -(7)9.
       77 WS-IMPORTE-EDITADO PIC -(11)9.99.

      *> UNA LINEA POR PAREJA A CUADRAR. EL TERMINO 1 ES EL ORIGEN;
      *> LOS TERMINOS 2 A 4 SE SUMAN COMO DESTINO (EN BLANCO = NO
      *> SE USA).
       01 WS-REGLA.
           05 CUA-CODIGO PIC 9(2).
           05 FILLER PIC X.
           05 CUA-ACTIVA PIC X(1).
           05 FILLER PIC X.
           05 CUA-PASO PIC X(20).
           05 FILLER PIC X.
           05 CUA-DESCRIPCION PIC X(30).
           05 CUA-TERMINO OCCURS 4 TIMES.
               10 FILLER PIC X.
               10 CUA-PROGRAMA PIC X(20).
               10 FILLER PIC X.
               10 CUA-TOTAL PIC X(12).

      *> UNA LINEA DE JCUADRES POR REGLA COMPROBADA.
       01 WS-RESULTADO-LINEA.
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

      *> REGLAS DEL ARCHIVO, CARGADAS EN CADA LLAMADA: OPERACIONES
      *> PUEDE TOCARLAS ENTRE PASO Y PASO.
       01 WS-TABLA-REGLAS.
           05 WS-REG-OCUPADAS PIC 9(2) VALUE 0.
           05 WS-REG-LINEA PIC X(192) OCCURS 20 TIMES.

      *> ULTIMO VALOR ENCONTRADO DE CADA TERMINO DE LA REGLA.
       01 WS-TABLA-TERMINOS.
           05 WS-TERMINO OCCURS 4 TIMES.
               10 WS-TER-HALLADO PIC X(1).
               10 WS-TER-CANTIDAD PIC 9(7).
               10 WS-TER-IMPORTE PIC 9(11)V99.

       LINKAGE SECTION.
       01 PARAM-PASO PIC X(20).
       01 PARAM-FECHA-PROCESO PIC 9(8).
       01 PARAM-RESULTADO PIC X(1).

       PROCEDURE DIVISION USING PARAM-PASO, PARAM-FECHA-PROCESO,
           PARAM-RESULTADO.
       010-CUADRAR.
           MOVE "S" TO PARAM-RESULTADO.
           PERFORM 020-CARGAR-REGLAS.
           PERFORM 030-REGLA-DEL-PASO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-REG-OCUPADAS.
       010-CUADRAR-END.
       EXIT PROGRAM.


       020-CARGAR-REGLAS.
           MOVE 0 TO WS-REG-OCUPADAS.
           OPEN INPUT REGLAS.
           IF WS-FS-REGLAS EQUAL "00"
               MOVE "NO" TO WS-FIN-REGLAS
               PERFORM 025-LEER-REGLA UNTIL WS-FIN-REGLAS EQUAL "SI"
               CLOSE REGLAS
           ELSE
               CLOSE REGLAS
               PERFORM 027-GRABAR-REGLAS-DEFECTO
           END-IF.
       020-CARGAR-REGLAS-END.
       EXIT.


       025-LEER-REGLA.
           READ REGLAS
           AT END
               MOVE "SI" TO WS-FIN-REGLAS
           NOT AT END
               IF WS-REG-OCUPADAS >= 20
                   DISPLAY "ERROR: mas de 20 reglas en JCUADRE;"
                   " ampliar CUADRELOTE."
                   MOVE "SI" TO WS-FIN-REGLAS
               ELSE
                   ADD 1 TO WS-REG-OCUPADAS
                   MOVE REG-REGLA TO WS-REG-LINEA (WS-REG-OCUPADAS)
               END-IF
           END-READ.
       025-LEER-REGLA-END.
       EXIT.


      *> LAS CUATRO PAREJAS DE LA CASA: NOMINA CALCULADA FRENTE A
      *> ABONADA MAS RECHAZADA, REMESA DE RECIBOS FRENTE A COBRADOS
      *> MAS DEVUELTOS, ORDENES VENCIDAS FRENTE A EJECUTADAS MAS
      *> FALLIDAS Y CUOTAS ESCOLARES FRENTE A RECIBOS MAS IMPAGOS.
       027-GRABAR-REGLAS-DEFECTO.
           OPEN OUTPUT REGLAS.
           MOVE SPACES TO WS-REGLA.
           MOVE 1 TO CUA-CODIGO.
           MOVE "S" TO CUA-ACTIVA.
           MOVE "NOMINAPAGO" TO CUA-PASO.
           MOVE "PAGOS NOMINA CALCULADOS/PAGO" TO CUA-DESCRIPCION.
           MOVE "CALCULARSALARIOS" TO CUA-PROGRAMA (1).
           MOVE "PAGOS" TO CUA-TOTAL (1).
           MOVE "NOMINAPAGO" TO CUA-PROGRAMA (2).
           MOVE "ABONADOS" TO CUA-TOTAL (2).
           MOVE "NOMINAPAGO" TO CUA-PROGRAMA (3).
           MOVE "RECHAZADOS" TO CUA-TOTAL (3).
           PERFORM 028-ANOTAR-REGLA.

           MOVE SPACES TO WS-REGLA.
           MOVE 2 TO CUA-CODIGO.
           MOVE "S" TO CUA-ACTIVA.
           MOVE "BANCOCOBROS" TO CUA-PASO.
           MOVE "REMESA JCOBROS/COBRADOS+DEVOL" TO CUA-DESCRIPCION.
           MOVE "BANCOCOBROS" TO CUA-PROGRAMA (1).
           MOVE "RECIBIDOS" TO CUA-TOTAL (1).
           MOVE "BANCOCOBROS" TO CUA-PROGRAMA (2).
           MOVE "COBRADOS" TO CUA-TOTAL (2).
           MOVE "BANCOCOBROS" TO CUA-PROGRAMA (3).
           MOVE "DEVUELTOS" TO CUA-TOTAL (3).
           PERFORM 028-ANOTAR-REGLA.

           MOVE SPACES TO WS-REGLA.
           MOVE 3 TO CUA-CODIGO.
           MOVE "S" TO CUA-ACTIVA.
           MOVE "BANCOORDENES" TO CUA-PASO.
           MOVE "ORDENES VENCIDAS/EJEC+FALLIDAS" TO CUA-DESCRIPCION.
           MOVE "BANCOORDENES" TO CUA-PROGRAMA (1).
           MOVE "VENCIDAS" TO CUA-TOTAL (1).
           MOVE "BANCOORDENES" TO CUA-PROGRAMA (2).
           MOVE "EJECUTADAS" TO CUA-TOTAL (2).
           MOVE "BANCOORDENES" TO CUA-PROGRAMA (3).
           MOVE "FALLIDAS" TO CUA-TOTAL (3).
           PERFORM 028-ANOTAR-REGLA.

           MOVE SPACES TO WS-REGLA.
           MOVE 4 TO CUA-CODIGO.
           MOVE "S" TO CUA-ACTIVA.
           MOVE "ALUMCOBROS" TO CUA-PASO.
           MOVE "CUOTAS A COBRAR/RECIBOS+IMPAG" TO CUA-DESCRIPCION.
           MOVE "ALUMCOBROS" TO CUA-PROGRAMA (1).
           MOVE "CUOTAS" TO CUA-TOTAL (1).
           MOVE "ALUMCOBROS" TO CUA-PROGRAMA (2).
           MOVE "RECIBOS" TO CUA-TOTAL (2).
           MOVE "ALUMCOBROS" TO CUA-PROGRAMA (3).
           MOVE "IMPAGOS" TO CUA-TOTAL (3).
           PERFORM 028-ANOTAR-REGLA.
           CLOSE REGLAS.
           DISPLAY "Reglas de cuadre JCUADRE creadas con las parejas"
           " de la casa."
       027-GRABAR-REGLAS-DEFECTO-END.
       EXIT.


       028-ANOTAR-REGLA.
           WRITE REG-REGLA FROM WS-REGLA.
           ADD 1 TO WS-REG-OCUPADAS.
           MOVE WS-REGLA TO WS-REG-LINEA (WS-REG-OCUPADAS).
       028-ANOTAR-REGLA-END.
       EXIT.


       030-REGLA-DEL-PASO.
           MOVE WS-REG-LINEA (WS-I) TO WS-REGLA.
           IF CUA-ACTIVA EQUAL "S" AND CUA-PASO EQUAL PARAM-PASO
               PERFORM 040-COMPROBAR-REGLA
           END-IF.
       030-REGLA-DEL-PASO-END.
       EXIT.


      *> EL ULTIMO VALOR DE CADA TERMINO EN JCTRLTOT ES EL QUE
      *> CUENTA: UN PASO REPETIDO DEJA SU NUEVA LINEA AL FINAL.
       040-COMPROBAR-REGLA.
           PERFORM 045-LIMPIAR-TERMINO VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > 4.
           OPEN INPUT TOTALES.
           IF WS-FS-TOTALES EQUAL "00"
               MOVE "NO" TO WS-FIN-TOTALES
               PERFORM 050-LEER-TOTAL UNTIL WS-FIN-TOTALES EQUAL "SI"
           END-IF.
           CLOSE TOTALES.

           MOVE 0 TO WS-FALTAN.
           MOVE ZERO TO WS-DESTINO-CANTIDAD WS-DESTINO-IMPORTE.
           PERFORM 060-SUMAR-TERMINO VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > 4.
           MOVE WS-TER-CANTIDAD (1) TO WS-ORIGEN-CANTIDAD.
           MOVE WS-TER-IMPORTE (1) TO WS-ORIGEN-IMPORTE.
           COMPUTE WS-DIF-CANTIDAD = WS-ORIGEN-CANTIDAD
               - WS-DESTINO-CANTIDAD.
           COMPUTE WS-DIF-IMPORTE = WS-ORIGEN-IMPORTE
               - WS-DESTINO-IMPORTE.

           EVALUATE TRUE
           WHEN WS-FALTAN > 0
               MOVE "SIN DATOS" TO WS-ESTADO
           WHEN WS-DIF-CANTIDAD NOT EQUAL ZERO
           OR WS-DIF-IMPORTE NOT EQUAL ZERO
               MOVE "DESCUADRE" TO WS-ESTADO
               MOVE "N" TO PARAM-RESULTADO
           WHEN OTHER
               MOVE "CUADRA" TO WS-ESTADO
           END-EVALUATE.

           DISPLAY "Cuadre " CUA-CODIGO " " CUA-DESCRIPCION ": "
           WS-ESTADO.
           IF WS-ESTADO EQUAL "DESCUADRE"
               MOVE WS-DIF-CANTIDAD TO WS-CANTIDAD-EDITADA
               MOVE WS-DIF-IMPORTE TO WS-IMPORTE-EDITADO
               DISPLAY "  Origen " CUA-PROGRAMA (1) " "
               CUA-TOTAL (1) ": " WS-ORIGEN-CANTIDAD " / "
               WS-ORIGEN-IMPORTE
               DISPLAY "  Destino: " WS-DESTINO-CANTIDAD " / "
               WS-DESTINO-IMPORTE
               DISPLAY "  Diferencia: " WS-CANTIDAD-EDITADA
               " registros, " WS-IMPORTE-EDITADO
           END-IF.
           PERFORM 070-ANOTAR-RESULTADO.
       040-COMPROBAR-REGLA-END.
       EXIT.


       045-LIMPIAR-TERMINO.
           MOVE "N" TO WS-TER-HALLADO (WS-T).
           MOVE ZERO TO WS-TER-CANTIDAD (WS-T) WS-TER-IMPORTE (WS-T).
       045-LIMPIAR-TERMINO-END.
       EXIT.


       050-LEER-TOTAL.
           READ TOTALES
           AT END
               MOVE "SI" TO WS-FIN-TOTALES
           NOT AT END
               PERFORM 055-CASAR-TERMINO VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > 4
           END-READ.
       050-LEER-TOTAL-END.
       EXIT.


       055-CASAR-TERMINO.
           IF CUA-PROGRAMA (WS-T) NOT EQUAL SPACES
           AND CUA-PROGRAMA (WS-T) EQUAL TOT-PROGRAMA
           AND CUA-TOTAL (WS-T) EQUAL TOT-TOTAL
               MOVE "S" TO WS-TER-HALLADO (WS-T)
               MOVE TOT-CANTIDAD TO WS-TER-CANTIDAD (WS-T)
               MOVE TOT-IMPORTE TO WS-TER-IMPORTE (WS-T)
           END-IF.
       055-CASAR-TERMINO-END.
       EXIT.


       060-SUMAR-TERMINO.
           IF CUA-PROGRAMA (WS-T) NOT EQUAL SPACES
               IF WS-TER-HALLADO (WS-T) NOT EQUAL "S"
                   ADD 1 TO WS-FALTAN
                   DISPLAY "  Falta el total " CUA-TOTAL (WS-T)
                   " de " CUA-PROGRAMA (WS-T)
               END-IF
               IF WS-T > 1
                   ADD WS-TER-CANTIDAD (WS-T) TO WS-DESTINO-CANTIDAD
                   ADD WS-TER-IMPORTE (WS-T) TO WS-DESTINO-IMPORTE
               END-IF
           END-IF.
       060-SUMAR-TERMINO-END.
       EXIT.


       070-ANOTAR-RESULTADO.
           MOVE SPACES TO WS-RESULTADO-LINEA.
           MOVE PARAM-FECHA-PROCESO TO RES-FECHA.
           MOVE CUA-CODIGO TO RES-CODIGO.
           MOVE PARAM-PASO TO RES-PASO.
           MOVE WS-ESTADO TO RES-ESTADO.
           MOVE WS-ORIGEN-CANTIDAD TO RES-ORIGEN-CANTIDAD.
           MOVE WS-ORIGEN-IMPORTE TO RES-ORIGEN-IMPORTE.
           MOVE WS-DESTINO-CANTIDAD TO RES-DESTINO-CANTIDAD.
           MOVE WS-DESTINO-IMPORTE TO RES-DESTINO-IMPORTE.
           MOVE CUA-DESCRIPCION TO RES-DESCRIPCION.
           OPEN EXTEND RESULTADOS.
           WRITE REG-RESULTADO FROM WS-RESULTADO-LINEA.
           CLOSE RESULTADOS.
       070-ANOTAR-RESULTADO-END.
       EXIT.
