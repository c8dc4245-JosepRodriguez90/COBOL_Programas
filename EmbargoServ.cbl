      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de embargos judiciales de sueldo
      *          (mismo patron que CTRLCNT/FECHASERV): recibe el neto
      *          de un empleado en un periodo y devuelve lo que se le
      *          retiene por las ordenes de embargo activas de
      *          JEMBARGOS (NOMINAEMBARGOS). El importe embargable
      *          sale de la escala legal: la parte del neto hasta el
      *          salario minimo (JEMBSMI) es inembargable y sobre lo
      *          que pasa se aplica un 30% al primer tramo del tamaño
      *          del minimo, un 50% al segundo, un 60% al tercero, un
      *          75% al cuarto y un 90% a todo lo demas. Ese importe
      *          se reparte entre las ordenes por prioridad (y a igual
      *          prioridad, la de fecha de inicio mas antigua), cada
      *          una hasta lo que le queda pendiente.
      *          Operaciones:
      *          "P" solo calcula (pasada provisional);
      *          "N" aplica desde la nomina mensual y "F" desde el
      *              finiquito: suma lo retenido a cada orden, cierra
      *              ("C") la que queda pagada y anota cada retencion
      *              en JEMBMOVS con su periodo y origen, de donde
      *              salen la remesa a los juzgados y el informe por
      *              juzgado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBARGOSERV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EMBARGOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBARGOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMB-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMBARGOS.

       SELECT OPTIONAL SALARIO-MINIMO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBSMI.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SMI.

       SELECT OPTIONAL MOVIMIENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       DATA DIVISION.
       FILE SECTION.
      *> ORDEN DE EMBARGO POR EMPLEADO Y NUMERO DE ORDEN.
       FD EMBARGOS.
           01 REG-EMBARGO.
               05 EMB-CLAVE.
                   10 EMB-ID PIC X(6).
                   10 EMB-NUMERO PIC 9(2).
               05 EMB-JUZGADO PIC X(30).
               05 EMB-AUTOS PIC X(15).
               05 EMB-ACREEDOR PIC X(30).
               05 EMB-CUENTA PIC X(24).
               05 EMB-TOTAL PIC 9(7).
               05 EMB-RETENIDO PIC 9(7).
               05 EMB-PRIORIDAD PIC 9(2).
               05 EMB-FECHA-INICIO PIC 9(8).
               05 EMB-ESTADO PIC X(1).
               05 EMB-FECHA-FIN PIC 9(8).

      *> SALARIO MINIMO MENSUAL VIGENTE (NOMINAEMBARGOS).
       FD SALARIO-MINIMO
       RECORD CONTAINS 14 CHARACTERS.
       01 REG-SMI.
           05 SMI-IMPORTE PIC 9(6).
           05 SMI-FECHA PIC 9(8).

      *> UNA LINEA POR RETENCION APLICADA A UNA ORDEN.
       FD MOVIMIENTOS
       RECORD CONTAINS 40 CHARACTERS.
       01 REG-MOVIMIENTO.
           05 MOV-PERIODO PIC 9(6).
           05 MOV-ID PIC X(6).
           05 MOV-NUMERO PIC 9(2).
           05 MOV-ORIGEN PIC X(1).
           05 MOV-IMPORTE PIC 9(7).
           05 MOV-PENDIENTE PIC 9(7).
           05 MOV-FECHA PIC 9(8).
           05 FILLER PIC X(3).

       WORKING-STORAGE SECTION.
       77 WS-FS-EMBARGOS PIC 99.
       77 WS-FS-SMI PIC 99.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FIN-EMBARGOS PIC X(3).
       77 WS-SMI PIC 9(6).
       77 WS-SMI-DEFECTO PIC 9(6) VALUE 1134.
       77 WS-EXCESO PIC 9(7).
       77 WS-PARTE PIC 9(7).
       77 WS-EMBARGABLE PIC 9(7).
       77 WS-RESTANTE PIC 9(7).
       77 WS-RETENCION PIC 9(7).
       77 WS-PENDIENTE PIC 9(7).
       77 WS-FECHA-TOPE PIC 9(8).
       77 WS-T PIC 9(2).
       77 WS-I PIC 9(2).
       77 WS-ELEGIDA PIC 9(2).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> PORCENTAJES DE LA ESCALA LEGAL POR TRAMOS DEL TAMAÑO DEL
      *> SALARIO MINIMO; EL QUINTO SE APLICA A TODO LO QUE EXCEDE.
       01 WS-ESCALA-DATOS PIC X(10) VALUE "3050607590".
       01 FILLER REDEFINES WS-ESCALA-DATOS.
           05 WS-ESCALA-PCT PIC 9(2) OCCURS 5 TIMES.

      *> ORDENES ACTIVAS DEL EMPLEADO PENDIENTES DE APLICAR.
       01 WS-TABLA-ORDENES.
           05 WS-ORD-OCUPADAS PIC 9(2) VALUE 0.
           05 WS-ORD-ENTRADA OCCURS 20 TIMES.
               10 WS-ORD-NUMERO PIC 9(2).
               10 WS-ORD-PRIORIDAD PIC 9(2).
               10 WS-ORD-FECHA PIC 9(8).
               10 WS-ORD-PENDIENTE PIC 9(7).
               10 WS-ORD-APLICADA PIC X(1).

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-ID PIC X(6).
       01 PARAM-PERIODO PIC 9(6).
       01 PARAM-NETO PIC 9(7).
       01 PARAM-RETENIDO PIC 9(7).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-ID,
           PARAM-PERIODO, PARAM-NETO, PARAM-RETENIDO.
       00-SERVICIO.
           MOVE ZERO TO PARAM-RETENIDO.
           MOVE ZERO TO WS-ORD-OCUPADAS.
           PERFORM 10-CARGAR-SMI.
           PERFORM 20-CALCULAR-EMBARGABLE.
           IF WS-EMBARGABLE > ZERO
               IF PARAM-OPERACION EQUAL "P"
                   OPEN INPUT EMBARGOS
               ELSE
                   OPEN I-O EMBARGOS
               END-IF
               IF WS-FS-EMBARGOS EQUAL "00"
                   PERFORM 30-CARGAR-ORDENES
                   MOVE WS-EMBARGABLE TO WS-RESTANTE
                   PERFORM 40-APLICAR-SIGUIENTE
                       UNTIL WS-RESTANTE EQUAL ZERO
                       OR WS-ELEGIDA EQUAL ZERO
                   COMPUTE PARAM-RETENIDO =
                       WS-EMBARGABLE - WS-RESTANTE
               END-IF
               CLOSE EMBARGOS
           END-IF.
       00-SERVICIO-END.
       EXIT PROGRAM.


      *> SIN ARCHIVO DE SALARIO MINIMO SE TOMA EL COMPILADO.
       10-CARGAR-SMI.
           MOVE WS-SMI-DEFECTO TO WS-SMI.
           OPEN INPUT SALARIO-MINIMO.
           IF WS-FS-SMI EQUAL "00"
               READ SALARIO-MINIMO
               AT END
                   CONTINUE
               NOT AT END
                   IF SMI-IMPORTE > ZERO
                       MOVE SMI-IMPORTE TO WS-SMI
                   END-IF
               END-READ
           END-IF.
           CLOSE SALARIO-MINIMO.
       10-CARGAR-SMI-END.
       EXIT.


       20-CALCULAR-EMBARGABLE.
           MOVE ZERO TO WS-EMBARGABLE.
           MOVE ZERO TO WS-EXCESO.
           IF PARAM-NETO > WS-SMI
               COMPUTE WS-EXCESO = PARAM-NETO - WS-SMI
           END-IF.
           PERFORM 25-SUMAR-TRAMO
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > 5 OR WS-EXCESO EQUAL ZERO.
       20-CALCULAR-EMBARGABLE-END.
       EXIT.


      *> EL IMPORTE SE TRUNCA: NUNCA SE RETIENE POR ENCIMA DEL
      *> LIMITE LEGAL.
       25-SUMAR-TRAMO.
           IF WS-T < 5 AND WS-EXCESO > WS-SMI
               MOVE WS-SMI TO WS-PARTE
           ELSE
               MOVE WS-EXCESO TO WS-PARTE
           END-IF.
           COMPUTE WS-EMBARGABLE = WS-EMBARGABLE
               + WS-PARTE * WS-ESCALA-PCT (WS-T) / 100.
           SUBTRACT WS-PARTE FROM WS-EXCESO.
       25-SUMAR-TRAMO-END.
       EXIT.


      *> SOLO ENTRAN LAS ORDENES ACTIVAS YA INICIADAS AL FIN DEL
      *> PERIODO Y CON IMPORTE PENDIENTE.
       30-CARGAR-ORDENES.
           COMPUTE WS-FECHA-TOPE = PARAM-PERIODO * 100 + 99.
           MOVE "NO" TO WS-FIN-EMBARGOS.
           MOVE PARAM-ID TO EMB-ID.
           MOVE ZERO TO EMB-NUMERO.
           START EMBARGOS KEY IS NOT LESS THAN EMB-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-EMBARGOS
           END-START.
           PERFORM 35-LEER-ORDEN UNTIL WS-FIN-EMBARGOS EQUAL "SI".
       30-CARGAR-ORDENES-END.
       EXIT.


       35-LEER-ORDEN.
           READ EMBARGOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-EMBARGOS
           NOT AT END
               IF EMB-ID NOT EQUAL PARAM-ID
                   MOVE "SI" TO WS-FIN-EMBARGOS
               ELSE
                   IF EMB-ESTADO EQUAL "A"
                   AND EMB-FECHA-INICIO NOT GREATER WS-FECHA-TOPE
                   AND EMB-TOTAL > EMB-RETENIDO
                       IF WS-ORD-OCUPADAS >= 20
                           DISPLAY "ERROR: tabla de ordenes de"
                           " embargo llena (20); ampliar"
                           " EMBARGOSERV."
                           MOVE "SI" TO WS-FIN-EMBARGOS
                       ELSE
                           ADD 1 TO WS-ORD-OCUPADAS
                           MOVE EMB-NUMERO TO
                               WS-ORD-NUMERO (WS-ORD-OCUPADAS)
                           MOVE EMB-PRIORIDAD TO
                               WS-ORD-PRIORIDAD (WS-ORD-OCUPADAS)
                           MOVE EMB-FECHA-INICIO TO
                               WS-ORD-FECHA (WS-ORD-OCUPADAS)
                           COMPUTE WS-ORD-PENDIENTE (WS-ORD-OCUPADAS)
                               = EMB-TOTAL - EMB-RETENIDO
                           MOVE "N" TO
                               WS-ORD-APLICADA (WS-ORD-OCUPADAS)
                       END-IF
                   END-IF
               END-IF
           END-READ.
       35-LEER-ORDEN-END.
       EXIT.


      *> TOMA LA ORDEN SIN APLICAR DE MAS PRIORIDAD (EL NUMERO MAS
      *> BAJO) Y LE RETIENE LO QUE QUEDA, HASTA SU PENDIENTE.
       40-APLICAR-SIGUIENTE.
           MOVE ZERO TO WS-ELEGIDA.
           PERFORM 45-COMPARAR-ORDEN
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ORD-OCUPADAS.
           IF WS-ELEGIDA EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ORD-APLICADA (WS-ELEGIDA).
           IF WS-ORD-PENDIENTE (WS-ELEGIDA) < WS-RESTANTE
               MOVE WS-ORD-PENDIENTE (WS-ELEGIDA) TO WS-RETENCION
           ELSE
               MOVE WS-RESTANTE TO WS-RETENCION
           END-IF.
           SUBTRACT WS-RETENCION FROM WS-RESTANTE.
           COMPUTE WS-PENDIENTE =
               WS-ORD-PENDIENTE (WS-ELEGIDA) - WS-RETENCION.
           IF PARAM-OPERACION NOT EQUAL "P"
               PERFORM 50-ANOTAR-RETENCION
           END-IF.
       40-APLICAR-SIGUIENTE-END.
       EXIT.


       45-COMPARAR-ORDEN.
           IF WS-ORD-APLICADA (WS-I) EQUAL "N"
               IF WS-ELEGIDA EQUAL ZERO
                   MOVE WS-I TO WS-ELEGIDA
               ELSE
                   IF WS-ORD-PRIORIDAD (WS-I)
                       < WS-ORD-PRIORIDAD (WS-ELEGIDA)
                   OR (WS-ORD-PRIORIDAD (WS-I)
                       EQUAL WS-ORD-PRIORIDAD (WS-ELEGIDA)
                   AND WS-ORD-FECHA (WS-I)
                       < WS-ORD-FECHA (WS-ELEGIDA))
                       MOVE WS-I TO WS-ELEGIDA
                   END-IF
               END-IF
           END-IF.
       45-COMPARAR-ORDEN-END.
       EXIT.


       50-ANOTAR-RETENCION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE PARAM-ID TO EMB-ID.
           MOVE WS-ORD-NUMERO (WS-ELEGIDA) TO EMB-NUMERO.
           READ EMBARGOS RECORD
           INVALID KEY
               DISPLAY "Error al leer la orden de embargo " EMB-ID
               "/" EMB-NUMERO
           NOT INVALID KEY
               ADD WS-RETENCION TO EMB-RETENIDO
               IF EMB-RETENIDO NOT LESS EMB-TOTAL
                   MOVE "C" TO EMB-ESTADO
                   MOVE WS-HOY-NUM TO EMB-FECHA-FIN
                   DISPLAY "Orden de embargo " EMB-AUTOS
                   " saldada y cerrada."
               END-IF
               REWRITE REG-EMBARGO
               INVALID KEY
                   DISPLAY "Error al anotar la retencion en la"
                   " orden " EMB-ID "/" EMB-NUMERO
               END-REWRITE
           END-READ.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE PARAM-PERIODO TO MOV-PERIODO.
           MOVE PARAM-ID TO MOV-ID.
           MOVE WS-ORD-NUMERO (WS-ELEGIDA) TO MOV-NUMERO.
           MOVE PARAM-OPERACION TO MOV-ORIGEN.
           MOVE WS-RETENCION TO MOV-IMPORTE.
           MOVE WS-PENDIENTE TO MOV-PENDIENTE.
           MOVE WS-HOY-NUM TO MOV-FECHA.
           OPEN EXTEND MOVIMIENTOS.
           WRITE REG-MOVIMIENTO.
           CLOSE MOVIMIENTOS.
       50-ANOTAR-RETENCION-END.
       EXIT.
