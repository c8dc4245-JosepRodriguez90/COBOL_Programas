      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision de cumplimiento de las alertas de la lista de
      *          sanciones (JALERTASAN) que dejan BANCOCRIBA,
      *          BANCOCLIENTES, BANCOEXTERIOR y BANCOPAGOLOTE. Cada
      *          alerta pendiente se ensena con el cliente o la orden
      *          y la entrada de la lista, y un supervisor la descarta
      *          (falso positivo) o la confirma:
      *          - orden al exterior retenida ("H"): descartadas todas
      *            sus alertas se libera ("E") y sigue su curso; una
      *            confirmada la deja bloqueada ("S") con el importe
      *            inmovilizado en la cuenta puente;
      *          - cliente confirmado: todas sus cuentas quedan
      *            bloqueadas ("L").
      *          Cada decision queda en la alerta y en el registro
      *          JCRIBALOG con el operador y la fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOCUMPLIM.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ALERTAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JALERTASAN.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ALE-CLAVE
       FILE STATUS IS WS-FS-ALERTAS.

       SELECT OPTIONAL LISTA ASSIGN TO
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

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT ORDENES-EXT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JINTERCAMBIO.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ORD-ID
       FILE STATUS IS WS-FS-ORDENES.

       SELECT OPTIONAL DECISIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCRIBALOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DECISIONES.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD ALERTAS.
           01 DATOS-ALERTA.
               05 ALE-CLAVE.
                   10 ALE-OBJETO.
                       15 ALE-TIPO PIC X(1).
                           88 ALE-DE-CLIENTE VALUE "C".
                           88 ALE-DE-ORDEN VALUE "O".
                       15 ALE-CLAVE-OBJETO PIC X(10).
                   10 ALE-REFERENCIA PIC X(12).
               05 ALE-TEXTO PIC X(30).
               05 ALE-FECHA-ALTA PIC 9(8).
               05 ALE-ESTADO PIC X(1).
                   88 ALE-PENDIENTE VALUE "P".
                   88 ALE-DESCARTADA VALUE "D".
                   88 ALE-CONFIRMADA VALUE "C".
               05 ALE-FECHA-DECISION PIC 9(8).
               05 ALE-OPERADOR PIC X(4).
               05 ALE-NOTA PIC X(40).
               05 FILLER PIC X(20).

       FD LISTA.
           01 DATOS-LISTA.
               05 WL-REFERENCIA PIC X(12).
               05 WL-TIPO PIC X(1).
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

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD ORDENES-EXT.
           01 DATOS-ORDEN-EXT.
               05 ORD-ID PIC 9(4).
               05 ORD-CUENTA-ORIGEN PIC X(10).
               05 ORD-BANCO-BENEF PIC X(11).
               05 ORD-CUENTA-BENEF PIC X(24).
               05 ORD-IMPORTE PIC 9(7)V99.
               05 ORD-FECHA PIC 9(8).
               05 ORD-ESTADO PIC X(1).

       FD DECISIONES
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-DECISION.
           05 DEC-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 DEC-OPERADOR PIC X(4).
           05 FILLER PIC X.
           05 DEC-OBJETO PIC X(11).
           05 FILLER PIC X.
           05 DEC-REFERENCIA PIC X(12).
           05 FILLER PIC X.
           05 DEC-DECISION PIC X(1).
           05 FILLER PIC X.
           05 DEC-NOTA PIC X(39).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-ALERTAS PIC 99.
       77 WS-FS-LISTA PIC 99.
       77 WS-FS-CLIENTES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-ORDENES PIC 99.
       77 WS-FS-DECISIONES PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-ALERTAS PIC X(3).
       77 WS-FIN-OTRAS PIC X(3).
       77 WS-FIN-CUENTAS PIC X(3).
       77 WS-FIN-DECISIONES PIC X(3).
       77 WS-FIRMA-OK PIC X(1) VALUE "N".
       77 WS-OPERADOR PIC X(4).
       77 WS-OPERADOR-ROL PIC X(1).
       77 WS-DECISION PIC X(1).
       77 WS-NOTA PIC X(40).
       77 WS-CONTADOR PIC 9(5).
       77 WS-OTRAS-ABIERTAS PIC 9(3).
       77 WS-CLAVE-ACTUAL PIC X(23).
       77 WS-OBJETO-ACTUAL PIC X(11).
       77 WS-CLIENTE-BLOQUEO PIC X(6).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-ALERTAS.
           PERFORM 07-FIRMA-OPERADOR.
           IF WS-FIRMA-OK EQUAL "S"
               PERFORM 10-MENU UNTIL WS-OPCION = 4
           END-IF.
           CLOSE ALERTAS.
           STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-ALERTAS.
           OPEN I-O ALERTAS.
           IF WS-FS-ALERTAS = "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.
       05-ABRIR-ALERTAS-END.
       EXIT.


      *> CONSULTAR PUEDE CUALQUIER OPERADOR; DECIDIR QUEDA RESERVADO
      *> AL ROL "S" DE BANCO DEL MAESTRO DE
      *> OPERADORES.
       07-FIRMA-OPERADOR.
           IF WS-SES-ROL EQUAL SPACES
               DISPLAY "Sin maestro de operadores no se puede operar."
           ELSE
               MOVE WS-SES-OPERADOR TO WS-OPERADOR
               MOVE WS-SES-ROL TO WS-OPERADOR-ROL
               MOVE "S" TO WS-FIRMA-OK
           END-IF.
       07-FIRMA-OPERADOR-END.
       EXIT.


       10-MENU.
           DISPLAY "Revision de alertas de sanciones."
           DISPLAY "Listar alertas pendientes (1)"
           DISPLAY "Revisar alertas pendientes (2, supervisor)"
           DISPLAY "Registro de decisiones (3)"
           DISPLAY "salir (4)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-LISTAR-PENDIENTES
           WHEN 2
               PERFORM 30-REVISAR-PENDIENTES
           WHEN 3
               PERFORM 80-LISTAR-DECISIONES
           WHEN 4
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-LISTAR-PENDIENTES.
           MOVE ZERO TO WS-CONTADOR.
           MOVE "NO" TO WS-FIN-ALERTAS.
           MOVE LOW-VALUES TO ALE-CLAVE.
           START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-ALERTAS
           END-START.
           PERFORM 25-LISTAR-UNA UNTIL WS-FIN-ALERTAS EQUAL "SI".
           DISPLAY "Alertas pendientes: " WS-CONTADOR.
       20-LISTAR-PENDIENTES-END.
       EXIT.


       25-LISTAR-UNA.
           READ ALERTAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ALERTAS
           NOT AT END
               IF ALE-PENDIENTE
                   ADD 1 TO WS-CONTADOR
                   DISPLAY ALE-TIPO " " ALE-CLAVE-OBJETO " "
                   ALE-TEXTO " lista " ALE-REFERENCIA " desde "
                   ALE-FECHA-ALTA
               END-IF
           END-READ.
       25-LISTAR-UNA-END.
       EXIT.


      *> RECORRE LAS PENDIENTES UNA A UNA. TRAS CADA DECISION SE
      *> VUELVE A POSICIONAR DETRAS DE LA ALERTA DECIDIDA, PORQUE
      *> LIBERAR UNA ORDEN OBLIGA A LEER SUS OTRAS ALERTAS.
       30-REVISAR-PENDIENTES.
           IF WS-OPERADOR-ROL NOT EQUAL "S"
               DISPLAY "Decidir alertas requiere un supervisor."
           ELSE
               OPEN I-O CUENTA
               OPEN I-O ORDENES-EXT
               OPEN INPUT CLIENTES
               OPEN INPUT LISTA
               OPEN EXTEND DECISIONES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE ZERO TO WS-CONTADOR
               MOVE "NO" TO WS-FIN-ALERTAS
               MOVE LOW-VALUES TO ALE-CLAVE
               START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-ALERTAS
               END-START
               PERFORM 35-REVISAR-UNA UNTIL WS-FIN-ALERTAS EQUAL "SI"
               CLOSE CUENTA ORDENES-EXT CLIENTES LISTA DECISIONES
               DISPLAY "Alertas decididas: " WS-CONTADOR
           END-IF.
       30-REVISAR-PENDIENTES-END.
       EXIT.


       35-REVISAR-UNA.
           READ ALERTAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ALERTAS
           NOT AT END
               IF ALE-PENDIENTE
                   PERFORM 40-MOSTRAR-ALERTA
                   DISPLAY "Descartar (D), confirmar (C), saltar (S)"
                   " o terminar (F): "
                   ACCEPT WS-DECISION
                   EVALUATE WS-DECISION
                   WHEN "D"
                   WHEN "C"
                       PERFORM 50-ANOTAR-DECISION
                   WHEN "F"
                       MOVE "SI" TO WS-FIN-ALERTAS
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
           END-READ.
       35-REVISAR-UNA-END.
       EXIT.


       40-MOSTRAR-ALERTA.
           DISPLAY "----------------------------------------".
           IF ALE-DE-CLIENTE
               MOVE ALE-CLAVE-OBJETO TO CLI-ID
               READ CLIENTES RECORD
               INVALID KEY
                   DISPLAY "Cliente " ALE-CLAVE-OBJETO
                   " (ya no esta en el maestro)"
               NOT INVALID KEY
                   DISPLAY "Cliente " CLI-ID ": " CLI-NOMBRE " "
                   CLI-APELLIDO
               END-READ
           ELSE
               MOVE ALE-CLAVE-OBJETO (1:4) TO ORD-ID
               READ ORDENES-EXT RECORD
               INVALID KEY
                   DISPLAY "Orden " ALE-CLAVE-OBJETO " (no existe)"
               NOT INVALID KEY
                   DISPLAY "Orden " ORD-ID " de " ORD-CUENTA-ORIGEN
                   " a " ORD-BANCO-BENEF "/" ORD-CUENTA-BENEF
                   DISPLAY "  importe " ORD-IMPORTE " del " ORD-FECHA
                   " estado " ORD-ESTADO
               END-READ
           END-IF.
           DISPLAY "Filtrado: " ALE-TEXTO " el " ALE-FECHA-ALTA.
           MOVE ALE-REFERENCIA TO WL-REFERENCIA.
           READ LISTA RECORD
           INVALID KEY
               DISPLAY "Entrada " ALE-REFERENCIA
               " (ya no figura en la lista vigente)"
           NOT INVALID KEY
               DISPLAY "Lista " WL-REFERENCIA " tipo " WL-TIPO
               " pais " WL-PAIS ": " WL-NOMBRE
               DISPLAY "  alias: " WL-ALIAS (1) " / " WL-ALIAS (2)
               " / " WL-ALIAS (3)
           END-READ.
       40-MOSTRAR-ALERTA-END.
       EXIT.


       50-ANOTAR-DECISION.
           DISPLAY "Motivo de la decision: "
           ACCEPT WS-NOTA.
           MOVE ALE-CLAVE TO WS-CLAVE-ACTUAL.
           MOVE ALE-OBJETO TO WS-OBJETO-ACTUAL.
           MOVE WS-DECISION TO ALE-ESTADO.
           MOVE WS-HOY-NUM TO ALE-FECHA-DECISION.
           MOVE WS-OPERADOR TO ALE-OPERADOR.
           MOVE WS-NOTA TO ALE-NOTA.
           REWRITE DATOS-ALERTA
           INVALID KEY
               DISPLAY "Error al grabar la decision."
           NOT INVALID KEY
               ADD 1 TO WS-CONTADOR
               MOVE SPACES TO REG-DECISION
               MOVE WS-HOY-NUM TO DEC-FECHA
               MOVE WS-OPERADOR TO DEC-OPERADOR
               MOVE ALE-OBJETO TO DEC-OBJETO
               MOVE ALE-REFERENCIA TO DEC-REFERENCIA
               MOVE WS-DECISION TO DEC-DECISION
               MOVE WS-NOTA TO DEC-NOTA
               WRITE REG-DECISION
               IF ALE-DE-ORDEN
                   PERFORM 60-DECIDIR-ORDEN
               ELSE
                   IF ALE-CONFIRMADA
                       PERFORM 70-BLOQUEAR-CLIENTE
                   END-IF
               END-IF
           END-REWRITE.

           MOVE WS-CLAVE-ACTUAL TO ALE-CLAVE.
           START ALERTAS KEY IS GREATER THAN ALE-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-ALERTAS
           END-START.
       50-ANOTAR-DECISION-END.
       EXIT.


      *> UNA ORDEN RETENIDA SOLO SE LIBERA CUANDO YA NO LE QUEDA
      *> NINGUNA ALERTA PENDIENTE NI CONFIRMADA.
       60-DECIDIR-ORDEN.
           MOVE ALE-CLAVE-OBJETO (1:4) TO ORD-ID.
           READ ORDENES-EXT RECORD
           INVALID KEY
               DISPLAY "La orden ya no existe."
           NOT INVALID KEY
               IF ORD-ESTADO EQUAL "H"
                   IF ALE-CONFIRMADA
                       MOVE "S" TO ORD-ESTADO
                       REWRITE DATOS-ORDEN-EXT
                       DISPLAY "Orden " ORD-ID " bloqueada; el importe"
                       " queda inmovilizado en la cuenta puente."
                   ELSE
                       PERFORM 62-CONTAR-OTRAS-ALERTAS
                       IF WS-OTRAS-ABIERTAS EQUAL ZERO
                           MOVE "E" TO ORD-ESTADO
                           REWRITE DATOS-ORDEN-EXT
                           DISPLAY "Orden " ORD-ID " liberada."
                       ELSE
                           DISPLAY "Orden " ORD-ID " sigue retenida: "
                           WS-OTRAS-ABIERTAS " alerta(s) sin descartar."
                       END-IF
                   END-IF
               END-IF
           END-READ.
       60-DECIDIR-ORDEN-END.
       EXIT.


       62-CONTAR-OTRAS-ALERTAS.
           MOVE ZERO TO WS-OTRAS-ABIERTAS.
           MOVE "NO" TO WS-FIN-OTRAS.
           MOVE WS-OBJETO-ACTUAL TO ALE-OBJETO.
           MOVE LOW-VALUES TO ALE-REFERENCIA.
           START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-OTRAS
           END-START.
           PERFORM 64-LEER-OTRA UNTIL WS-FIN-OTRAS EQUAL "SI".
       62-CONTAR-OTRAS-ALERTAS-END.
       EXIT.


       64-LEER-OTRA.
           READ ALERTAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-OTRAS
           NOT AT END
               IF ALE-OBJETO NOT EQUAL WS-OBJETO-ACTUAL
                   MOVE "SI" TO WS-FIN-OTRAS
               ELSE
                   IF NOT ALE-DESCARTADA
                       ADD 1 TO WS-OTRAS-ABIERTAS
                   END-IF
               END-IF
           END-READ.
       64-LEER-OTRA-END.
       EXIT.


      *> SANCION CONFIRMADA DE UN CLIENTE: SUS CUENTAS SE BLOQUEAN
      *> COMO EN EL BLOQUEO POR PIN, CON SU JOURNAL.
       70-BLOQUEAR-CLIENTE.
           MOVE ALE-CLAVE-OBJETO (1:6) TO WS-CLIENTE-BLOQUEO.
           MOVE WS-CLIENTE-BLOQUEO TO CLIENTE-ID.
           MOVE "NO" TO WS-FIN-CUENTAS.
           START CUENTA KEY IS NOT LESS THAN CLIENTE-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-CUENTAS
           END-START.
           PERFORM 75-BLOQUEAR-CUENTA UNTIL WS-FIN-CUENTAS EQUAL "SI".
       70-BLOQUEAR-CLIENTE-END.
       EXIT.


       75-BLOQUEAR-CUENTA.
           READ CUENTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               IF CLIENTE-ID NOT EQUAL WS-CLIENTE-BLOQUEO
                   MOVE "SI" TO WS-FIN-CUENTAS
               ELSE
                   IF ESTADO NOT EQUAL "L"
                       MOVE DATOS-CUENTA TO WS-JRN-ANTES
                       MOVE "L" TO ESTADO
                       REWRITE DATOS-CUENTA
                       MOVE DATOS-CUENTA TO WS-JRN-DESPUES
                       CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
                           WS-JRN-DESPUES
                       DISPLAY "Cuenta " NUMCUENTA " bloqueada."
                   END-IF
               END-IF
           END-READ.
       75-BLOQUEAR-CUENTA-END.
       EXIT.


       80-LISTAR-DECISIONES.
           OPEN INPUT DECISIONES.
           IF WS-FS-DECISIONES NOT EQUAL "00"
               DISPLAY "Todavia no hay decisiones registradas."
           ELSE
               MOVE "NO" TO WS-FIN-DECISIONES
               PERFORM 85-LISTAR-DECISION
                   UNTIL WS-FIN-DECISIONES EQUAL "SI"
           END-IF.
           CLOSE DECISIONES.
       80-LISTAR-DECISIONES-END.
       EXIT.


       85-LISTAR-DECISION.
           READ DECISIONES
           AT END
               MOVE "SI" TO WS-FIN-DECISIONES
           NOT AT END
               DISPLAY REG-DECISION
           END-READ.
       85-LISTAR-DECISION-END.
       EXIT.

       END PROGRAM BANCOCUMPLIM.
