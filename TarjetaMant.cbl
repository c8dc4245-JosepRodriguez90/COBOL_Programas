      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de tarjetas de debito (JTARJETAS): cada numero
      *          de tarjeta va ligado a una cuenta de JDATOSCUENTA, con
      *          su estado ("A" activa, "B" bloqueada, "C" cancelada),
      *          la caducidad (AAAAMM) y los limites diarios de cajero
      *          automatico y de compras en comercio. Los acumulados
      *          del dia los lleva BANCOTARJETAS al liquidar el
      *          fichero de la red de tarjetas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJETAMANT.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TARJETAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTARJETAS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS TJ-NUMERO
       ALTERNATE RECORD KEY IS TJ-CUENTA WITH DUPLICATES
       FILE STATUS IS WS-FS-TARJETAS.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> TARJETA DE DEBITO: LOS USADOS DEL DIA SE PONEN A CERO SOLOS
      *> CUANDO LA FECHA DE USO NO ES LA DEL MOVIMIENTO QUE LLEGA.
       FD TARJETAS.
           01 DATOS-TARJETA.
               05 TJ-NUMERO PIC X(16).
               05 TJ-CUENTA PIC X(10).
               05 TJ-ESTADO PIC X(1).
               05 TJ-CADUCIDAD PIC 9(6).
               05 TJ-LIMITE-CAJERO PIC 9(5)V99.
               05 TJ-LIMITE-COMERCIO PIC 9(5)V99.
               05 TJ-FECHA-USO PIC 9(8).
               05 TJ-USADO-CAJERO PIC 9(5)V99.
               05 TJ-USADO-COMERCIO PIC 9(5)V99.
               05 TJ-FECHA-ALTA PIC 9(8).
               05 FILLER PIC X(23).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-TARJETAS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-TARJETAS PIC X(3) VALUE "NO".
       77 WS-CUENTA-BUSCAR PIC X(10).
       77 WS-NUEVO-ESTADO PIC X(1).
       77 WS-CONTADOR-TARJETAS PIC 9(3).
       77 WS-LIMITE-CAJERO-DEF PIC 9(5)V99 VALUE 600.00.
       77 WS-LIMITE-COMERCIO-DEF PIC 9(5)V99 VALUE 1500.00.

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
           PERFORM 05-ABRIR-TARJETAS.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE TARJETAS.
           STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-TARJETAS.
           OPEN I-O TARJETAS.
           IF WS-FS-TARJETAS = "35"
               OPEN OUTPUT TARJETAS
               CLOSE TARJETAS
               OPEN I-O TARJETAS
           END-IF.
       05-ABRIR-TARJETAS-END.
       EXIT.


       10-MENU.
           DISPLAY "Mantenimiento de tarjetas de debito."
           DISPLAY "Alta de tarjeta (1)"
           DISPLAY "Consultar tarjeta (2)"
           DISPLAY "Cambiar estado (bloquear/activar/cancelar) (3)"
           DISPLAY "Cambiar limites diarios (4)"
           DISPLAY "Tarjetas de una cuenta (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-TARJETA
           WHEN 2
               PERFORM 30-CONSULTAR-TARJETA
           WHEN 3
               PERFORM 40-CAMBIAR-ESTADO
           WHEN 4
               PERFORM 50-CAMBIAR-LIMITES
           WHEN 5
               PERFORM 60-TARJETAS-CUENTA
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> LA TARJETA SOLO SE EMITE CONTRA UNA CUENTA QUE EXISTE Y NO
      *> ESTA BLOQUEADA. LOS LIMITES EN BLANCO TOMAN LOS DE DEFECTO.
       20-ALTA-TARJETA.
           DISPLAY "Numero de tarjeta (16 digitos): "
           ACCEPT TJ-NUMERO
           READ TARJETAS RECORD
           INVALID KEY
               PERFORM 22-DATOS-ALTA
           NOT INVALID KEY
               DISPLAY "Ya existe una tarjeta con ese numero."
           END-READ.
       20-ALTA-TARJETA-END.
       EXIT.


       22-DATOS-ALTA.
           DISPLAY "Cuenta asociada: "
           ACCEPT WS-CUENTA-BUSCAR
           OPEN INPUT CUENTA.
           MOVE WS-CUENTA-BUSCAR TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
               DISPLAY "No existe ninguna cuenta con ese numero."
           NOT INVALID KEY
               IF ESTADO EQUAL "B" OR ESTADO EQUAL "L"
                   DISPLAY "La cuenta esta bloqueada: no se emite"
                   " la tarjeta."
               ELSE
                   MOVE WS-CUENTA-BUSCAR TO TJ-CUENTA
                   MOVE "A" TO TJ-ESTADO
                   DISPLAY "Caducidad (AAAAMM): "
                   ACCEPT TJ-CADUCIDAD
                   DISPLAY "Limite diario en cajero (0 = "
                   WS-LIMITE-CAJERO-DEF "): "
                   ACCEPT TJ-LIMITE-CAJERO
                   IF TJ-LIMITE-CAJERO EQUAL ZERO
                       MOVE WS-LIMITE-CAJERO-DEF TO TJ-LIMITE-CAJERO
                   END-IF
                   DISPLAY "Limite diario en comercios (0 = "
                   WS-LIMITE-COMERCIO-DEF "): "
                   ACCEPT TJ-LIMITE-COMERCIO
                   IF TJ-LIMITE-COMERCIO EQUAL ZERO
                       MOVE WS-LIMITE-COMERCIO-DEF TO
                           TJ-LIMITE-COMERCIO
                   END-IF
                   MOVE ZERO TO TJ-FECHA-USO
                   MOVE ZERO TO TJ-USADO-CAJERO
                   MOVE ZERO TO TJ-USADO-COMERCIO
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
                   MOVE WS-HOY-NUM TO TJ-FECHA-ALTA
                   WRITE DATOS-TARJETA
                   INVALID KEY
                       DISPLAY "Error al grabar la tarjeta."
                   NOT INVALID KEY
                       DISPLAY "Tarjeta dada de alta."
                   END-WRITE
               END-IF
           END-READ.
           CLOSE CUENTA.
       22-DATOS-ALTA-END.
       EXIT.


       30-CONSULTAR-TARJETA.
           DISPLAY "Numero de tarjeta: "
           ACCEPT TJ-NUMERO
           READ TARJETAS RECORD
           INVALID KEY
               DISPLAY "No existe esa tarjeta."
           NOT INVALID KEY
               PERFORM 35-MOSTRAR-TARJETA
           END-READ.
       30-CONSULTAR-TARJETA-END.
       EXIT.


       35-MOSTRAR-TARJETA.
           DISPLAY "Tarjeta " TJ-NUMERO " cuenta " TJ-CUENTA
           " estado " TJ-ESTADO " caduca " TJ-CADUCIDAD.
           DISPLAY "  Limite cajero " TJ-LIMITE-CAJERO
           " comercio " TJ-LIMITE-COMERCIO.
           DISPLAY "  Usado el " TJ-FECHA-USO ": cajero "
           TJ-USADO-CAJERO " comercio " TJ-USADO-COMERCIO.
       35-MOSTRAR-TARJETA-END.
       EXIT.


      *> UNA TARJETA CANCELADA NO VUELVE A ACTIVARSE: SE EMITE OTRA.
       40-CAMBIAR-ESTADO.
           DISPLAY "Numero de tarjeta: "
           ACCEPT TJ-NUMERO
           READ TARJETAS RECORD
           INVALID KEY
               DISPLAY "No existe esa tarjeta."
           NOT INVALID KEY
               DISPLAY "Estado actual: " TJ-ESTADO
               DISPLAY "Nuevo estado (A activa, B bloqueada,"
               " C cancelada): "
               ACCEPT WS-NUEVO-ESTADO
               EVALUATE TRUE
               WHEN TJ-ESTADO EQUAL "C"
                   DISPLAY "La tarjeta esta cancelada."
               WHEN WS-NUEVO-ESTADO NOT EQUAL "A"
                   AND WS-NUEVO-ESTADO NOT EQUAL "B"
                   AND WS-NUEVO-ESTADO NOT EQUAL "C"
                   DISPLAY "Estado no valido."
               WHEN OTHER
                   MOVE WS-NUEVO-ESTADO TO TJ-ESTADO
                   REWRITE DATOS-TARJETA
                   INVALID KEY
                       DISPLAY "Error al actualizar la tarjeta."
                   NOT INVALID KEY
                       DISPLAY "Estado actualizado."
                   END-REWRITE
               END-EVALUATE
           END-READ.
       40-CAMBIAR-ESTADO-END.
       EXIT.


       50-CAMBIAR-LIMITES.
           DISPLAY "Numero de tarjeta: "
           ACCEPT TJ-NUMERO
           READ TARJETAS RECORD
           INVALID KEY
               DISPLAY "No existe esa tarjeta."
           NOT INVALID KEY
               DISPLAY "Limite cajero actual: " TJ-LIMITE-CAJERO
               DISPLAY "Nuevo limite diario en cajero: "
               ACCEPT TJ-LIMITE-CAJERO
               DISPLAY "Limite comercio actual: " TJ-LIMITE-COMERCIO
               DISPLAY "Nuevo limite diario en comercios: "
               ACCEPT TJ-LIMITE-COMERCIO
               REWRITE DATOS-TARJETA
               INVALID KEY
                   DISPLAY "Error al actualizar la tarjeta."
               NOT INVALID KEY
                   DISPLAY "Limites actualizados."
               END-REWRITE
           END-READ.
       50-CAMBIAR-LIMITES-END.
       EXIT.


       60-TARJETAS-CUENTA.
           DISPLAY "Numero de cuenta: "
           ACCEPT WS-CUENTA-BUSCAR
           MOVE ZERO TO WS-CONTADOR-TARJETAS.
           MOVE "NO" TO WS-FIN-TARJETAS.
           MOVE WS-CUENTA-BUSCAR TO TJ-CUENTA.
           START TARJETAS KEY IS EQUAL TJ-CUENTA
           INVALID KEY
               MOVE "SI" TO WS-FIN-TARJETAS
           END-START.
           PERFORM 65-LISTAR-TARJETA UNTIL WS-FIN-TARJETAS EQUAL "SI".
           DISPLAY "Tarjetas de la cuenta: " WS-CONTADOR-TARJETAS.
       60-TARJETAS-CUENTA-END.
       EXIT.


       65-LISTAR-TARJETA.
           READ TARJETAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-TARJETAS
           NOT AT END
               IF TJ-CUENTA EQUAL WS-CUENTA-BUSCAR
                   PERFORM 35-MOSTRAR-TARJETA
                   ADD 1 TO WS-CONTADOR-TARJETAS
               ELSE
                   MOVE "SI" TO WS-FIN-TARJETAS
               END-IF
           END-READ.
       65-LISTAR-TARJETA-END.
       EXIT.

       END PROGRAM TARJETAMANT.
