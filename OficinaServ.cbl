      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de la dimension oficina (mismo
      *          patron que PRODCUENTA): resuelve a que oficina del
      *          maestro JOFICINAS pertenece una cuenta, un cajero o
      *          un movimiento de JMOVS.
      *          "C" oficina de la cuenta: la anotada en los datos
      *              complementarios JCUENTAEXT;
      *          "J" oficina del cajero: la de su ficha en JCAJEROS;
      *          "M" oficina del movimiento: la del cajero que lo
      *              hace en ventanilla y, si lo graba un proceso de
      *              lote (operador sin ficha de cajero), la de la
      *              cuenta;
      *          "A" anota en JCUENTAEXT la oficina de la cuenta: la
      *              que trae PARAM-OFICINA o, si viene en blanco, la
      *              del cajero que la abre.
      *          Lo que no tiene oficina anotada (cuentas y cajeros
      *          anteriores a la dimension) pertenece a la oficina
      *          principal "0001", la unica que habia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFICINASERV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CAJEROS ASSIGN TO WS-RUTA-CAJEROS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CAJERO-ID
       FILE STATUS IS WS-FS-CAJEROS.

       SELECT OPTIONAL CUENTA-EXT ASSIGN TO WS-RUTA-CUENTAEXT
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CEX-CUENTA
       FILE STATUS IS WS-FS-CUENTAEXT.

       DATA DIVISION.
       FILE SECTION.
       FD CAJEROS.
           01 DATOS-CAJERO.
               05 CAJERO-ID PIC X(4).
               05 CAJERO-NOMBRE PIC X(15).
               05 CAJERO-CLAVE PIC X(4).
               05 CAJERO-ROL PIC X(1).
               05 CAJERO-OFICINA PIC X(4).

      *> LA OFICINA DE LA CUENTA OCUPA LOS PRIMEROS CUATRO BYTES DE
      *> LA RESERVA DEL REGISTRO COMPLEMENTARIO DE PRODCUENTA.
       FD CUENTA-EXT.
           01 DATOS-CUENTA-EXT.
               05 CEX-CUENTA PIC X(10).
               05 CEX-PRODUCTO PIC X(3).
               05 CEX-FECHA-ALTA PIC 9(8).
               05 CEX-OFICINA PIC X(4).
               05 FILLER PIC X(25).

       WORKING-STORAGE SECTION.
       77 WS-FS-CAJEROS PIC 99.
       77 WS-FS-CUENTAEXT PIC 99.
       77 WS-OFICINA-PRINCIPAL PIC X(4) VALUE "0001".
       77 WS-OFICINA-CAJERO PIC X(4).
       77 WS-CAJERO-ENCONTRADO PIC X(1).
      *> EL ULTIMO CAJERO CONSULTADO SE RECUERDA ENTRE LLAMADAS: LOS
      *> PROCESOS QUE GRABAN MUCHOS MOVIMIENTOS PREGUNTAN SIEMPRE
      *> POR EL MISMO OPERADOR.
       77 WS-ULTIMO-CAJERO PIC X(4) VALUE HIGH-VALUES.
       77 WS-ULTIMA-OFICINA PIC X(4).
       77 WS-ULTIMO-ENCONTRADO PIC X(1).
       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-CAJEROS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJEROS.txt".
       77 WS-RUTA-CUENTAEXT PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCUENTAEXT.txt".

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-CUENTA PIC X(10).
       01 PARAM-CAJERO PIC X(4).
       01 PARAM-OFICINA PIC X(4).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-CUENTA,
           PARAM-CAJERO, PARAM-OFICINA.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JCAJEROS" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-CAJEROS
               MOVE "JCUENTAEXT" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-CUENTAEXT
           END-IF.
           EVALUATE PARAM-OPERACION
           WHEN "C"
               PERFORM 020-OFICINA-DE-CUENTA
           WHEN "J"
               PERFORM 030-OFICINA-DE-CAJERO
               MOVE WS-OFICINA-CAJERO TO PARAM-OFICINA
           WHEN "M"
               PERFORM 030-OFICINA-DE-CAJERO
               IF WS-CAJERO-ENCONTRADO EQUAL "S"
                   MOVE WS-OFICINA-CAJERO TO PARAM-OFICINA
               ELSE
                   PERFORM 020-OFICINA-DE-CUENTA
               END-IF
           WHEN "A"
               IF PARAM-OFICINA EQUAL SPACES
                   PERFORM 030-OFICINA-DE-CAJERO
                   MOVE WS-OFICINA-CAJERO TO PARAM-OFICINA
               END-IF
               PERFORM 040-ANOTAR-OFICINA-CUENTA
           WHEN OTHER
               MOVE WS-OFICINA-PRINCIPAL TO PARAM-OFICINA
           END-EVALUATE.
       010-SERVICIO-END.
       EXIT PROGRAM.


       020-OFICINA-DE-CUENTA.
           MOVE WS-OFICINA-PRINCIPAL TO PARAM-OFICINA.
           OPEN INPUT CUENTA-EXT.
           IF WS-FS-CUENTAEXT EQUAL "00"
               MOVE PARAM-CUENTA TO CEX-CUENTA
               READ CUENTA-EXT RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CEX-OFICINA NOT EQUAL SPACES
                       MOVE CEX-OFICINA TO PARAM-OFICINA
                   END-IF
               END-READ
           END-IF.
           CLOSE CUENTA-EXT.
       020-OFICINA-DE-CUENTA-END.
       EXIT.


      *> LOS PROCESOS DE LOTE FIRMAN CON UN OPERADOR QUE NO ESTA EN
      *> EL MAESTRO ("LOTE", "COLE"...): SE DEVUELVE NO ENCONTRADO
      *> PARA QUE EL MOVIMIENTO TOME LA OFICINA DE LA CUENTA.
       030-OFICINA-DE-CAJERO.
           IF PARAM-CAJERO EQUAL WS-ULTIMO-CAJERO
               MOVE WS-ULTIMA-OFICINA TO WS-OFICINA-CAJERO
               MOVE WS-ULTIMO-ENCONTRADO TO WS-CAJERO-ENCONTRADO
           ELSE
               MOVE WS-OFICINA-PRINCIPAL TO WS-OFICINA-CAJERO
               MOVE "N" TO WS-CAJERO-ENCONTRADO
               OPEN INPUT CAJEROS
               IF WS-FS-CAJEROS EQUAL "00"
                   MOVE PARAM-CAJERO TO CAJERO-ID
                   READ CAJEROS RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CAJERO-ENCONTRADO
                       IF CAJERO-OFICINA NOT EQUAL SPACES
                           MOVE CAJERO-OFICINA TO WS-OFICINA-CAJERO
                       END-IF
                   END-READ
               END-IF
               CLOSE CAJEROS
               MOVE PARAM-CAJERO TO WS-ULTIMO-CAJERO
               MOVE WS-OFICINA-CAJERO TO WS-ULTIMA-OFICINA
               MOVE WS-CAJERO-ENCONTRADO TO WS-ULTIMO-ENCONTRADO
           END-IF.
       030-OFICINA-DE-CAJERO-END.
       EXIT.


       040-ANOTAR-OFICINA-CUENTA.
           OPEN I-O CUENTA-EXT.
           IF WS-FS-CUENTAEXT = "35"
               OPEN OUTPUT CUENTA-EXT
               CLOSE CUENTA-EXT
               OPEN I-O CUENTA-EXT
           END-IF.
           MOVE PARAM-CUENTA TO CEX-CUENTA.
           READ CUENTA-EXT RECORD
           INVALID KEY
               MOVE SPACES TO DATOS-CUENTA-EXT
               MOVE PARAM-CUENTA TO CEX-CUENTA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO CEX-FECHA-ALTA
               MOVE PARAM-OFICINA TO CEX-OFICINA
               WRITE DATOS-CUENTA-EXT
           NOT INVALID KEY
               MOVE PARAM-OFICINA TO CEX-OFICINA
               REWRITE DATOS-CUENTA-EXT
           END-READ.
           CLOSE CUENTA-EXT.
       040-ANOTAR-OFICINA-CUENTA-END.
       EXIT.
