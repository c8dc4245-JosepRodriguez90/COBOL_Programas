      *          vacian la cuenta puente y quedan liquidadas, y las
      *          rechazadas devuelven el importe a la cuenta origen.
      *          Todo movimiento deja su linea tipada en JMOVS.
      *          Antes de grabarla, cada orden pasa por el filtro de
      *          sanciones CRIBASAN (ordenante, BIC del banco
      *          beneficiario y pais de la cuenta): con una posible
      *          coincidencia la orden queda retenida ("H") hasta que
      *          cumplimiento la libere o la bloquee en BANCOCUMPLIM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONFIRMACIONES.

       SELECT CLIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIENTES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CLI-ID
       ALTERNATE RECORD KEY IS CLI-NOMBRE-APELLIDO WITH DUPLICATES
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT OPTIONAL MOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> ORDEN DE TRANSFERENCIA AL EXTERIOR: "E" EMITIDA (IMPORTE EN
      *> LA CUENTA PUENTE), "L" LIQUIDADA, "R" RECHAZADA Y DEVUELTA,
      *> "H" RETENIDA POR EL FILTRO DE SANCIONES, "S" BLOQUEADA POR
      *> SANCION CONFIRMADA (EL IMPORTE SIGUE EN LA CUENTA PUENTE).
       FD ORDENES-EXT.
           01 DATOS-ORDEN-EXT.
               05 ORD-ID PIC 9(4).
           05 ACK-ORDEN PIC 9(4).
           05 ACK-ESTADO PIC X(1).

       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-ORDENES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-CONFIRMACIONES PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-ORDENES PIC X(3) VALUE "NO".
       77 WS-FIN-CONFIRMACIONES PIC X(3) VALUE "NO".
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-FS-CLIENTES PIC 99.
       77 WS-ORDEN-NUEVA PIC X(67).
       77 WS-CRB-OPERACION PIC X(1).
       77 WS-CRB-TEXTO PIC X(30).
       77 WS-CRB-RESULTADO PIC X(1).
       77 WS-CRB-REFERENCIA PIC X(12).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-IBAN-RESULTADO PIC X(1).

       01 WS-CRB-OBJETO.
           05 WS-CRB-TIPO PIC X(1) VALUE "O".
           05 WS-CRB-CLAVE PIC X(10).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-MOVS-OPERADOR.
           PERFORM 05-ABRIR-ORDENES.
           PERFORM 10-MENU UNTIL WS-OPCION = 4.
           CLOSE ORDENES-EXT.
           IF WS-OPERACION-OK EQUAL "S"
               DISPLAY "Banco del beneficiario (BIC): "
               ACCEPT ORD-BANCO-BENEF
               DISPLAY "IBAN del beneficiario: "
               ACCEPT ORD-CUENTA-BENEF
               PERFORM 24-VALIDAR-BENEFICIARIO
           END-IF.

           IF WS-OPERACION-OK EQUAL "S"
               PERFORM 30-CARGAR-Y-PUENTEAR
               PERFORM 40-GRABAR-ORDEN
           END-IF.
       EXIT.


      *> LA CUENTA DEL BENEFICIARIO TIENE QUE SER UN IBAN CON LOS
      *> DIGITOS DE CONTROL CORRECTOS; SE GUARDA NORMALIZADO (SIN
      *> BLANCOS Y EN MAYUSCULAS). UNA CUENTA DE LA PROPIA ENTIDAD NO
      *> SALE AL EXTERIOR: ESA TRANSFERENCIA SE HACE DESDE BANCO.
       24-VALIDAR-BENEFICIARIO.
           MOVE "V" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               ORD-CUENTA-BENEF, WS-IBAN-RESULTADO.
           EVALUATE WS-IBAN-RESULTADO
           WHEN "E"
               CONTINUE
           WHEN "S"
               DISPLAY "El IBAN es de una cuenta de la entidad: haga"
               " la transferencia desde BANCO."
               MOVE "N" TO WS-OPERACION-OK
           WHEN OTHER
               DISPLAY "IBAN del beneficiario no valido (digitos de"
               " control)."
               MOVE "N" TO WS-OPERACION-OK
           END-EVALUATE.
       24-VALIDAR-BENEFICIARIO-END.
       EXIT.


      *> CARGO EN ORIGEN (TIPO TRANSFEXT) Y ABONO EN LA CUENTA
      *> PUENTE, CADA UNO CON SU JOURNAL Y SU LINEA EN JMOVS.
       30-CARGAR-Y-PUENTEAR.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       35-ESCRIBIR-MOVS-END.
       EXIT.


      *> LA BUSQUEDA DEL SIGUIENTE NUMERO LEE EL ARCHIVO Y PISA EL
      *> AREA DEL REGISTRO: LA ORDEN TECLEADA SE GUARDA ANTES.
       40-GRABAR-ORDEN.
           MOVE DATOS-ORDEN-EXT TO WS-ORDEN-NUEVA.
           PERFORM 45-SIGUIENTE-NUMERO.
           MOVE WS-ORDEN-NUEVA TO DATOS-ORDEN-EXT.
           MOVE WS-ORD-SIGUIENTE TO ORD-ID.
           MOVE WS-HOY-NUM TO ORD-FECHA.
           PERFORM 42-FILTRAR-ORDEN.
           WRITE DATOS-ORDEN-EXT
           INVALID KEY
               DISPLAY "Error al grabar la orden de intercambio."
           NOT INVALID KEY
               IF ORD-ESTADO EQUAL "H"
                   DISPLAY "Orden " ORD-ID " RETENIDA por posible"
                   " coincidencia con la lista de sanciones ("
                   WS-CRB-REFERENCIA "). El importe queda en la"
                   " cuenta puente hasta la revision de cumplimiento."
               ELSE
                   DISPLAY "Orden " ORD-ID " emitida al banco "
                   ORD-BANCO-BENEF ". El importe queda en la cuenta"
                   " puente hasta la confirmacion."
               END-IF
           END-WRITE.
       40-GRABAR-ORDEN-END.
       EXIT.


      *> ORDENANTE (TITULAR DE LA CUENTA ORIGEN), BIC DEL BANCO
      *> BENEFICIARIO Y PAIS DEL IBAN BENEFICIARIO CONTRA LA LISTA.
      *> CADA POSIBLE COINCIDENCIA QUEDA COMO ALERTA DE LA ORDEN.
       42-FILTRAR-ORDEN.
           MOVE "E" TO ORD-ESTADO.
           MOVE SPACES TO WS-CRB-REFERENCIA.
           MOVE ORD-ID TO WS-CRB-CLAVE.
           MOVE ORD-CUENTA-ORIGEN TO NUMCUENTA.
           READ CUENTA RECORD
           NOT INVALID KEY
               OPEN INPUT CLIENTES
               MOVE CLIENTE-ID TO CLI-ID
               READ CLIENTES RECORD
               NOT INVALID KEY
                   MOVE "N" TO WS-CRB-OPERACION
                   MOVE SPACES TO WS-CRB-TEXTO
                   STRING CLI-NOMBRE " " CLI-APELLIDO
                       DELIMITED BY SIZE INTO WS-CRB-TEXTO
                   END-STRING
                   PERFORM 43-LLAMAR-FILTRO
               END-READ
               CLOSE CLIENTES
           END-READ.
           MOVE "B" TO WS-CRB-OPERACION.
           MOVE ORD-BANCO-BENEF TO WS-CRB-TEXTO.
           PERFORM 43-LLAMAR-FILTRO.
           IF ORD-CUENTA-BENEF (1:2) IS ALPHABETIC
           AND ORD-CUENTA-BENEF (1:2) NOT EQUAL SPACES
               MOVE "P" TO WS-CRB-OPERACION
               MOVE ORD-CUENTA-BENEF (1:2) TO WS-CRB-TEXTO
               PERFORM 43-LLAMAR-FILTRO
           END-IF.
       42-FILTRAR-ORDEN-END.
       EXIT.


       43-LLAMAR-FILTRO.
           CALL "CRIBASAN" USING WS-CRB-OPERACION, WS-CRB-OBJETO,
               WS-CRB-TEXTO, WS-CRB-RESULTADO, WS-CRB-REFERENCIA.
           IF WS-CRB-RESULTADO EQUAL "S"
               MOVE "H" TO ORD-ESTADO
           END-IF.
       43-LLAMAR-FILTRO-END.
       EXIT.


       45-SIGUIENTE-NUMERO.
           MOVE ZERO TO WS-ORD-SIGUIENTE.
           MOVE "NO" TO WS-FIN-ORDENES.
                   DISPLAY "Confirmacion de orden inexistente: "
                   ACK-ORDEN
               NOT INVALID KEY
                   IF ORD-ESTADO EQUAL "E"
                       PERFORM 60-RESOLVER-ORDEN
                   ELSE
                       IF ORD-ESTADO EQUAL "H" OR ORD-ESTADO EQUAL "S"
                           DISPLAY "Orden " ORD-ID " retenida por"
                           " cumplimiento (" ORD-ESTADO "),"
                           " confirmacion ignorada."
                       ELSE
                           DISPLAY "Orden " ORD-ID " ya resuelta ("
                           ORD-ESTADO "), confirmacion ignorada."
                       END-IF
                   END-IF
               END-READ
           END-READ.
