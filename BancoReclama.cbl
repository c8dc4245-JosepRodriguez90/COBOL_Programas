      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de reclamaciones de clientes sobre
      *          movimientos (importe erroneo, movimiento desconocido,
      *          cargo duplicado...). Cada reclamacion se abre con el
      *          numero de recibo que lleva el cliente (el mismo que
      *          viaja en JIMPCUENTA y en JMOVS) y queda en JRECLAMA
      *          (serie JRCLSEQ) con la cuenta, el cliente, el motivo
      *          y la fecha de apertura, mas la copia del movimiento
      *          original de JRECIBOS y el operador que lo tecleo. La
      *          consulta muestra ademas la reversa que ya tenga ese
      *          recibo en JMOVS (buscada por la clave de recibo del
      *          historico indexado JMOVSIDX). La resolucion la firma
      *          un supervisor: "R" rechazada, "E" reembolsada o "V"
      *          reversada. El
      *          dinero no se mueve aqui: el reembolso y la reversa se
      *          hacen por la opcion R de la sesion de BANCO (misma
      *          autorizacion, mismo journal y misma linea REVERSA con
      *          el numero de recibo) y esta resolucion solo se acepta
      *          cuando esa reversa ya esta anotada. Informes de
      *          antiguedad de las abiertas y recuento mensual por
      *          motivo y por operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCORECLAMA.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RECLAMACIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRECLAMA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS RCL-ID
       FILE STATUS IS WS-FS-RECLAMA.

       SELECT OPTIONAL RECLAMA-SEQ ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRCLSEQ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RCLSEQ.

       SELECT OPTIONAL RECIBOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JRECIBOS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RECIBOS.

       SELECT OPTIONAL MOVS-INDICE ASSIGN TO WS-RUTA-MOVSIDX
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS MIX-CLAVE
       ALTERNATE RECORD KEY IS MIX-RECIBO WITH DUPLICATES
       FILE STATUS IS WS-FS-MOVS.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> RECLAMACION: DATOS DE APERTURA, COPIA DEL MOVIMIENTO DEL
      *> RECIBO TAL COMO ESTABA EN JRECIBOS Y RESOLUCION.
       FD RECLAMACIONES.
           01 DATOS-RECLAMACION.
               05 RCL-ID PIC 9(6).
               05 RCL-RECIBO PIC 9(6).
               05 RCL-CUENTA PIC X(10).
               05 RCL-CLIENTE PIC X(6).
               05 RCL-MOTIVO PIC X(2).
                   88 RCL-MOTIVO-VALIDO VALUES "IM" "DE" "DU" "OT".
               05 RCL-DETALLE PIC X(40).
               05 RCL-FECHA-APERTURA PIC 9(8).
               05 RCL-OPERADOR-ALTA PIC X(4).
               05 RCL-FECHA-MOV PIC 9(8).
               05 RCL-TIPO-MOV PIC X(10).
               05 RCL-IMPORTE-MOV PIC 9(7)V99.
               05 RCL-OPERADOR-MOV PIC X(4).
               05 RCL-ESTADO PIC X(1).
                   88 RCL-ABIERTA VALUE "A".
                   88 RCL-RESOLUCION-VALIDA VALUES "R" "E" "V".
               05 RCL-FECHA-CIERRE PIC 9(8).
               05 RCL-RESUELVE PIC X(4).
               05 RCL-RESOLUCION PIC X(40).
               05 FILLER PIC X(20).

       FD RECLAMA-SEQ
       RECORD CONTAINS 6 CHARACTERS.
       01 REG-RECLAMA-SEQ.
           05 SEQ-ULTIMA-RECLAMA PIC 9(6).

       FD RECIBOS
       RECORD CONTAINS 89 CHARACTERS.
       01 REG-RECIBO PIC X(89).

      *> HISTORICO INDEXADO QUE MANTIENE MOVSIDX: LA LINEA DE JMOVS
      *> CON CLAVE ALTERNATIVA POR NUMERO DE RECIBO.
       FD MOVS-INDICE.
           01 DATOS-MOVIDX.
               05 MIX-CLAVE.
                   10 MIX-CUENTA PIC X(10).
                   10 MIX-FECHA-VALOR PIC 9(8).
                   10 MIX-SECUENCIA PIC 9(9).
               05 MIX-RECIBO PIC 9(6).
               05 MIX-LINEA PIC X(72).

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

       77 WS-FS-RECLAMA PIC 99.
       77 WS-FS-RCLSEQ PIC 99.
       77 WS-FS-RECIBOS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-RECLAMA PIC X(3) VALUE "NO".
       77 WS-FIN-RECIBOS PIC X(3) VALUE "NO".
       77 WS-FIN-MOVS PIC X(3) VALUE "NO".
       77 WS-OPERADOR PIC X(4).
       77 WS-OPERADOR-ROL PIC X(1).
       77 WS-FIRMA-OK PIC X(1) VALUE "N".
       77 WS-RECIBO-BUSCAR PIC 9(6).
       77 WS-RECIBO-ENCONTRADO PIC X(1).
       77 WS-YA-ABIERTA PIC X(1).
       77 WS-REVERSA-ENCONTRADA PIC X(1).
       77 WS-REVERSA-FECHA PIC 9(8).
       77 WS-REVERSA-OPERADOR PIC X(4).
       77 WS-REVERSA-IMPORTE PIC S9(7)V99.
       77 WS-RESOLUCION PIC X(1).
       77 WS-MES-INFORME PIC 9(6).
       77 WS-DIAS-ABIERTA PIC 9(5).
       77 WS-TOTAL-ABIERTAS PIC 9(5).
       77 WS-TOTAL-MES PIC 9(5).
       77 WS-O PIC 9(2).
       77 WS-O-IDX PIC 9(2).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA1 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
       77 WS-MOVSIDX-OP PIC X(1) VALUE "I".
       77 WS-MOVSIDX-LEIDAS PIC 9(9).
       77 WS-MOVSIDX-INDEXADAS PIC 9(9).
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-MOVSIDX PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMOVSIDX.txt".

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> LINEA DE JRECIBOS TAL COMO LA ESCRIBE BANCO.
       01 WS-RECIBO-LINEA.
           05 REC-NUMERO PIC 9(6).
           05 FILLER PIC X.
           05 REC-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 REC-CUENTA PIC X(10).
           05 FILLER PIC X.
           05 REC-TIPO PIC X(10).
           05 FILLER PIC X.
           05 REC-IMPORTE PIC -(5)9.99.
           05 FILLER PIC X.
           05 REC-SALDO PIC -(7)9.99.
           05 FILLER PIC X.
           05 REC-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REC-IBAN PIC X(24).

       01 WS-MOVS-LINEA.
           05 WS-MOVS-TIPO-REGISTRO PIC X(2).
               88 WS-MOVS-ES-MOVIMIENTO VALUE "MV".
           05 WS-MOVS-CUENTA PIC X(10).
           05 WS-MOVS-FECHA PIC 9(8).
           05 WS-MOVS-TIPO PIC X(10).
           05 WS-MOVS-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> TRAMOS DE ANTIGUEDAD DE LAS RECLAMACIONES ABIERTAS, EN DIAS
      *> DESDE LA APERTURA: HASTA 7, HASTA 15, HASTA 30 Y MAS DE 30.
       01 WS-ANTIGUEDAD.
           05 WS-ANT-HASTA-7 PIC 9(5).
           05 WS-ANT-HASTA-15 PIC 9(5).
           05 WS-ANT-HASTA-30 PIC 9(5).
           05 WS-ANT-MAS-30 PIC 9(5).

       01 WS-CUENTA-MOTIVOS.
           05 WS-MOT-IMPORTE PIC 9(5).
           05 WS-MOT-DESCONOCIDO PIC 9(5).
           05 WS-MOT-DUPLICADO PIC 9(5).
           05 WS-MOT-OTROS PIC 9(5).

      *> RECUENTO DEL MES POR OPERADOR QUE TECLEO EL MOVIMIENTO
      *> RECLAMADO.
       01 WS-TABLA-OPERADORES.
           05 WS-OPE-OCUPADOS PIC 9(2).
           05 WS-OPE-ENTRADA OCCURS 50 TIMES.
               10 WS-OPE-CODIGO PIC X(4).
               10 WS-OPE-CONTADOR PIC 9(5).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-RECLAMACIONES.
           PERFORM 07-FIRMA-OPERADOR.
           IF WS-FIRMA-OK EQUAL "S"
               PERFORM 10-MENU UNTIL WS-OPCION = 6
           END-IF.
           CLOSE RECLAMACIONES.
           STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-RECLAMACIONES.
           OPEN I-O RECLAMACIONES.
           IF WS-FS-RECLAMA = "35"
               OPEN OUTPUT RECLAMACIONES
               CLOSE RECLAMACIONES
               OPEN I-O RECLAMACIONES
           END-IF.
       05-ABRIR-RECLAMACIONES-END.
       EXIT.


      *> CADA RECLAMACION LLEVA EL OPERADOR QUE LA ABRE; RESOLVER
      *> QUEDA RESERVADO AL ROL "S" DE BANCO DEL MAESTRO DE
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
           DISPLAY "Reclamaciones de clientes."
           DISPLAY "Abrir reclamacion (1)"
           DISPLAY "Consultar reclamacion (2)"
           DISPLAY "Resolver reclamacion (3, supervisor)"
           DISPLAY "Antiguedad de las abiertas (4)"
           DISPLAY "Recuento del mes por motivo y operador (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-NUEVA-RECLAMACION
           WHEN 2
               PERFORM 40-CONSULTAR-RECLAMACION
           WHEN 3
               PERFORM 50-RESOLVER-RECLAMACION
           WHEN 4
               PERFORM 60-INFORME-ANTIGUEDAD
           WHEN 5
               PERFORM 70-RECUENTO-MES
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> LA RECLAMACION SE ABRE SOBRE UN RECIBO QUE EXISTA Y QUE NO
      *> TENGA YA OTRA RECLAMACION ABIERTA.
       20-NUEVA-RECLAMACION.
           DISPLAY "Numero de recibo del movimiento reclamado: "
           ACCEPT WS-RECIBO-BUSCAR.
           PERFORM 22-BUSCAR-RECIBO.
           IF WS-RECIBO-ENCONTRADO EQUAL "S"
               PERFORM 24-COMPROBAR-ABIERTA
               IF WS-YA-ABIERTA EQUAL "S"
                   DISPLAY "Ese recibo ya tiene la reclamacion "
                   RCL-ID " abierta."
               ELSE
                   PERFORM 30-GRABAR-RECLAMACION
               END-IF
           END-IF.
       20-NUEVA-RECLAMACION-END.
       EXIT.


       22-BUSCAR-RECIBO.
           MOVE "N" TO WS-RECIBO-ENCONTRADO.
           OPEN INPUT RECIBOS.
           IF WS-FS-RECIBOS NOT EQUAL "00"
               DISPLAY "No hay archivo de recibos."
           ELSE
               MOVE "NO" TO WS-FIN-RECIBOS
               PERFORM 23-LEER-RECIBO UNTIL WS-FIN-RECIBOS EQUAL "SI"
           END-IF.
           CLOSE RECIBOS.
           IF WS-RECIBO-ENCONTRADO EQUAL "N"
               DISPLAY "No se encuentra ese numero de recibo."
           END-IF.
       22-BUSCAR-RECIBO-END.
       EXIT.


       23-LEER-RECIBO.
           READ RECIBOS INTO WS-RECIBO-LINEA
           AT END
               MOVE "SI" TO WS-FIN-RECIBOS
           NOT AT END
               IF REC-NUMERO EQUAL WS-RECIBO-BUSCAR
                   MOVE "S" TO WS-RECIBO-ENCONTRADO
                   MOVE "SI" TO WS-FIN-RECIBOS
               END-IF
           END-READ.
       23-LEER-RECIBO-END.
       EXIT.


       24-COMPROBAR-ABIERTA.
           MOVE "N" TO WS-YA-ABIERTA.
           MOVE "NO" TO WS-FIN-RECLAMA.
           MOVE ZEROES TO RCL-ID.
           START RECLAMACIONES KEY IS NOT LESS THAN RCL-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-RECLAMA
           END-START.
           PERFORM 25-LEER-ABIERTA UNTIL WS-FIN-RECLAMA EQUAL "SI".
       24-COMPROBAR-ABIERTA-END.
       EXIT.


       25-LEER-ABIERTA.
           READ RECLAMACIONES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-RECLAMA
           NOT AT END
               IF RCL-RECIBO EQUAL WS-RECIBO-BUSCAR AND RCL-ABIERTA
                   MOVE "S" TO WS-YA-ABIERTA
                   MOVE "SI" TO WS-FIN-RECLAMA
               END-IF
           END-READ.
       25-LEER-ABIERTA-END.
       EXIT.


      *> BUSCA EN JMOVS LA LINEA REVERSA QUE LLEVA EL NUMERO DE
      *> RECIBO DEL MOVIMIENTO ORIGINAL (LA QUE ANOTA LA OPCION R DE
      *> BANCO).
       26-BUSCAR-REVERSA.
           MOVE "N" TO WS-REVERSA-ENCONTRADA.
           MOVE "JMOVSIDX" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-MOVSIDX.
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.
           OPEN INPUT MOVS-INDICE.
           MOVE "NO" TO WS-FIN-MOVS.
           MOVE WS-RECIBO-BUSCAR TO MIX-RECIBO.
           START MOVS-INDICE KEY IS EQUAL TO MIX-RECIBO
           INVALID KEY
               MOVE "SI" TO WS-FIN-MOVS
           END-START.
           PERFORM 27-LEER-MOVS UNTIL WS-FIN-MOVS EQUAL "SI".
           CLOSE MOVS-INDICE.
       26-BUSCAR-REVERSA-END.
       EXIT.


      *> LAS LINEAS DEL MISMO RECIBO VAN SEGUIDAS POR LA CLAVE
      *> ALTERNATIVA: EL ORIGINAL Y, SI LA HAY, SU REVERSA.
       27-LEER-MOVS.
           READ MOVS-INDICE NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MOVS
           NOT AT END
               MOVE MIX-LINEA TO WS-MOVS-LINEA
               IF MIX-RECIBO NOT EQUAL WS-RECIBO-BUSCAR
                   MOVE "SI" TO WS-FIN-MOVS
               ELSE
                   IF WS-MOVS-TIPO EQUAL "REVERSA"
                       MOVE "S" TO WS-REVERSA-ENCONTRADA
                       MOVE WS-MOVS-FECHA TO WS-REVERSA-FECHA
                       MOVE WS-MOVS-OPERADOR TO WS-REVERSA-OPERADOR
                       MOVE WS-MOVS-IMPORTE TO WS-REVERSA-IMPORTE
                       MOVE "SI" TO WS-FIN-MOVS
                   END-IF
               END-IF
           END-READ.
       27-LEER-MOVS-END.
       EXIT.


       28-SIGUIENTE-NUMERO.
           OPEN INPUT RECLAMA-SEQ.
           IF WS-FS-RCLSEQ EQUAL "00"
               READ RECLAMA-SEQ
               AT END
                   MOVE ZERO TO SEQ-ULTIMA-RECLAMA
               END-READ
           ELSE
               MOVE ZERO TO SEQ-ULTIMA-RECLAMA
           END-IF.
           CLOSE RECLAMA-SEQ.
           ADD 1 TO SEQ-ULTIMA-RECLAMA.
           OPEN OUTPUT RECLAMA-SEQ.
           WRITE REG-RECLAMA-SEQ.
           CLOSE RECLAMA-SEQ.
           MOVE SEQ-ULTIMA-RECLAMA TO RCL-ID.
       28-SIGUIENTE-NUMERO-END.
       EXIT.


      *> EL CLIENTE SALE DE LA CUENTA DEL RECIBO; SI LA CUENTA YA SE
      *> CERRO LA RECLAMACION SE ABRE IGUAL, CON EL CLIENTE EN BLANCO.
       30-GRABAR-RECLAMACION.
           DISPLAY "Recibo " REC-NUMERO " del " REC-FECHA
           " cuenta " REC-CUENTA " " REC-TIPO " " REC-IMPORTE
           " operador " REC-OPERADOR.
           IF REC-IBAN NOT EQUAL SPACES
               DISPLAY "IBAN: " REC-IBAN
           END-IF.
           DISPLAY "Motivo: importe erroneo (IM), movimiento"
           " desconocido (DE), cargo duplicado (DU), otro (OT): "
           ACCEPT RCL-MOTIVO.
           IF NOT RCL-MOTIVO-VALIDO
               DISPLAY "Motivo no valido. Reclamacion no abierta."
           ELSE
               DISPLAY "Detalle de la reclamacion: "
               ACCEPT RCL-DETALLE
               MOVE SPACES TO RCL-CLIENTE
               OPEN INPUT CUENTA
               MOVE REC-CUENTA TO NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   DISPLAY "Aviso: la cuenta ya no esta en el"
                   " maestro; cliente sin informar."
               NOT INVALID KEY
                   MOVE CLIENTE-ID TO RCL-CLIENTE
               END-READ
               CLOSE CUENTA

               PERFORM 28-SIGUIENTE-NUMERO
               MOVE WS-RECIBO-BUSCAR TO RCL-RECIBO
               MOVE REC-CUENTA TO RCL-CUENTA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO RCL-FECHA-APERTURA
               MOVE WS-OPERADOR TO RCL-OPERADOR-ALTA
               MOVE REC-FECHA TO RCL-FECHA-MOV
               MOVE REC-TIPO TO RCL-TIPO-MOV
               COMPUTE RCL-IMPORTE-MOV =
                   FUNCTION NUMVAL (REC-IMPORTE)
               MOVE REC-OPERADOR TO RCL-OPERADOR-MOV
               MOVE "A" TO RCL-ESTADO
               MOVE ZERO TO RCL-FECHA-CIERRE
               MOVE SPACES TO RCL-RESUELVE
               MOVE SPACES TO RCL-RESOLUCION
               WRITE DATOS-RECLAMACION
               INVALID KEY
                   DISPLAY "Numero de reclamacion duplicado: "
                   RCL-ID ". Revisar JRCLSEQ."
               NOT INVALID KEY
                   DISPLAY "Reclamacion " RCL-ID " abierta."
               END-WRITE
           END-IF.
       30-GRABAR-RECLAMACION-END.
       EXIT.


       40-CONSULTAR-RECLAMACION.
           DISPLAY "Numero de la reclamacion: "
           ACCEPT RCL-ID
           READ RECLAMACIONES RECORD
           INVALID KEY
               DISPLAY "No existe esa reclamacion."
           NOT INVALID KEY
               PERFORM 45-MOSTRAR-RECLAMACION
           END-READ.
       40-CONSULTAR-RECLAMACION-END.
       EXIT.


       45-MOSTRAR-RECLAMACION.
           DISPLAY "Reclamacion " RCL-ID " recibo " RCL-RECIBO
           " cuenta " RCL-CUENTA " cliente " RCL-CLIENTE.
           DISPLAY "  Motivo " RCL-MOTIVO ": " RCL-DETALLE.
           DISPLAY "  Abierta el " RCL-FECHA-APERTURA
           " por " RCL-OPERADOR-ALTA " estado " RCL-ESTADO.
           DISPLAY "  Movimiento original: " RCL-TIPO-MOV
           " del " RCL-FECHA-MOV " importe " RCL-IMPORTE-MOV
           " tecleado por " RCL-OPERADOR-MOV.
           MOVE RCL-RECIBO TO WS-RECIBO-BUSCAR.
           PERFORM 26-BUSCAR-REVERSA.
           IF WS-REVERSA-ENCONTRADA EQUAL "S"
               DISPLAY "  Reversado el " WS-REVERSA-FECHA
               " por " WS-REVERSA-OPERADOR
               " importe " WS-REVERSA-IMPORTE
           ELSE
               DISPLAY "  Sin reversa anotada."
           END-IF.
           IF NOT RCL-ABIERTA
               DISPLAY "  Resuelta el " RCL-FECHA-CIERRE
               " por " RCL-RESUELVE ": " RCL-RESOLUCION
           END-IF.
       45-MOSTRAR-RECLAMACION-END.
       EXIT.


      *> REEMBOLSO Y REVERSA SOLO SE ANOTAN SI LA REVERSA DEL RECIBO
      *> YA ESTA EN JMOVS: EL DINERO SIEMPRE VUELVE POR LA REVERSA DE
      *> BANCO, NUNCA POR UN APUNTE SUELTO.
       50-RESOLVER-RECLAMACION.
           IF WS-OPERADOR-ROL NOT EQUAL "S"
               DISPLAY "Resolver reclamaciones es de supervisor."
           ELSE
               DISPLAY "Numero de la reclamacion: "
               ACCEPT RCL-ID
               READ RECLAMACIONES RECORD
               INVALID KEY
                   DISPLAY "No existe esa reclamacion."
               NOT INVALID KEY
                   IF NOT RCL-ABIERTA
                       DISPLAY "La reclamacion ya esta resuelta."
                   ELSE
                       PERFORM 45-MOSTRAR-RECLAMACION
                       PERFORM 55-ANOTAR-RESOLUCION
                   END-IF
               END-READ
           END-IF.
       50-RESOLVER-RECLAMACION-END.
       EXIT.


       55-ANOTAR-RESOLUCION.
           DISPLAY "Rechazada (R) / Reembolsada (E) / Reversada (V): "
           ACCEPT WS-RESOLUCION.
           IF WS-RESOLUCION NOT EQUAL "R"
           AND WS-RESOLUCION NOT EQUAL "E"
           AND WS-RESOLUCION NOT EQUAL "V"
               DISPLAY "Resolucion no valida. Sigue abierta."
           ELSE
               IF WS-RESOLUCION NOT EQUAL "R"
               AND WS-REVERSA-ENCONTRADA NOT EQUAL "S"
                   DISPLAY "El recibo " RCL-RECIBO " no tiene"
                   " reversa: hagala antes en BANCO (opcion R)"
                   " sobre la cuenta " RCL-CUENTA "."
                   DISPLAY "La reclamacion sigue abierta."
               ELSE
                   DISPLAY "Texto de la resolucion: "
                   ACCEPT RCL-RESOLUCION
                   MOVE WS-RESOLUCION TO RCL-ESTADO
                   MOVE WS-OPERADOR TO RCL-RESUELVE
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
                   MOVE WS-HOY-NUM TO RCL-FECHA-CIERRE
                   REWRITE DATOS-RECLAMACION
                   DISPLAY "Reclamacion " RCL-ID " resuelta: "
                   RCL-ESTADO
               END-IF
           END-IF.
       55-ANOTAR-RESOLUCION-END.
       EXIT.


       60-INFORME-ANTIGUEDAD.
           INITIALIZE WS-ANTIGUEDAD.
           MOVE ZERO TO WS-TOTAL-ABIERTAS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           DISPLAY "Reclamaciones abiertas a " WS-HOY-NUM.
           MOVE "NO" TO WS-FIN-RECLAMA.
           MOVE ZEROES TO RCL-ID.
           START RECLAMACIONES KEY IS NOT LESS THAN RCL-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-RECLAMA
           END-START.
           PERFORM 65-ANTIGUEDAD-UNA UNTIL WS-FIN-RECLAMA EQUAL "SI".
           DISPLAY "Hasta 7 dias: " WS-ANT-HASTA-7
           "  8 a 15: " WS-ANT-HASTA-15
           "  16 a 30: " WS-ANT-HASTA-30
           "  mas de 30: " WS-ANT-MAS-30.
           DISPLAY "Total abiertas: " WS-TOTAL-ABIERTAS.
       60-INFORME-ANTIGUEDAD-END.
       EXIT.


       65-ANTIGUEDAD-UNA.
           READ RECLAMACIONES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-RECLAMA
           NOT AT END
               IF RCL-ABIERTA
                   MOVE "D" TO WS-FECHASERV-OP
                   MOVE RCL-FECHA-APERTURA TO WS-FECHASERV-FECHA1
                   CALL "FECHASERV" USING WS-FECHASERV-OP,
                       WS-FECHASERV-FECHA1, WS-HOY-NUM,
                       WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
                   MOVE WS-FECHASERV-DIAS TO WS-DIAS-ABIERTA
                   ADD 1 TO WS-TOTAL-ABIERTAS
                   EVALUATE TRUE
                   WHEN WS-DIAS-ABIERTA <= 7
                       ADD 1 TO WS-ANT-HASTA-7
                   WHEN WS-DIAS-ABIERTA <= 15
                       ADD 1 TO WS-ANT-HASTA-15
                   WHEN WS-DIAS-ABIERTA <= 30
                       ADD 1 TO WS-ANT-HASTA-30
                   WHEN OTHER
                       ADD 1 TO WS-ANT-MAS-30
                   END-EVALUATE
                   DISPLAY RCL-ID " recibo " RCL-RECIBO
                   " cuenta " RCL-CUENTA " motivo " RCL-MOTIVO
                   " abierta el " RCL-FECHA-APERTURA
                   " dias " WS-DIAS-ABIERTA
               END-IF
           END-READ.
       65-ANTIGUEDAD-UNA-END.
       EXIT.


      *> RECLAMACIONES ABIERTAS EN EL MES PEDIDO, SEA CUAL SEA SU
      *> ESTADO HOY, POR MOTIVO Y POR OPERADOR DEL MOVIMIENTO.
       70-RECUENTO-MES.
           DISPLAY "Mes a contar (AAAAMM): "
           ACCEPT WS-MES-INFORME.
           INITIALIZE WS-CUENTA-MOTIVOS.
           INITIALIZE WS-TABLA-OPERADORES.
           MOVE ZERO TO WS-TOTAL-MES.
           MOVE "NO" TO WS-FIN-RECLAMA.
           MOVE ZEROES TO RCL-ID.
           START RECLAMACIONES KEY IS NOT LESS THAN RCL-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-RECLAMA
           END-START.
           PERFORM 75-CONTAR-UNA UNTIL WS-FIN-RECLAMA EQUAL "SI".
           DISPLAY "Reclamaciones del mes " WS-MES-INFORME ": "
           WS-TOTAL-MES.
           DISPLAY "Por motivo: importe erroneo " WS-MOT-IMPORTE
           "  desconocido " WS-MOT-DESCONOCIDO
           "  duplicado " WS-MOT-DUPLICADO
           "  otros " WS-MOT-OTROS.
           DISPLAY "Por operador del movimiento:".
           PERFORM 79-MOSTRAR-OPERADOR
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O > WS-OPE-OCUPADOS.
       70-RECUENTO-MES-END.
       EXIT.


       75-CONTAR-UNA.
           READ RECLAMACIONES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-RECLAMA
           NOT AT END
               IF RCL-FECHA-APERTURA (1:6) EQUAL WS-MES-INFORME
                   ADD 1 TO WS-TOTAL-MES
                   EVALUATE RCL-MOTIVO
                   WHEN "IM"
                       ADD 1 TO WS-MOT-IMPORTE
                   WHEN "DE"
                       ADD 1 TO WS-MOT-DESCONOCIDO
                   WHEN "DU"
                       ADD 1 TO WS-MOT-DUPLICADO
                   WHEN OTHER
                       ADD 1 TO WS-MOT-OTROS
                   END-EVALUATE
                   PERFORM 77-CONTAR-OPERADOR
               END-IF
           END-READ.
       75-CONTAR-UNA-END.
       EXIT.


       77-CONTAR-OPERADOR.
           MOVE ZERO TO WS-O-IDX.
           PERFORM 78-COMPARAR-OPERADOR
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O > WS-OPE-OCUPADOS.
           IF WS-O-IDX EQUAL ZERO
               IF WS-OPE-OCUPADOS < 50
                   ADD 1 TO WS-OPE-OCUPADOS
                   MOVE WS-OPE-OCUPADOS TO WS-O-IDX
                   MOVE RCL-OPERADOR-MOV TO WS-OPE-CODIGO (WS-O-IDX)
                   MOVE ZERO TO WS-OPE-CONTADOR (WS-O-IDX)
               ELSE
                   DISPLAY "Aviso: mas de 50 operadores, "
                   RCL-OPERADOR-MOV " no se desglosa."
               END-IF
           END-IF.
           IF WS-O-IDX > ZERO
               ADD 1 TO WS-OPE-CONTADOR (WS-O-IDX)
           END-IF.
       77-CONTAR-OPERADOR-END.
       EXIT.


       78-COMPARAR-OPERADOR.
           IF WS-OPE-CODIGO (WS-O) EQUAL RCL-OPERADOR-MOV
               MOVE WS-O TO WS-O-IDX
           END-IF.
       78-COMPARAR-OPERADOR-END.
       EXIT.


       79-MOSTRAR-OPERADOR.
           DISPLAY "  " WS-OPE-CODIGO (WS-O) ": "
           WS-OPE-CONTADOR (WS-O).
       79-MOSTRAR-OPERADOR-END.
       EXIT.

       END PROGRAM BANCORECLAMA.
