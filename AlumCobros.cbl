      *          deja en AlumImpagos.txt la lista de alumnos cuya
      *          cuenta no se pudo cargar para que secretaria los
      *          reclame. Control de reejecucion mensual como el de
      *          BANCOINTERES. Cada cuota descuenta las becas, los
      *          descuentos de hermanos y de hijos de empleados
      *          vigentes en JDESCUENTO (ALUMDESCUENTOS); el recibo
      *          desglosado para la familia sale en AlumRecibos.txt y
      *          cada descuento aplicado queda en JDTOAPLIC. Las
      *          multas pendientes de la biblioteca (JMULTAS de
      *          ALUMBIBLIO) se suman a la cuota y se marcan cobradas.
      *          Al terminar el cobro deja los totales CUOTAS, RECIBOS
      *          e IMPAGOS en JCTRLTOT (CTRLTOT) y pide el cuadre de
      *          la pasada a CUADRELOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RECSEQ.

       SELECT OPTIONAL DESCUENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDESCUENTO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DESCUENTOS.

       SELECT OPTIONAL DTO-APLICADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDTOAPLIC.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-APLICADOS.

       SELECT MULTAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMULTAS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       SELECT RECIBOS-ALUMNO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumRecibos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RECALUM.

       SELECT IMPAGOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumImpagos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> TARIFA ESCOLAR: CUOTA DE MATRICULA Y CUOTA DE ACTIVIDADES
      *> DEL MES, EDITABLES POR SECRETARIA.
           05 CTRL-PERIODO PIC 9(6).

       FD RECIBOS
       RECORD CONTAINS 89 CHARACTERS.
       01 REG-RECIBO PIC X(89).

       FD RECIBOS-SEQ
       RECORD CONTAINS 6 CHARACTERS.
       01 REG-RECIBO-SEQ.
           05 SEQ-ULTIMO-RECIBO PIC 9(6).

      *> DESCUENTOS DEL ALUMNO (ALUMDESCUENTOS): MODO P PORCENTAJE
      *> DE LA CUOTA, I IMPORTE FIJO, VIGENTE ENTRE DESDE Y HASTA.
       FD DESCUENTOS.
           01 REG-DESCUENTO.
               05 DES-CLAVE.
                   10 DES-NUMALUMNO PIC 9(5).
                   10 DES-SEQ PIC 9(1).
               05 DES-TIPO PIC X(1).
               05 DES-MODO PIC X(1).
               05 DES-VALOR PIC 9(4)V99.
               05 DES-DESDE PIC 9(8).
               05 DES-HASTA PIC 9(8).
               05 DES-REFERENCIA PIC X(12).

       FD DTO-APLICADOS
       RECORD CONTAINS 40 CHARACTERS.
       01 REG-DTO-APLICADO.
           05 DAP-PERIODO PIC 9(6).
           05 DAP-NUMALUMNO PIC 9(5).
           05 DAP-TIPO PIC X(1).
           05 DAP-IMPORTE PIC 9(5)V99.
           05 DAP-RECIBO PIC 9(6).
           05 DAP-REFERENCIA PIC X(12).
           05 FILLER PIC X(3).

      *> MULTAS DE LA BIBLIOTECA: TIPO R RETRASO, L LIBRO PERDIDO;
      *> ESTADO P PENDIENTE, C COBRADA CON EL RECIBO MUL-RECIBO.
       FD MULTAS.
           01 REG-MULTA.
               05 MUL-CLAVE.
                   10 MUL-NUMALUMNO PIC 9(5).
                   10 MUL-LIBRO PIC X(6).
                   10 MUL-COPIA PIC 9(2).
                   10 MUL-FECHA-PRESTAMO PIC 9(8).
                   10 MUL-TIPO PIC X(1).
               05 MUL-FECHA PIC 9(8).
               05 MUL-IMPORTE PIC 9(4)V99.
               05 MUL-ESTADO PIC X(1).
               05 MUL-RECIBO PIC 9(6).

       FD RECIBOS-ALUMNO
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-RECIBO-ALUMNO PIC X(60).

       FD IMPAGOS
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-IMPAGO.
           05 FILLER PIC X(11) VALUE SPACES.

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-ALUMCTA PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-TARIFA PIC 99.
       77 WS-FS-ESCCTRL PIC 99.
       77 WS-FS-RECIBOS PIC 99.
       77 WS-FS-RECSEQ PIC 99.
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-FS-IMPAGOS PIC 99.
       77 WS-FS-DESCUENTOS PIC 99.
       77 WS-FS-APLICADOS PIC 99.
       77 WS-FS-RECALUM PIC 99.
       77 WS-DESCUENTOS-OK PIC X(1).
       77 WS-FIN-DESCUENTOS PIC X(3) VALUE "NO".
       77 WS-CUOTA-ALUMNO PIC 9(5)V99.
       77 WS-DTO-TOTAL PIC 9(5)V99.
       77 WS-DTO-IMPORTE PIC 9(5)V99.
       77 WS-NUM-DTO PIC 9.
       77 WS-D PIC 9.
       77 WS-CONTADOR-EXENTOS PIC 9(5) VALUE 0.
       77 WS-FS-MULTAS PIC 99.
       77 WS-MULTAS-OK PIC X(1).
       77 WS-FIN-MULTAS PIC X(3) VALUE "NO".
       77 WS-MULTAS-TOTAL PIC 9(5)V99.
       77 WS-NUM-MULTAS PIC 9(2).
       77 WS-M PIC 9(2).
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-VINCULOS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
       77 WS-NUMERO-RECIBO PIC 9(6).
       77 WS-CONTADOR-COBRADOS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-IMPAGOS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-CUOTAS PIC 9(5) VALUE 0.
       77 WS-IMPORTE-CUOTAS PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE-COBRADOS PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE-IMPAGOS PIC 9(11)V99 VALUE 0.
       77 WS-TOT-PROGRAMA PIC X(20) VALUE "ALUMCOBROS".
       77 WS-TOT-NOMBRE PIC X(12).
       77 WS-TOT-CANTIDAD PIC 9(7).
       77 WS-CUADRE-RESULTADO PIC X(1).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "COLE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> DESCUENTOS APLICADOS A LA CUOTA DEL ALUMNO EN CURSO.
       01 WS-TABLA-DTO.
           05 WS-DTO-ENTRADA OCCURS 9 TIMES.
               10 TD-TIPO PIC X(1).
               10 TD-REFERENCIA PIC X(12).
               10 TD-IMPORTE PIC 9(5)V99.

      *> MULTAS PENDIENTES QUE ENTRAN EN LA CUOTA DEL ALUMNO.
       01 WS-TABLA-MULTAS.
           05 WS-MULTA-ENTRADA OCCURS 10 TIMES.
               10 TM-CLAVE PIC X(22).
               10 TM-TIPO PIC X(1).
               10 TM-LIBRO PIC X(6).
               10 TM-IMPORTE PIC 9(4)V99.

      *> RECIBO DESGLOSADO PARA LA FAMILIA: CABECERA, CONCEPTOS Y
      *> TOTAL CARGADO.
       01 WS-RALUM-CABECERA.
           05 FILLER PIC X(7) VALUE "RECIBO ".
           05 RAC-NUMERO PIC 9(6).
           05 FILLER PIC X(9) VALUE "  ALUMNO ".
           05 RAC-NUMALUMNO PIC 9(5).
           05 FILLER PIC X(9) VALUE "  CUENTA ".
           05 RAC-CUENTA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RAC-FECHA PIC 9(8).

       01 WS-RALUM-LINEA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RAL-CONCEPTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RAL-REFERENCIA PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RAL-IMPORTE PIC -(5)9.99.

       01 WS-RECIBO-LINEA.
           05 REC-NUMERO PIC 9(6).
           05 REC-SALDO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 REC-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REC-IBAN PIC X(24).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-MOVS-OPERADOR.
           PERFORM 05-ABRIR-VINCULOS.
           PERFORM 10-MENU UNTIL WS-OPCION = 5.
           CLOSE ALUMNO-CUENTA.
               OPEN I-O CUENTA
               OPEN EXTEND MOVS
               OPEN OUTPUT IMPAGOS
               OPEN INPUT DESCUENTOS
               IF WS-FS-DESCUENTOS EQUAL "00"
                   MOVE "S" TO WS-DESCUENTOS-OK
               ELSE
                   MOVE "N" TO WS-DESCUENTOS-OK
               END-IF
               OPEN EXTEND DTO-APLICADOS
               OPEN I-O MULTAS
               IF WS-FS-MULTAS EQUAL "00"
                   MOVE "S" TO WS-MULTAS-OK
               ELSE
                   MOVE "N" TO WS-MULTAS-OK
               END-IF
               OPEN OUTPUT RECIBOS-ALUMNO
               CALL "FECHA-ACTUAL" USING WS-FECHA
               MOVE ZERO TO WS-CONTADOR-COBRADOS
               MOVE ZERO TO WS-CONTADOR-IMPAGOS
               MOVE ZERO TO WS-CONTADOR-EXENTOS
               MOVE ZERO TO WS-CONTADOR-CUOTAS
               MOVE ZERO TO WS-IMPORTE-CUOTAS
               MOVE ZERO TO WS-IMPORTE-COBRADOS
               MOVE ZERO TO WS-IMPORTE-IMPAGOS
               COMPUTE WS-CUOTA-TOTAL =
                   WS-CUOTA-MATRICULA + WS-CUOTA-ACTIVIDADES

               END-START
               PERFORM 55-COBRAR-UNO UNTIL WS-FIN-VINCULOS EQUAL "SI"

               CLOSE CUENTA MOVS IMPAGOS DESCUENTOS DTO-APLICADOS
                   RECIBOS-ALUMNO MULTAS
               MOVE WS-PERIODO-HOY TO CTRL-PERIODO
               OPEN OUTPUT ESCCTRL
               WRITE REG-ESCCTRL
               CLOSE ESCCTRL
               DISPLAY "Cuotas cobradas: " WS-CONTADOR-COBRADOS
               DISPLAY "Impagos: " WS-CONTADOR-IMPAGOS
               DISPLAY "Exentos por descuento: " WS-CONTADOR-EXENTOS
               PERFORM 59-CUADRAR-COBRO
           END-IF.
       50-COBRO-DEL-MES-END.
       EXIT.
       EXIT.


      *> DESCUENTOS VIGENTES HOY: EL PORCENTAJE SE CALCULA SOBRE LA
      *> CUOTA COMPLETA Y NINGUN DESCUENTO DEJA LA CUOTA EN NEGATIVO.
       57-CALCULAR-DESCUENTOS.
           MOVE ZERO TO WS-DTO-TOTAL WS-NUM-DTO.
           IF WS-DESCUENTOS-OK EQUAL "S"
               MOVE "NO" TO WS-FIN-DESCUENTOS
               MOVE AC-NUMALUMNO TO DES-NUMALUMNO
               MOVE 0 TO DES-SEQ
               START DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-DESCUENTOS
               END-START
               PERFORM 58-APLICAR-DESCUENTO
                   UNTIL WS-FIN-DESCUENTOS EQUAL "SI"
           END-IF.
           COMPUTE WS-CUOTA-ALUMNO = WS-CUOTA-TOTAL - WS-DTO-TOTAL.
       57-CALCULAR-DESCUENTOS-END.
       EXIT.


       58-APLICAR-DESCUENTO.
           READ DESCUENTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-DESCUENTOS
           NOT AT END
               IF DES-NUMALUMNO NOT EQUAL AC-NUMALUMNO
                   MOVE "SI" TO WS-FIN-DESCUENTOS
               ELSE
               IF DES-DESDE <= WS-HOY-NUM AND DES-HASTA >= WS-HOY-NUM
                   IF DES-MODO EQUAL "P"
                       COMPUTE WS-DTO-IMPORTE ROUNDED =
                           WS-CUOTA-TOTAL * DES-VALOR / 100
                   ELSE
                       MOVE DES-VALOR TO WS-DTO-IMPORTE
                   END-IF
                   IF WS-DTO-IMPORTE > WS-CUOTA-TOTAL - WS-DTO-TOTAL
                       COMPUTE WS-DTO-IMPORTE =
                           WS-CUOTA-TOTAL - WS-DTO-TOTAL
                   END-IF
                   IF WS-DTO-IMPORTE > 0
                       ADD 1 TO WS-NUM-DTO
                       MOVE DES-TIPO TO TD-TIPO (WS-NUM-DTO)
                       MOVE DES-REFERENCIA TO TD-REFERENCIA (WS-NUM-DTO)
                       MOVE WS-DTO-IMPORTE TO TD-IMPORTE (WS-NUM-DTO)
                       ADD WS-DTO-IMPORTE TO WS-DTO-TOTAL
                   END-IF
               END-IF
               END-IF
           END-READ.
       58-APLICAR-DESCUENTO-END.
       EXIT.


      *> TOTALES DE CONTROL DEL COBRO: LAS CUOTAS A CARGAR (SIN LAS
      *> EXENTAS) DEBEN CUADRAR CON LOS RECIBOS EMITIDOS MAS LOS
      *> IMPAGOS. EL COBRO SE LANZA DESDE EL MENU, ASI QUE EL CUADRE
      *> SE PIDE AQUI Y QUEDA EN JCUADRES PARA OPRESUMEN.
       59-CUADRAR-COBRO.
           MOVE "CUOTAS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-CUOTAS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-CUOTAS.
           MOVE "RECIBOS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-COBRADOS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-COBRADOS.
           MOVE "IMPAGOS" TO WS-TOT-NOMBRE.
           MOVE WS-CONTADOR-IMPAGOS TO WS-TOT-CANTIDAD.
           CALL "CTRLTOT" USING WS-TOT-PROGRAMA, WS-TOT-NOMBRE,
               WS-TOT-CANTIDAD, WS-IMPORTE-IMPAGOS.
           CALL "CUADRELOTE" USING WS-TOT-PROGRAMA, WS-HOY-NUM,
               WS-CUADRE-RESULTADO.
           IF WS-CUADRE-RESULTADO EQUAL "N"
               DISPLAY "AVISO: el cobro de cuotas no cuadra con sus"
               " totales de control. Revise JCUADRES."
           END-IF.
       59-CUADRAR-COBRO-END.
       EXIT.


      *> EL CARGO APLICA LOS MISMOS CONTROLES QUE UNA RETIRADA DE
      *> BANCO; EL ALUMNO CUYA CUENTA NO SE PUEDE CARGAR VA A LA
      *> LISTA DE IMPAGOS CON SU MOTIVO.
       60-CARGAR-CUOTA.
           PERFORM 57-CALCULAR-DESCUENTOS.
           PERFORM 61-SUMAR-MULTAS.
           ADD WS-MULTAS-TOTAL TO WS-CUOTA-ALUMNO.
           MOVE "S" TO WS-COBRO-OK.
           MOVE SPACES TO WS-MOTIVO.
           MOVE AC-CUENTA TO NUMCUENTA.
                   MOVE "N" TO WS-COBRO-OK
                   MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO
               ELSE
               IF WS-CUOTA-ALUMNO > SALDO + LIMITE-DESCUBIERTO
                   MOVE "N" TO WS-COBRO-OK
                   MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO
               END-IF
               END-IF
           END-READ.

           IF WS-CUOTA-ALUMNO EQUAL 0
               MOVE "X" TO WS-COBRO-OK
           END-IF.

           IF WS-COBRO-OK EQUAL "X"
               MOVE ZERO TO WS-NUMERO-RECIBO
               PERFORM 67-RECIBO-ALUMNO
               ADD 1 TO WS-CONTADOR-EXENTOS
           ELSE
               ADD 1 TO WS-CONTADOR-CUOTAS
               ADD WS-CUOTA-ALUMNO TO WS-IMPORTE-CUOTAS
           END-IF.

           IF WS-COBRO-OK EQUAL "S"
               MOVE DATOS-CUENTA TO WS-JRN-ANTES
               SUBTRACT WS-CUOTA-ALUMNO FROM SALDO
               IF SALDO + LIMITE-DESCUBIERTO <= 0
                   MOVE "B" TO ESTADO
               END-IF
               CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
                   WS-JRN-DESPUES
               PERFORM 65-EMITIR-RECIBO
               PERFORM 67-RECIBO-ALUMNO
               PERFORM 69-MARCAR-MULTA
                   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NUM-MULTAS
               PERFORM 70-ANOTAR-MOVIMIENTO
               ADD 1 TO WS-CONTADOR-COBRADOS
               ADD WS-CUOTA-ALUMNO TO WS-IMPORTE-COBRADOS
           END-IF.

           IF WS-COBRO-OK EQUAL "N"
               MOVE AC-NUMALUMNO TO IMP-NUMALUMNO
               MOVE AC-CUENTA TO IMP-CUENTA
               MOVE WS-CUOTA-ALUMNO TO IMP-IMPORTE
               MOVE WS-MOTIVO TO IMP-MOTIVO
               WRITE REG-IMPAGO
               ADD 1 TO WS-CONTADOR-IMPAGOS
               ADD WS-CUOTA-ALUMNO TO WS-IMPORTE-IMPAGOS
               DISPLAY "Impago del alumno " AC-NUMALUMNO ": "
               WS-MOTIVO
           END-IF.
       EXIT.


      *> MULTAS PENDIENTES DEL ALUMNO; SE COBRAN HASTA DIEZ POR
      *> PASADA Y EL RESTO ESPERA AL SIGUIENTE COBRO.
       61-SUMAR-MULTAS.
           MOVE ZERO TO WS-MULTAS-TOTAL WS-NUM-MULTAS.
           IF WS-MULTAS-OK EQUAL "S"
               MOVE "NO" TO WS-FIN-MULTAS
               MOVE LOW-VALUES TO MUL-CLAVE
               MOVE AC-NUMALUMNO TO MUL-NUMALUMNO
               START MULTAS KEY IS NOT LESS THAN MUL-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-MULTAS
               END-START
               PERFORM 62-LEER-MULTA UNTIL WS-FIN-MULTAS EQUAL "SI"
           END-IF.
       61-SUMAR-MULTAS-END.
       EXIT.


       62-LEER-MULTA.
           READ MULTAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-MULTAS
           NOT AT END
               IF MUL-NUMALUMNO NOT EQUAL AC-NUMALUMNO
                   MOVE "SI" TO WS-FIN-MULTAS
               ELSE
                   IF MUL-ESTADO EQUAL "P" AND WS-NUM-MULTAS < 10
                       ADD 1 TO WS-NUM-MULTAS
                       MOVE MUL-CLAVE TO TM-CLAVE (WS-NUM-MULTAS)
                       MOVE MUL-TIPO TO TM-TIPO (WS-NUM-MULTAS)
                       MOVE MUL-LIBRO TO TM-LIBRO (WS-NUM-MULTAS)
                       MOVE MUL-IMPORTE TO TM-IMPORTE (WS-NUM-MULTAS)
                       ADD MUL-IMPORTE TO WS-MULTAS-TOTAL
                   END-IF
               END-IF
           END-READ.
       62-LEER-MULTA-END.
       EXIT.


       65-EMITIR-RECIBO.
           MOVE ZERO TO SEQ-ULTIMO-RECIBO.
           OPEN INPUT RECIBOS-SEQ.
           MOVE WS-HOY-NUM TO REC-FECHA.
           MOVE NUMCUENTA TO REC-CUENTA.
           MOVE "CUOTAESC" TO REC-TIPO.
           MOVE WS-CUOTA-ALUMNO TO REC-IMPORTE.
           MOVE SALDO TO REC-SALDO.
           MOVE WS-SES-OPERADOR TO REC-OPERADOR.
           MOVE "G" TO WS-IBAN-OPERACION.
           MOVE NUMCUENTA TO WS-IBAN-CUENTA.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               REC-IBAN, WS-IBAN-RESULTADO.
           OPEN EXTEND RECIBOS.
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA.
           CLOSE RECIBOS.
       EXIT.


      *> RECIBO DE LA FAMILIA CON LOS CONCEPTOS Y CADA DESCUENTO,
      *> QUE TAMBIEN SE ANOTA EN JDTOAPLIC PARA EL INFORME DE COSTE.
      *> UNA CUOTA QUE LOS DESCUENTOS DEJAN A CERO NO SE CARGA Y SU
      *> RECIBO SALE CON NUMERO CERO.
       67-RECIBO-ALUMNO.
           MOVE WS-NUMERO-RECIBO TO RAC-NUMERO.
           MOVE AC-NUMALUMNO TO RAC-NUMALUMNO.
           MOVE AC-CUENTA TO RAC-CUENTA.
           MOVE WS-HOY-NUM TO RAC-FECHA.
           WRITE REG-RECIBO-ALUMNO FROM WS-RALUM-CABECERA.
           MOVE SPACES TO RAL-REFERENCIA.
           MOVE "Cuota de matricula" TO RAL-CONCEPTO.
           MOVE WS-CUOTA-MATRICULA TO RAL-IMPORTE.
           WRITE REG-RECIBO-ALUMNO FROM WS-RALUM-LINEA.
           MOVE "Actividades" TO RAL-CONCEPTO.
           MOVE WS-CUOTA-ACTIVIDADES TO RAL-IMPORTE.
           WRITE REG-RECIBO-ALUMNO FROM WS-RALUM-LINEA.
           PERFORM 68-LINEA-DESCUENTO
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NUM-DTO.
           PERFORM 66-LINEA-MULTA
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NUM-MULTAS.
           MOVE SPACES TO RAL-REFERENCIA.
           MOVE "TOTAL CARGADO" TO RAL-CONCEPTO.
           MOVE WS-CUOTA-ALUMNO TO RAL-IMPORTE.
           WRITE REG-RECIBO-ALUMNO FROM WS-RALUM-LINEA.
       67-RECIBO-ALUMNO-END.
       EXIT.


       66-LINEA-MULTA.
           IF TM-TIPO (WS-M) EQUAL "L"
               MOVE "Biblioteca: perdido" TO RAL-CONCEPTO
           ELSE
               MOVE "Biblioteca: retraso" TO RAL-CONCEPTO
           END-IF.
           MOVE TM-LIBRO (WS-M) TO RAL-REFERENCIA.
           MOVE TM-IMPORTE (WS-M) TO RAL-IMPORTE.
           WRITE REG-RECIBO-ALUMNO FROM WS-RALUM-LINEA.
       66-LINEA-MULTA-END.
       EXIT.


       68-LINEA-DESCUENTO.
           EVALUATE TD-TIPO (WS-D)
           WHEN "B"
               MOVE "Dto. beca" TO RAL-CONCEPTO
           WHEN "H"
               MOVE "Dto. hermanos" TO RAL-CONCEPTO
           WHEN "E"
               MOVE "Dto. hijo empleado" TO RAL-CONCEPTO
           WHEN OTHER
               MOVE "Otro descuento" TO RAL-CONCEPTO
           END-EVALUATE.
           MOVE TD-REFERENCIA (WS-D) TO RAL-REFERENCIA.
           COMPUTE RAL-IMPORTE = 0 - TD-IMPORTE (WS-D).
           WRITE REG-RECIBO-ALUMNO FROM WS-RALUM-LINEA.

           MOVE SPACES TO REG-DTO-APLICADO.
           MOVE WS-PERIODO-HOY TO DAP-PERIODO.
           MOVE AC-NUMALUMNO TO DAP-NUMALUMNO.
           MOVE TD-TIPO (WS-D) TO DAP-TIPO.
           MOVE TD-IMPORTE (WS-D) TO DAP-IMPORTE.
           MOVE WS-NUMERO-RECIBO TO DAP-RECIBO.
           MOVE TD-REFERENCIA (WS-D) TO DAP-REFERENCIA.
           WRITE REG-DTO-APLICADO.
       68-LINEA-DESCUENTO-END.
       EXIT.


       69-MARCAR-MULTA.
           MOVE TM-CLAVE (WS-M) TO MUL-CLAVE.
           READ MULTAS RECORD
           INVALID KEY
               DISPLAY "Multa no encontrada del alumno " AC-NUMALUMNO
           NOT INVALID KEY
               MOVE "C" TO MUL-ESTADO
               MOVE WS-NUMERO-RECIBO TO MUL-RECIBO
               REWRITE REG-MULTA
               INVALID KEY
                   DISPLAY "Error al marcar la multa del alumno "
                   AC-NUMALUMNO
               END-REWRITE
           END-READ.
       69-MARCAR-MULTA-END.
       EXIT.


       70-ANOTAR-MOVIMIENTO.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "CUOTAESC" TO WS-MOVS-TIPO.
           MOVE WS-CUOTA-ALUMNO TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE WS-NUMERO-RECIBO TO WS-MOVS-RECIBO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       70-ANOTAR-MOVIMIENTO-END.
       EXIT.
