      *          amortizacion frances (cuota constante) en JPRESTPLAN
      *          para entregar al cliente. El cobro mensual de las
      *          cuotas lo hace el lote BANCOPRESTCOBRO.
      *          Solo se formalizan solicitudes aprobadas en
      *          BANCOSOLICITUD: la cuenta, el importe, la tasa y el
      *          plazo salen de la solicitud, el prestamo guarda su
      *          numero y la solicitud queda formalizada ("F").
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVS.

       SELECT SOLICITUDES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSOLPREST.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS SOL-ID
       FILE STATUS IS WS-FS-SOLICITUDES.

       SELECT OPTIONAL PLAN-AMORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTPLAN.txt"
       ORGANIZATION IS LINE SEQUENTIAL
               05 PREST-CUOTAS-PAGADAS PIC 9(3).
               05 PREST-ULT-INTENTO PIC 9(6).
               05 PREST-ESTADO PIC X(1).
               05 PREST-SOLICITUD PIC 9(6).

      *> SOLICITUD DE PRESTAMO ESTUDIADA Y RESUELTA EN BANCOSOLICITUD.
       FD SOLICITUDES.
           01 DATOS-SOLICITUD.
               05 SOL-ID PIC 9(6).
               05 SOL-CLIENTE PIC X(6).
               05 SOL-CUENTA PIC X(10).
               05 SOL-IMPORTE PIC 9(7)V99.
               05 SOL-MESES PIC 9(3).
               05 SOL-TASA PIC 9V999.
               05 SOL-CUOTA PIC 9(7)V99.
               05 SOL-FECHA PIC 9(8).
               05 SOL-ESTADO PIC X(1).
               05 SOL-INGRESO-MEDIO PIC 9(7)V99.
               05 SOL-CUOTAS-VIGENTES PIC 9(7)V99.
               05 SOL-DESCUBIERTO-USO PIC 9(7)V99.
               05 SOL-MORA PIC 9(3).
               05 SOL-RATIO PIC 9(3)V99.
               05 SOL-RECOMENDACION PIC X(1).
               05 SOL-DECIDE PIC X(4).
               05 SOL-FECHA-DECISION PIC 9(8).
               05 SOL-PRESTAMO-ID PIC 9(4).
               05 FILLER PIC X(20).

       FD CUENTA.
           01 DATOS-CUENTA.
      *> MOVIMIENTO REAL (CODIGO "MV"), PARA QUE LOS PROGRAMAS DE
      *> INFORME NO TENGAN QUE INTERPRETAR EL LIBRO IMPRESO.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> CUADRO DE AMORTIZACION IMPRIMIBLE: UNA LINEA POR CUOTA CON
      *> SU DESGLOSE DE INTERES Y AMORTIZACION Y EL CAPITAL VIVO.
       01 REG-PLAN PIC X(70).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-PLAN PIC 99.
       77 WS-FS-SOLICITUDES PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-PRESTAMOS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-MOVS-OPERADOR.
           MOVE WS-SES-OPERADOR TO WS-LEDGER-OPERADOR.
           PERFORM 05-ABRIR-PRESTAMOS.
           PERFORM 10-MENU UNTIL WS-OPCION = 3.
           CLOSE PRESTAMOS.
       EXIT.


      *> ALTA DEL PRESTAMO: SE LOCALIZA LA SOLICITUD APROBADA, SE
      *> VALIDA LA CUENTA (EXISTE Y NO ESTA BLOQUEADA), SE CALCULA LA
      *> CUOTA CONSTANTE, SE ABONA EL PRINCIPAL Y SE GENERA EL CUADRO
      *> DE AMORTIZACION.
       20-ALTA-PRESTAMO.
           DISPLAY "Numero del prestamo: "
           ACCEPT PREST-ID
           READ PRESTAMOS RECORD
           INVALID KEY
               PERFORM 22-LOCALIZAR-SOLICITUD
           NOT INVALID KEY
               DISPLAY "Ya existe un prestamo con ese numero."
           END-READ.
       EXIT.


       22-LOCALIZAR-SOLICITUD.
           OPEN I-O SOLICITUDES.
           IF WS-FS-SOLICITUDES NOT EQUAL "00"
               DISPLAY "No hay solicitudes de prestamo. Alta"
               " cancelada."
           ELSE
               DISPLAY "Numero de la solicitud aprobada: "
               ACCEPT SOL-ID
               READ SOLICITUDES RECORD
               INVALID KEY
                   DISPLAY "No existe esa solicitud. Alta cancelada."
               NOT INVALID KEY
                   IF SOL-ESTADO NOT EQUAL "A"
                       DISPLAY "La solicitud no esta aprobada"
                       " (estado " SOL-ESTADO "). Alta cancelada."
                   ELSE
                       PERFORM 25-PEDIR-DATOS
                   END-IF
               END-READ
           END-IF.
           CLOSE SOLICITUDES.
       22-LOCALIZAR-SOLICITUD-END.
       EXIT.


       25-PEDIR-DATOS.
           OPEN I-O CUENTA.
           MOVE SOL-CUENTA TO PREST-CUENTA.
           DISPLAY "Cuenta del cliente: " PREST-CUENTA.
           MOVE PREST-CUENTA TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
       EXIT.


      *> IMPORTE, TASA Y PLAZO SON LOS DE LA SOLICITUD APROBADA.
       30-GRABAR-PRESTAMO.
           MOVE SOL-IMPORTE TO PREST-PRINCIPAL.
           MOVE SOL-TASA TO PREST-TASA.
           MOVE SOL-MESES TO PREST-MESES.
           DISPLAY "Importe " PREST-PRINCIPAL " tasa " PREST-TASA
           " plazo " PREST-MESES " meses.".
           IF PREST-PRINCIPAL <= 0
           OR PREST-MESES < 1 OR PREST-MESES > 360
               DISPLAY "Datos no validos. Alta cancelada."
               MOVE ZERO TO PREST-CUOTAS-PAGADAS
               MOVE ZERO TO PREST-ULT-INTENTO
               MOVE "A" TO PREST-ESTADO
               MOVE SOL-ID TO PREST-SOLICITUD
               WRITE DATOS-PRESTAMO

               MOVE "F" TO SOL-ESTADO
               MOVE PREST-ID TO SOL-PRESTAMO-ID
               REWRITE DATOS-SOLICITUD

               PERFORM 35-ABONAR-PRINCIPAL
               PERFORM 40-GENERAR-CUADRO
               DISPLAY "Prestamo " PREST-ID " abierto. Cuota"
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "PRESTAMO" TO WS-MOVS-TIPO.
           MOVE PREST-PRINCIPAL TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.

           CLOSE SALIDA MOVS.
               DISPLAY "Prestamo " PREST-ID " cuenta " PREST-CUENTA
               " principal " PREST-PRINCIPAL " cuota " PREST-CUOTA
               " pagadas " PREST-CUOTAS-PAGADAS "/" PREST-MESES
               " estado " PREST-ESTADO " solicitud " PREST-SOLICITUD
           END-READ.
       65-LISTAR-UNO-END.
       EXIT.
