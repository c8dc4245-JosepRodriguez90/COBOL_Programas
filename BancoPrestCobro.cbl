               05 PREST-CUOTAS-PAGADAS PIC 9(3).
               05 PREST-ULT-INTENTO PIC 9(6).
               05 PREST-ESTADO PIC X(1).
               05 PREST-SOLICITUD PIC 9(6).

       FD CUENTA.
           01 DATOS-CUENTA.
       01 REGISTRO PIC X(80).

       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

      *> LISTA DE MOROSIDAD: UNA LINEA POR CUOTA QUE NO SE PUDO
      *> COBRAR, CON EL MOTIVO, PARA EL SEGUIMIENTO DE LA OFICINA.
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-FS-MOROSIDAD PIC 99.
       77 WS-FIN-PRESTAMOS PIC X(3) VALUE "NO".
       77 WS-FECHA PIC X(21).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE NUMCUENTA TO WS-MOVS-CUENTA.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR.
           MOVE "CUOTAPREST" TO WS-MOVS-TIPO.
           MOVE PREST-CUOTA TO WS-MOVS-IMPORTE.
           MOVE SALDO TO WS-MOVS-SALDO.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.

           ADD 1 TO PREST-CUOTAS-PAGADAS.
