      *> MOVIMIENTO REAL (CODIGO "MV"), PARA QUE LOS PROGRAMAS DE
      *> INFORME NO TENGAN QUE INTERPRETAR EL LIBRO IMPRESO.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       WORKING-STORAGE SECTION.

       77 WS-CONTADOR-VENCIDOS PIC 9(5) VALUE 0.
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-AVI-SUCESO PIC X(10) VALUE "VENCPLAZO".
       77 WS-AVI-IMPORTE PIC S9(7)V99.
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-LEDGER-LINEA.
           05 WS-LEDGER-CUENTA PIC X(10).
               MOVE DATOS-CUENTA TO WS-JRN-DESPUES
               CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
                   WS-JRN-DESPUES
               MOVE WS-ABONO TO WS-AVI-IMPORTE
               CALL "AVISOCLI" USING WS-AVI-SUCESO, DATOS-CUENTA,
                   DATOS-CUENTA, WS-AVI-IMPORTE

               MOVE NUMCUENTA TO WS-LEDGER-CUENTA
               MOVE "VENCPLAZO" TO WS-LEDGER-TIPO
               MOVE "MV" TO WS-MOVS-TIPO-REGISTRO
               MOVE NUMCUENTA TO WS-MOVS-CUENTA
               MOVE WS-HOY-YYYYMMDD TO WS-MOVS-FECHA
               MOVE WS-MOVS-FECHA TO WS-MOVS-FECHA-VALOR
               MOVE "VENCPLAZO" TO WS-MOVS-TIPO
               MOVE WS-ABONO TO WS-MOVS-IMPORTE
               MOVE SALDO TO WS-MOVS-SALDO
               MOVE "M" TO WS-OFI-OPERACION
               CALL "OFICINASERV" USING WS-OFI-OPERACION,
                   WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
               WRITE REG-MOVS FROM WS-MOVS-LINEA

               MOVE "V" TO PLAZO-ESTADO
