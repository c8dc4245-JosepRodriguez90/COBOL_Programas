       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JACTIVIDAD".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOACTIVIDAD".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-MOVS PIC 99.
       77 WS-FIN-MOVS PIC X(3) VALUE "NO".
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-TABLA-OPERADORES.
           05 WS-OPE-OCUPADOS PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Dia del informe (AAAAMMDD): "
           ACCEPT WS-FECHA-INFORME.
           PERFORM 10-ACUMULAR-MOVIMIENTOS.
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-OPE-OCUPADOS.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Cajeros con actividad: " WS-OPE-OCUPADOS.
       30-ESCRIBIR-INFORME-END.
       EXIT.
