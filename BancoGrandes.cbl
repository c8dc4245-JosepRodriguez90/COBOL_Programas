       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD CUENTA.
           01 DATOS-CUENTA.
       01 REGISTRO-INFORME PIC X(90).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JVIGILREP".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOGRANDES".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-MOVS PIC 99.
       77 WS-FILE-STATUS PIC 99.
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6).
           05 WS-MOVS-OPERADOR PIC X(4).
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

       01 WS-CABECERA.
           05 FILLER PIC X(32) VALUE
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Mes a vigilar (AAAAMM): "
           ACCEPT WS-MES-INFORME.
           PERFORM 05-CARGAR-UMBRAL.
               UNTIL WS-I > WS-VIG-OCUPADOS.

           CLOSE CLIENTES INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe " WS-NUMERO-INFORME " emitido con "
           WS-CONTADOR-MARCADOS " clientes marcados.".
       50-ESCRIBIR-INFORME-END.
