      *          un año del historico JHISTSUELDO, emite el
      *          certificado anual de retribuciones de cada empleado
      *          (bruto, retenciones y neto del año) y el resumen de
      *          empresa mes a mes para los auditores. Los atrasos
      *          de convenio abonados se anotan en el periodo
      *          original, asi el certificado sale con los totales
      *          ajustados y con una linea que indica cuanto de ellos
      *          corresponde a atrasos (JATRASOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WSV-FS-HISTDEDUC.

       SELECT OPTIONAL ATRASOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JATRASOS.txt"
       ORGANIZATION INDEXED
       ACCESS SEQUENTIAL
       RECORD KEY IS ATR-CLAVE
       FILE STATUS IS WSV-FS-ATRASOS.

       SELECT CERTIFICADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCERTANUAL.txt".

           05 HD-IMPORTE PIC 9(6).
           05 FILLER PIC X(1).

      *> ATRASOS DE CONVENIO (NOMINAATRASOS): SOLO LOS ABONADOS ("A")
      *> ESTAN YA SUMADOS EN JHISTSUELDO.
       FD ATRASOS.
           01 REG-ATRASO.
               05 ATR-CLAVE.
                   10 ATR-ID PIC X(6).
                   10 ATR-PERIODO PIC 9(6).
                   10 ATR-SEQ PIC 9(2).
               05 ATR-CATEGORIA PIC X(6).
               05 ATR-FECHA-EFECTO PIC 9(8).
               05 ATR-SUELDO-PAGADO PIC 9(6).
               05 ATR-SUELDO-NUEVO PIC 9(6).
               05 ATR-DIF-SUELDO PIC 9(6).
               05 ATR-DIF-BONO PIC 9(6).
               05 ATR-DIF-IRPF PIC 9(6).
               05 ATR-DIF-SS PIC 9(6).
               05 ATR-DIF-IMPUESTO PIC 9(6).
               05 ATR-DIF-NETO PIC 9(6).
               05 ATR-ESTADO PIC X(1).
               05 ATR-PERIODO-PAGO PIC 9(6).

       FD CERTIFICADOS
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REG-CERTIFICADO PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCERTANUAL".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINAANUAL".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WSV-HIST-STATUS PIC 99.
       77 WSV-FIN-HISTORICO PIC X(3) VALUE "NO".
       77 WSV-TABLA-LLENA PIC X(1) VALUE "N".
       77 WSV-FS-HISTDEDUC PIC 99.
       77 WSV-FIN-HISTDEDUC PIC X(3) VALUE "NO".
       77 WSV-FS-ATRASOS PIC 99.
       77 WSV-FIN-ATRASOS PIC X(3) VALUE "NO".

      *> ACUMULADO ANUAL POR EMPLEADO PARA SU CERTIFICADO.
       01 WSV-TABLA-EMPLEADOS.
               10 WSV-EMP-IRPF PIC 9(9).
               10 WSV-EMP-SS PIC 9(9).
               10 WSV-EMP-SINDICATO PIC 9(9).
               10 WSV-EMP-ATRASOS PIC 9(9).

      *> TOTALES DE EMPRESA MES A MES PARA LOS AUDITORES.
       01 WSV-TABLA-MESES.
           05 FILLER PIC X(13) VALUE " Sindicato  $".
           05 CERT-SINDICATO PIC ZZZZZZZZ9.

       01 WS-CERT-ATRASOS.
           05 FILLER PIC X(40) VALUE
           "  Incluye atrasos de convenio (bruto): $".
           05 CERT-ATRASOS PIC ZZZZZZZZ9.

       01 WS-CERT-MESES.
           05 FILLER PIC X(17) VALUE "Meses liquidados:".
           05 CERT-MESES PIC Z9.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Año a certificar (AAAA): "
           ACCEPT WSV-ANIO.
           PERFORM 10-ACUMULAR-ANIO.
           PERFORM 28-ACUMULAR-DESGLOSE.
           PERFORM 26-ACUMULAR-ATRASOS.
           IF WSV-TABLA-LLENA NOT EQUAL "S"
               PERFORM 30-EMITIR-CERTIFICADOS
               PERFORM 50-RESUMEN-EMPRESA
               MOVE 0 TO WSV-EMP-IRPF (WSV-I)
               MOVE 0 TO WSV-EMP-SS (WSV-I)
               MOVE 0 TO WSV-EMP-SINDICATO (WSV-I)
               MOVE 0 TO WSV-EMP-ATRASOS (WSV-I)
           END-IF.
           ADD HIST-SUELDO TO WSV-EMP-BRUTO (WSV-I).
           ADD HIST-BONO TO WSV-EMP-BONO (WSV-I).
       EXIT.


      *> LOS ATRASOS ABONADOS DEL AÑO YA ESTAN EN LOS TOTALES DEL
      *> HISTORICO; AQUI SOLO SE SEPARAN PARA INFORMARLOS.
       26-ACUMULAR-ATRASOS.
           OPEN INPUT ATRASOS.
           IF WSV-FS-ATRASOS EQUAL "00"
               PERFORM 27-LEER-ATRASO
                   UNTIL WSV-FIN-ATRASOS EQUAL "SI"
           END-IF.
           CLOSE ATRASOS.
       26-ACUMULAR-ATRASOS-END.
       EXIT.


       27-LEER-ATRASO.
           READ ATRASOS NEXT RECORD
           AT END
               MOVE "SI" TO WSV-FIN-ATRASOS
           NOT AT END
               IF ATR-PERIODO (1:4) EQUAL WSV-ANIO
               AND ATR-ESTADO EQUAL "A"
                   PERFORM 24-SUMAR-ATRASO
                       VARYING WSV-I FROM 1 BY 1
                       UNTIL WSV-I > WSV-EMP-OCUPADOS
               END-IF
           END-READ.
       27-LEER-ATRASO-END.
       EXIT.


       24-SUMAR-ATRASO.
           IF WSV-EMP-ID (WSV-I) EQUAL ATR-ID
               COMPUTE WSV-EMP-ATRASOS (WSV-I) =
                   WSV-EMP-ATRASOS (WSV-I)
                   + ATR-DIF-SUELDO + ATR-DIF-BONO
           END-IF.
       24-SUMAR-ATRASO-END.
       EXIT.


      *> CRUZA EL DESGLOSE POR CONCEPTO DEL AÑO CON LOS EMPLEADOS YA
      *> ACUMULADOS; SIN ARCHIVO DE DESGLOSE EL CERTIFICADO SALE
      *> SOLO CON EL TOTAL, COMO SIEMPRE.
               VARYING WSV-I FROM 1 BY 1
               UNTIL WSV-I > WSV-EMP-OCUPADOS.
           CLOSE CERTIFICADOS.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Certificados emitidos: " WSV-EMP-OCUPADOS.
       30-EMITIR-CERTIFICADOS-END.
       EXIT.
               MOVE WSV-EMP-SINDICATO (WSV-I) TO CERT-SINDICATO
               WRITE REG-CERTIFICADO FROM WS-CERT-DESGLOSE
           END-IF.
           IF WSV-EMP-ATRASOS (WSV-I) NOT EQUAL ZERO
               MOVE WSV-EMP-ATRASOS (WSV-I) TO CERT-ATRASOS
               WRITE REG-CERTIFICADO FROM WS-CERT-ATRASOS
           END-IF.
           MOVE WSV-EMP-MESES (WSV-I) TO CERT-MESES.
           WRITE REG-CERTIFICADO FROM WS-CERT-MESES.
           WRITE REG-CERTIFICADO FROM WS-RAYAS.
