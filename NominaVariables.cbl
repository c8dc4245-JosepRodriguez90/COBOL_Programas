      *          calculo del mes, con el desglose en la nomina y los
      *          importes fluyendo al historico y al neto de JPAGOS
      *          como todo lo demas. Se acabo liquidar las horas
      *          extra en efectivo fuera del sistema. Las lineas
      *          que salen del reloj de fichar las graba
      *          NOMINAFICHAJES; aqui quedan las que se capturan a mano.
      *          Un periodo cerrado (PERIODOSERV) no admite variables.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 EMPLEADOS-DEPTO PIC X(3).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-VARIABLES PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FIN-VARIABLES PIC X(3) VALUE "NO".
       77 WS-PERIODO-LISTAR PIC 9(6).
       77 WS-SEGUIR PIC X(2).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 3.
       STOP RUN.
       00-INICIO-END.
               MOVE EMPLEADOS-ID TO VAR-ID
               DISPLAY "Periodo (AAAAMM): "
               ACCEPT VAR-PERIODO
               PERFORM 26-COMPROBAR-PERIODO
               DISPLAY "Concepto (H horas extra / A ausencia): "
               ACCEPT VAR-CONCEPTO
               EVALUATE TRUE
               WHEN WS-PERSERV-ESTADO EQUAL "C"
                   DISPLAY "El periodo " VAR-PERIODO " esta cerrado:"
                   " anotar la variable en el periodo en curso."
               WHEN VAR-CONCEPTO NOT EQUAL "H"
               AND VAR-CONCEPTO NOT EQUAL "A"
                   DISPLAY "Concepto no valido."
               WHEN OTHER
                   DISPLAY "Cantidad (horas o dias): "
                   ACCEPT VAR-CANTIDAD
                   WRITE REG-VARIABLE
                   DISPLAY "Variable anotada."
               END-EVALUATE
           END-READ.
           DISPLAY "¿Capturar otra linea? (SI/NO)"
           ACCEPT WS-SEGUIR.
       EXIT.


      *> UN MES DE NOMINA CERRADO (CIERREPERIODO) YA NO ADMITE
      *> VARIABLES; LO QUE FALTE VA AL PERIODO EN CURSO.
       26-COMPROBAR-PERIODO.
           MOVE "P" TO WS-PERSERV-OP.
           MOVE VAR-PERIODO TO WS-PERSERV-PERIODO.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
       26-COMPROBAR-PERIODO-END.
       EXIT.


       40-LISTAR-PERIODO.
           DISPLAY "Periodo a listar (AAAAMM): "
           ACCEPT WS-PERIODO-LISTAR.
