      * Date:
      * Purpose: Informe semanal de cierre: recorre todas las cuentas
      *          de CUENTA y deja una foto del saldo de cada una junto
      *          con el total general, para archivar cada semana. Se
      *          pide para una oficina o para todas (en blanco); cada
      *          cuenta y cada plazo cuentan en la oficina de la
      *          cuenta y el informe cierra con el subtotal de cada
      *          oficina antes del total general.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REGISTRO-CIERRE PIC X(70).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCIERRESEM".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOCIERRE".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-CLIENTES PIC 99.
       77 WS-CONTADOR-CUENTAS PIC 9(5) VALUE 0.
       77 WS-TOTAL-SALDOS PIC S9(9)V99 VALUE 0.
       77 WS-FECHA PIC X(21).
       77 WS-OFICINA-FILTRO PIC X(4).
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-OFI-CAJERO PIC X(4) VALUE SPACES.
       77 WS-OFI-OFICINA PIC X(4).
       77 WS-OFT-IDX PIC 9(3).
       77 WS-K PIC 9(3).
       77 WS-CUENTA-OFICINA PIC X(10).

      *> SUBTOTALES POR OFICINA EN EL ORDEN EN QUE APARECEN.
       01 WS-TABLA-OFICINAS.
           05 WS-OFT-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-OFT-ENTRADA OCCURS 100 TIMES.
               10 WS-OFT-CODIGO PIC X(4).
               10 WS-OFT-CUENTAS PIC 9(5).
               10 WS-OFT-SALDOS PIC S9(9)V99.
               10 WS-OFT-PLAZOS PIC S9(9)V99.

       01 WS-CABECERA.
           05 FILLER PIC X(21) VALUE
           "CIERRE SEMANAL - ".
           05 CAB-FECHA PIC X(21).
           05 FILLER PIC X(10) VALUE " Oficina: ".
           05 CAB-OFICINA PIC X(5).

       01 WS-LINEA-DETALLE.
           05 DET-NUMCUENTA PIC X(10).
           05 DET-ESTADO PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 DET-SALDO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-OFICINA PIC X(4).

       01 WS-LINEA-OFICINA.
           05 FILLER PIC X(8) VALUE "Oficina ".
           05 SUB-OFICINA PIC X(4).
           05 FILLER PIC X(10) VALUE " cuentas: ".
           05 SUB-CUENTAS PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " saldo: ".
           05 SUB-SALDOS PIC -(9)9.99.
           05 FILLER PIC X(9) VALUE " plazos: ".
           05 SUB-PLAZOS PIC -(9)9.99.

       01 WS-LINEA-PLAZOS.
           05 FILLER PIC X(26) VALUE
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Oficina (en blanco = todas): "
           ACCEPT WS-OFICINA-FILTRO.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 20-ESCRIBIR-CABECERA.
           PERFORM 30-PROCESAR-CUENTA UNTIL WS-FIN-CUENTAS EQUAL "SI".

       20-ESCRIBIR-CABECERA.
           MOVE WS-FECHA TO CAB-FECHA.
           IF WS-OFICINA-FILTRO EQUAL SPACES
               MOVE "TODAS" TO CAB-OFICINA
           ELSE
               MOVE WS-OFICINA-FILTRO TO CAB-OFICINA
           END-IF.
           WRITE REGISTRO-CIERRE FROM WS-CABECERA.
       20-ESCRIBIR-CABECERA-END.
       EXIT.
           AT END
               MOVE "SI" TO WS-FIN-CUENTAS
           NOT AT END
               MOVE NUMCUENTA TO WS-CUENTA-OFICINA
               PERFORM 36-OFICINA-DE-CUENTA
               IF WS-OFICINA-FILTRO EQUAL SPACES
               OR WS-OFICINA-FILTRO EQUAL WS-OFI-OFICINA
                   PERFORM 32-LISTAR-CUENTA
               END-IF
           END-READ.
       30-PROCESAR-CUENTA-END.
       EXIT.


       32-LISTAR-CUENTA.
           ADD 1 TO WS-CONTADOR-CUENTAS.
           ADD SALDO TO WS-TOTAL-SALDOS.
           ADD 1 TO WS-OFT-CUENTAS (WS-OFT-IDX).
           ADD SALDO TO WS-OFT-SALDOS (WS-OFT-IDX).

           MOVE NUMCUENTA TO DET-NUMCUENTA.
           PERFORM 35-BUSCAR-TITULAR.
           MOVE ESTADO TO DET-ESTADO.
           MOVE SALDO TO DET-SALDO.
           MOVE WS-OFI-OFICINA TO DET-OFICINA.
           WRITE REGISTRO-CIERRE FROM WS-LINEA-DETALLE.
       32-LISTAR-CUENTA-END.
       EXIT.


      *> EL NOMBRE DEL TITULAR YA NO VIAJA EN LA CUENTA: SE BUSCA EN
      *> EL MAESTRO DE CLIENTES POR EL CLIENTE-ID DEL REGISTRO.
       35-BUSCAR-TITULAR.
       EXIT.


      *> OFICINA DE LA CUENTA DE WS-CUENTA-OFICINA
      *> (OFICINASERV) Y SU POSICION EN LA TABLA DE SUBTOTALES.
       36-OFICINA-DE-CUENTA.
           MOVE "C" TO WS-OFI-OPERACION.
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-CUENTA-OFICINA, WS-OFI-CAJERO, WS-OFI-OFICINA.
           MOVE ZERO TO WS-OFT-IDX.
           PERFORM 37-BUSCAR-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           IF WS-OFT-IDX EQUAL ZERO
               IF WS-OFT-OCUPADAS >= 100
                   DISPLAY "ERROR: tabla de oficinas llena (100);"
                   " ampliar BANCOCIERRE."
                   MOVE 100 TO WS-OFT-IDX
               ELSE
                   ADD 1 TO WS-OFT-OCUPADAS
                   MOVE WS-OFT-OCUPADAS TO WS-OFT-IDX
                   MOVE WS-OFI-OFICINA TO WS-OFT-CODIGO (WS-OFT-IDX)
                   MOVE ZERO TO WS-OFT-CUENTAS (WS-OFT-IDX)
                   MOVE ZERO TO WS-OFT-SALDOS (WS-OFT-IDX)
                   MOVE ZERO TO WS-OFT-PLAZOS (WS-OFT-IDX)
               END-IF
           END-IF.
       36-OFICINA-DE-CUENTA-END.
       EXIT.


       37-BUSCAR-OFICINA.
           IF WS-OFT-CODIGO (WS-K) EQUAL WS-OFI-OFICINA
               MOVE WS-K TO WS-OFT-IDX
           END-IF.
       37-BUSCAR-OFICINA-END.
       EXIT.


       40-ESCRIBIR-RESUMEN.
           PERFORM 45-SUMAR-PLAZOS.
           PERFORM 48-LINEA-OFICINA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OFT-OCUPADAS.
           MOVE WS-TOTAL-PLAZOS TO PLZ-TOTAL.
           MOVE WS-CONTADOR-PLAZOS TO PLZ-CONTADOR.
           WRITE REGISTRO-CIERRE FROM WS-LINEA-PLAZOS.
               MOVE "SI" TO WS-FIN-PLAZOS
           NOT AT END
               IF PLAZO-ESTADO EQUAL "A"
                   MOVE PLAZO-CUENTA TO WS-CUENTA-OFICINA
                   PERFORM 36-OFICINA-DE-CUENTA
                   IF WS-OFICINA-FILTRO EQUAL SPACES
                   OR WS-OFICINA-FILTRO EQUAL WS-OFI-OFICINA
                       ADD PLAZO-PRINCIPAL TO WS-TOTAL-PLAZOS
                       ADD PLAZO-PRINCIPAL TO
                           WS-OFT-PLAZOS (WS-OFT-IDX)
                       ADD 1 TO WS-CONTADOR-PLAZOS
                   END-IF
               END-IF
           END-READ.
       46-SUMAR-UN-PLAZO-END.
       EXIT.


       48-LINEA-OFICINA.
           MOVE WS-OFT-CODIGO (WS-K) TO SUB-OFICINA.
           MOVE WS-OFT-CUENTAS (WS-K) TO SUB-CUENTAS.
           MOVE WS-OFT-SALDOS (WS-K) TO SUB-SALDOS.
           MOVE WS-OFT-PLAZOS (WS-K) TO SUB-PLAZOS.
           WRITE REGISTRO-CIERRE FROM WS-LINEA-OFICINA.
       48-LINEA-OFICINA-END.
       EXIT.


       50-CERRAR-ARCHIVOS.
           CLOSE CUENTA CLIENTES CIERRE.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       GOBACK.
       50-CERRAR-ARCHIVOS-END.
       EXIT.
