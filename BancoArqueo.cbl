      *          de su cajon, el programa lo compara con el saldo
      *          teorico (fondo inicial + entradas - salidas que fue
      *          anotando BANCO) y deja el informe de sobrante o
      *          faltante del dia, cerrando el cajon. El cajon es el
      *          del operador firmado; un supervisor puede arquear
      *          el de cualquier cajero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REGISTRO-ARQUEO PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JARQUEO".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOARQUEO".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-CAJA PIC 99.
       77 WS-FECHA PIC X(21).
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-LOCALIZAR-CAJON.
       STOP RUN.
       00-INICIO-END.
               DISPLAY "No hay archivo de cajones (JCAJA)."
               CLOSE CAJA
           ELSE
               MOVE WS-SES-OPERADOR TO CAJA-CAJERO
               IF WS-SES-ROL EQUAL "S"
                   DISPLAY "Codigo de cajero: "
                   ACCEPT CAJA-CAJERO
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO CAJA-FECHA
               READ CAJA RECORD
           MOVE WS-DIFERENCIA TO DET-DIFERENCIA.
           WRITE REGISTRO-ARQUEO FROM WS-LINEA-RESULTADO.
           CLOSE ARQUEO.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       30-ESCRIBIR-INFORME-END.
       EXIT.

