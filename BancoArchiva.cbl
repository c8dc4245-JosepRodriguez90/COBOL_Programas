      *          los totales de control con CTRLCNT (patron de toda
      *          la casa) y mantiene el indice JARCHIVOIDX con el
      *          archivo, el año, la ruta y los registros de cada
      *          corte, para que BANCOMOVSIDX pueda rehacer el
      *          historico indexado con los años archivados y nadie
      *          tenga que decirle al cliente "solo tenemos este año".
      *          Antes de cortar JMOVS se pone al dia el historico
      *          indexado JMOVSIDX (servicio MOVSIDX), que conserva
      *          lo archivado, y despues se le dice cuantas lineas
      *          quedan en el vivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER PIC X(4) VALUE SPACES.

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-ENTRADA PIC 99.
       77 WS-FS-ANUAL PIC 99.
       77 WS-CTRL-PROGRAMA PIC X(20).
       77 WS-CTRL-LEIDOS PIC 9(5).
       77 WS-CTRL-ESCRITOS PIC 9(5).
       77 WS-MOVSIDX-OP PIC X(1).
       77 WS-MOVSIDX-LEIDAS PIC 9(9).
       77 WS-MOVSIDX-INDEXADAS PIC 9(9).

       77 WS-RUTA-ENTRADA PIC X(80).
       77 WS-RUTA-ANUAL PIC X(80).
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Fecha de corte (AAAAMMDD): todo lo anterior se"
           " archiva: "
           ACCEPT WS-FECHA-CORTE.

           MOVE "JMOVS" TO WS-ARCHIVO-ACTUAL.
           MOVE "M" TO WS-MODO-FECHA.
           MOVE "I" TO WS-MOVSIDX-OP.
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.
           PERFORM 10-ARCHIVAR-UNO.
           MOVE "C" TO WS-MOVSIDX-OP.
           MOVE WS-CONSERVADOS TO WS-MOVSIDX-LEIDAS.
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.

           MOVE "JRECIBOS" TO WS-ARCHIVO-ACTUAL.
           MOVE "R" TO WS-MODO-FECHA.
