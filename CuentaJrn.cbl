      *          WRITE/REWRITE/DELETE contra JDATOSCUENTA anota aqui
      *          una linea con la imagen anterior y posterior del
      *          registro, para poder reconstruir el archivo con
      *          BANCORECUPERA sobre una copia restaurada. Como por
      *          aqui pasa todo cambio de cuenta, las modificaciones
      *          se entregan tambien al servicio de avisos AVISOCLI,
      *          que decide si el titular debe enterarse (saldo por
      *          debajo de su umbral, cuenta bloqueada).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-FS-JOURNAL PIC 99.
       77 WS-FECHA PIC X(21).
       77 WS-MODO-ISO PIC X(1) VALUE "I".
       77 WS-AVI-SUCESO PIC X(10) VALUE "CAMBIO".
       77 WS-AVI-IMPORTE PIC S9(7)V99 VALUE 0.
      *> LA RUTA DEL JOURNAL PASA POR EL SERVICIO RUTAS (UNA SOLA
      *> VEZ POR EJECUCION: WORKING-STORAGE SE CONSERVA ENTRE
      *> LLAMADAS), ASI EL ENSAYO EN ENTORNO TEST NO APUNTA SUS
           OPEN EXTEND JOURNAL-CUENTA.
           WRITE REG-JOURNAL FROM WS-JOURNAL-LINEA.
           CLOSE JOURNAL-CUENTA.
           IF PARAM-OPERACION EQUAL "M"
               CALL "AVISOCLI" USING WS-AVI-SUCESO, PARAM-ANTES,
                   PARAM-DESPUES, WS-AVI-IMPORTE
           END-IF.
       EXIT PROGRAM.
