      ******************************************************************
      * Author:
      * Date:
      * Purpose: Parte diario de avisos al cliente: recorre los avisos
      *          del dia que AVISOCLI ha dejado para la pasarela de SMS
      *          y correo (JAVISOS) y los que no pudieron salir por
      *          falta de telefono o correo (JAVISOSINC), y cuenta por
      *          suceso los enviados por cada canal y los que se
      *          quedaron sin contacto. Antes del cuadro por suceso
      *          lista estos ultimos, para que la oficina complete el
      *          contacto del cliente en BANCOCLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOAVISOS.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AVISOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AVISOS.

       SELECT OPTIONAL AVISOS-INC ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOSINC.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AVISOSINC.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOSREP.txt".

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD AVISOS
       RECORD CONTAINS 166 CHARACTERS.
       01 REG-AVISO PIC X(166).

       FD AVISOS-INC
       RECORD CONTAINS 166 CHARACTERS.
       01 REG-AVISO-INC PIC X(166).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JAVISOSREP".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCOAVISOS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-AVISOS PIC 99.
       77 WS-FS-AVISOSINC PIC 99.
       77 WS-FIN-AVISOS PIC X(3) VALUE "NO".
       77 WS-DIA-PARTE PIC 9(8).
       77 WS-S PIC 9(2).
       77 WS-SUCESO PIC 9(2).
       77 WS-FECHA PIC X(21).
       77 WS-CTRL-PROGRAMA PIC X(20) VALUE "BANCOAVISOS".
       77 WS-CTRL-LEIDOS PIC 9(5) VALUE 0.
       77 WS-CTRL-ESCRITOS PIC 9(5) VALUE 0.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> MISMO FORMATO FIJO QUE GRABA AVISOCLI PARA LA PASARELA.
       01 WS-AVISO-LINEA.
           05 AVI-TIPO-REGISTRO PIC X(2).
           05 AVI-FECHA PIC 9(8).
           05 AVI-HORA PIC 9(6).
           05 AVI-CANAL PIC X(1).
           05 AVI-DESTINO PIC X(40).
           05 AVI-CLIENTE PIC X(6).
           05 AVI-CUENTA PIC X(10).
           05 AVI-SUCESO PIC X(10).
           05 AVI-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AVI-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AVI-MONEDA PIC X(3).
           05 AVI-TEXTO PIC X(60).

      *> LA OCTAVA FILA RECOGE CUALQUIER SUCESO QUE NO ESTE EN LA
      *> TABLA, PARA QUE EL TOTAL CUADRE CON LOS ARCHIVOS.
       01 WS-TABLA-SUCESOS.
           05 FILLER PIC X(10) VALUE "SALDOBAJO".
           05 FILLER PIC X(10) VALUE "RETIRADA".
           05 FILLER PIC X(10) VALUE "PINBLOQ".
           05 FILLER PIC X(10) VALUE "BLOQUEO".
           05 FILLER PIC X(10) VALUE "ORDENFALLO".
           05 FILLER PIC X(10) VALUE "RECIBODEV".
           05 FILLER PIC X(10) VALUE "VENCPLAZO".
           05 FILLER PIC X(10) VALUE "OTROS".
       01 FILLER REDEFINES WS-TABLA-SUCESOS.
           05 WS-SUC-CODIGO PIC X(10) OCCURS 8 TIMES.

       01 WS-TABLA-CUENTAS.
           05 WS-CNT-SUCESO OCCURS 8 TIMES.
               10 WS-CNT-SMS PIC 9(5).
               10 WS-CNT-CORREO PIC 9(5).
               10 WS-CNT-SIN-CONTACTO PIC 9(5).

       01 WS-TOTALES.
           05 WS-TOT-SMS PIC 9(6) VALUE 0.
           05 WS-TOT-CORREO PIC 9(6) VALUE 0.
           05 WS-TOT-SIN-CONTACTO PIC 9(6) VALUE 0.

       01 WS-CABECERA.
           05 FILLER PIC X(30) VALUE
           "PARTE DE AVISOS AL CLIENTE   ".
           05 FILLER PIC X(5) VALUE "Dia: ".
           05 CAB-DIA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CAB-FECHA PIC X(21).

       01 WS-CABECERA-COLUMNAS.
           05 FILLER PIC X(50) VALUE
           "SUCESO          SMS  CORREO  SIN CONTACTO   TOTAL".

       01 WS-LINEA-SUCESO.
           05 LIN-SUCESO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-SMS PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-CORREO PIC ZZZZZ9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 LIN-SIN-CONTACTO PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-TOTAL PIC ZZZZZZ9.

       01 WS-CABECERA-INCIDENCIAS.
           05 FILLER PIC X(50) VALUE
           "AVISOS SIN TELEFONO O CORREO DEL CLIENTE:".

       01 WS-LINEA-INCIDENCIA.
           05 FILLER PIC X(9) VALUE "Cliente: ".
           05 INC-CLIENTE PIC X(6).
           05 FILLER PIC X(10) VALUE " Cuenta: ".
           05 INC-CUENTA PIC X(10).
           05 FILLER PIC X(9) VALUE " Suceso: ".
           05 INC-SUCESO PIC X(10).
           05 FILLER PIC X(8) VALUE " Canal: ".
           05 INC-CANAL PIC X(1).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Dia del parte (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-DIA-PARTE.
           IF WS-DIA-PARTE EQUAL ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO WS-DIA-PARTE
           END-IF.
           INITIALIZE WS-TABLA-CUENTAS.
           OPEN OUTPUT INFORME.
           PERFORM 10-ESCRIBIR-CABECERA.
           PERFORM 20-CONTAR-ENVIADOS.
           PERFORM 30-CONTAR-SIN-CONTACTO.
           PERFORM 50-ESCRIBIR-RESUMEN.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Avisos enviados por SMS: " WS-TOT-SMS.
           DISPLAY "Avisos enviados por correo: " WS-TOT-CORREO.
           DISPLAY "Avisos sin contacto: " WS-TOT-SIN-CONTACTO.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-CTRL-LEIDOS,
               WS-CTRL-ESCRITOS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-ESCRIBIR-CABECERA.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-DIA-PARTE TO CAB-DIA.
           MOVE WS-FECHA TO CAB-FECHA.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           MOVE SPACES TO REGISTRO-INFORME.
           WRITE REGISTRO-INFORME.
           ADD 2 TO WS-CTRL-ESCRITOS.
       10-ESCRIBIR-CABECERA-END.
       EXIT.


       20-CONTAR-ENVIADOS.
           MOVE "NO" TO WS-FIN-AVISOS.
           OPEN INPUT AVISOS.
           IF WS-FS-AVISOS NOT EQUAL "00"
               DISPLAY "No hay archivo de avisos para la pasarela."
               MOVE "SI" TO WS-FIN-AVISOS
           END-IF.
           PERFORM 25-LEER-ENVIADO UNTIL WS-FIN-AVISOS EQUAL "SI".
           CLOSE AVISOS.
       20-CONTAR-ENVIADOS-END.
       EXIT.


       25-LEER-ENVIADO.
           READ AVISOS INTO WS-AVISO-LINEA
           AT END
               MOVE "SI" TO WS-FIN-AVISOS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF AVI-FECHA EQUAL WS-DIA-PARTE
                   PERFORM 40-BUSCAR-SUCESO
                   IF AVI-CANAL EQUAL "S"
                       ADD 1 TO WS-CNT-SMS (WS-SUCESO)
                   ELSE
                       ADD 1 TO WS-CNT-CORREO (WS-SUCESO)
                   END-IF
               END-IF
           END-READ.
       25-LEER-ENVIADO-END.
       EXIT.


      *> LAS INCIDENCIAS SE CUENTAN Y SE LISTAN EN EL MISMO PASO,
      *> DESPUES DE LA CABECERA DE SU BLOQUE.
       30-CONTAR-SIN-CONTACTO.
           MOVE "NO" TO WS-FIN-AVISOS.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-INCIDENCIAS.
           ADD 1 TO WS-CTRL-ESCRITOS.
           OPEN INPUT AVISOS-INC.
           IF WS-FS-AVISOSINC NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-AVISOS
           END-IF.
           PERFORM 35-LEER-SIN-CONTACTO
               UNTIL WS-FIN-AVISOS EQUAL "SI".
           CLOSE AVISOS-INC.
           MOVE SPACES TO REGISTRO-INFORME.
           WRITE REGISTRO-INFORME.
           ADD 1 TO WS-CTRL-ESCRITOS.
       30-CONTAR-SIN-CONTACTO-END.
       EXIT.


       35-LEER-SIN-CONTACTO.
           READ AVISOS-INC INTO WS-AVISO-LINEA
           AT END
               MOVE "SI" TO WS-FIN-AVISOS
           NOT AT END
               ADD 1 TO WS-CTRL-LEIDOS
               IF AVI-FECHA EQUAL WS-DIA-PARTE
                   PERFORM 40-BUSCAR-SUCESO
                   ADD 1 TO WS-CNT-SIN-CONTACTO (WS-SUCESO)
                   MOVE AVI-CLIENTE TO INC-CLIENTE
                   MOVE AVI-CUENTA TO INC-CUENTA
                   MOVE AVI-SUCESO TO INC-SUCESO
                   MOVE AVI-CANAL TO INC-CANAL
                   WRITE REGISTRO-INFORME FROM WS-LINEA-INCIDENCIA
                   ADD 1 TO WS-CTRL-ESCRITOS
               END-IF
           END-READ.
       35-LEER-SIN-CONTACTO-END.
       EXIT.


      *> DEJA EN WS-SUCESO LA FILA DEL SUCESO; LO DESCONOCIDO VA A
      *> LA FILA DE OTROS.
       40-BUSCAR-SUCESO.
           MOVE 8 TO WS-SUCESO.
           PERFORM 45-COMPARAR-SUCESO
               VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > 7 OR WS-SUCESO NOT EQUAL 8.
       40-BUSCAR-SUCESO-END.
       EXIT.


       45-COMPARAR-SUCESO.
           IF WS-SUC-CODIGO (WS-S) EQUAL AVI-SUCESO
               MOVE WS-S TO WS-SUCESO
           END-IF.
       45-COMPARAR-SUCESO-END.
       EXIT.


       50-ESCRIBIR-RESUMEN.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-COLUMNAS.
           ADD 1 TO WS-CTRL-ESCRITOS.
           PERFORM 55-LINEA-SUCESO
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8.
           MOVE "TOTAL" TO LIN-SUCESO.
           MOVE WS-TOT-SMS TO LIN-SMS.
           MOVE WS-TOT-CORREO TO LIN-CORREO.
           MOVE WS-TOT-SIN-CONTACTO TO LIN-SIN-CONTACTO.
           COMPUTE LIN-TOTAL = WS-TOT-SMS + WS-TOT-CORREO
               + WS-TOT-SIN-CONTACTO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-SUCESO.
           ADD 1 TO WS-CTRL-ESCRITOS.
       50-ESCRIBIR-RESUMEN-END.
       EXIT.


       55-LINEA-SUCESO.
           MOVE WS-SUC-CODIGO (WS-S) TO LIN-SUCESO.
           MOVE WS-CNT-SMS (WS-S) TO LIN-SMS.
           MOVE WS-CNT-CORREO (WS-S) TO LIN-CORREO.
           MOVE WS-CNT-SIN-CONTACTO (WS-S) TO LIN-SIN-CONTACTO.
           COMPUTE LIN-TOTAL = WS-CNT-SMS (WS-S)
               + WS-CNT-CORREO (WS-S) + WS-CNT-SIN-CONTACTO (WS-S).
           ADD WS-CNT-SMS (WS-S) TO WS-TOT-SMS.
           ADD WS-CNT-CORREO (WS-S) TO WS-TOT-CORREO.
           ADD WS-CNT-SIN-CONTACTO (WS-S) TO WS-TOT-SIN-CONTACTO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-SUCESO.
           ADD 1 TO WS-CTRL-ESCRITOS.
       55-LINEA-SUCESO-END.
       EXIT.

       END PROGRAM BANCOAVISOS.
