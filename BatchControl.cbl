      *          grabado por fecha de proceso: una reejecucion del
      *          mismo dia salta los pasos ya terminados y arranca en
      *          el primero que fallo; los pasos cuya frecuencia no
      *          toca hoy quedan como NOAPLICA. Tras cada paso se
      *          cargan en el historico indexado JMOVSIDX (servicio
      *          MOVSIDX) los movimientos que haya grabado en JMOVS
      *          y se comprueba el cuadre del paso con su pareja
      *          (CUADRELOTE, reglas JCUADRE): un paso que no cuadra
      *          queda como DESCUADRE y detiene la cadena sea cual
      *          sea su politica; al rearrancar no se vuelve a
      *          ejecutar, solo se repite el cuadre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 PLA-DIA PIC 9(2).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "A".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       01 WS-TABLA-PASOS.
           05 TAB-PASO OCCURS 20 TIMES.
               10 TAB-PROGRAMA PIC X(20).
       01 WS-FECHASERV-FECHA2 PIC 9(8).
       01 WS-FECHASERV-DIAS PIC S9(7).
       01 WS-FECHASERV-RESULTADO PIC 9(8).
       01 WS-MOVSIDX-OP PIC X(1) VALUE "I".
       01 WS-MOVSIDX-LEIDAS PIC 9(9).
       01 WS-MOVSIDX-INDEXADAS PIC 9(9).
       01 WS-CUADRE-RESULTADO PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).

       PROCEDURE DIVISION.
       00-CONTROL.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-PEDIR-FECHA-PROCESO.
           PERFORM 06-CARGAR-PLAN.
           IF WS-NUM-PASOS EQUAL ZERO
               GO TO 10-FIN
           END-IF.

      *> UN PASO QUE YA CORRIO Y NO CUADRO NO SE REPITE (DUPLICARIA
      *> LO APLICADO): SOLO SE VUELVE A COMPROBAR SU CUADRE.
           IF WS-PASO-ESTADO (I) EQUAL "DESCUADRE"
               DISPLAY "Paso con descuadre, se repite solo el"
               " cuadre: " TAB-PROGRAMA (I)
               CALL "FECHA-ACTUAL" USING WS-FECHA-INICIO, WS-MODO-ISO
               MOVE ZERO TO WS-RETURN-CODE
               GO TO 10-CUADRE
           END-IF.

           PERFORM 15-EVALUAR-FRECUENCIA.
           IF WS-APLICA NOT EQUAL "S"
               DISPLAY "Paso fuera de frecuencia hoy, se salta: "

           MOVE RETURN-CODE TO WS-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.
           CALL "MOVSIDX" USING WS-MOVSIDX-OP, WS-MOVSIDX-LEIDAS,
               WS-MOVSIDX-INDEXADAS.
       10-CUADRE.
           MOVE "S" TO WS-CUADRE-RESULTADO.
           IF WS-RETURN-CODE EQUAL ZERO
               CALL "CUADRELOTE" USING TAB-PROGRAMA (I),
                   WS-FECHA-PROCESO-NUM, WS-CUADRE-RESULTADO
           END-IF.
           CALL "FECHA-ACTUAL" USING WS-FECHA-FIN, WS-MODO-ISO.

           EVALUATE TRUE
           WHEN WS-RETURN-CODE NOT EQUAL ZERO
               MOVE "ERROR" TO WS-ESTADO
           WHEN WS-CUADRE-RESULTADO EQUAL "N"
               MOVE "DESCUADRE" TO WS-ESTADO
           WHEN OTHER
               MOVE "OK" TO WS-ESTADO
           END-EVALUATE.

           MOVE WS-ESTADO TO WS-PASO-ESTADO (I).
           PERFORM 20-GRABAR-ESTADO.
               " politica de aborto: la cadena se detiene."
               MOVE "S" TO WS-ABORTADO
           END-IF.
           IF WS-ESTADO EQUAL "DESCUADRE"
               DISPLAY "Paso " TAB-PROGRAMA (I) " sin cuadrar con su"
               " pareja: la cadena se detiene."
               MOVE "S" TO WS-ABORTADO
           END-IF.
       10-FIN.
       EXIT.

