      *          la fila de propiedad de JPROPIEDAD con su
      *          entrenador, que era justo lo que se nos olvidaba al
      *          hacerlo a mano. Cada pasada imprime su informe de
      *          evoluciones en JEVOLREP. Los movimientos que sabia
      *          pasan a la forma evolucionada, que ademas aprende lo
      *          que le corresponde hasta su nivel (MOVSERV).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JEVOLREP".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PKMEVOLUCIONA".

       01 FILE-STATUS PIC 99.
       77 WS-FS-PROPIEDAD PIC 99.
       77 WS-CONTADOR-EVOLUCIONES PIC 9(3) VALUE 0.
       77 WS-CONTADOR-SALTADOS PIC 9(3) VALUE 0.

      *> PARAMETROS DE LLAMADA A MOVSERV.
       77 WS-MOV-OPERACION PIC X(1).
       77 WS-MOV-NUMERO PIC 9(3).
       77 WS-MOV-NUMERO-NUEVO PIC 9(3).
       77 WS-MOV-TIPO PIC X(20).
       77 WS-MOV-NIVEL-DESDE PIC 9(3).
       77 WS-MOV-NIVEL-HASTA PIC 9(3).
       77 WS-MOV-APRENDIDOS PIC 9(2).

      *> CANDIDATOS RECOGIDOS EN LA PRIMERA PASADA: EL ARCHIVO NO SE
      *> TOCA MIENTRAS SE RECORRE.
       01 WS-TABLA-CANDIDATOS.
               UNTIL WS-I > WS-CAN-OCUPADOS.

           CLOSE ARCHIVO-POKEMON PROPIEDAD INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Evoluciones aplicadas: "
           WS-CONTADOR-EVOLUCIONES.
           DISPLAY "Candidatos saltados: " WS-CONTADOR-SALTADOS.
           END-WRITE.

           PERFORM 40-TRASPASAR-PROPIEDAD.
           PERFORM 45-TRASPASAR-MOVIMIENTOS.

           MOVE WS-ENTRENADOR TO EVO-ENTRENADOR.
           WRITE REGISTRO-INFORME FROM WS-LINEA-EVOLUCION.
       40-TRASPASAR-PROPIEDAD-END.
       EXIT.


      *> LOS MOVIMIENTOS DEL NUMERO VIEJO PASAN AL NUEVO Y LA FORMA
      *> EVOLUCIONADA COMPLETA O MEJORA SUS HUECOS CON LO QUE PUEDE
      *> APRENDER HASTA SU NIVEL.
       45-TRASPASAR-MOVIMIENTOS.
           MOVE "E" TO WS-MOV-OPERACION.
           MOVE WS-CAN-NUMERO (WS-I) TO WS-MOV-NUMERO.
           MOVE EVO-NUEVO TO WS-MOV-NUMERO-NUEVO.
           MOVE TIPO-PKM TO WS-MOV-TIPO.
           MOVE 0 TO WS-MOV-NIVEL-DESDE.
           MOVE PKM-NIVEL TO WS-MOV-NIVEL-HASTA.
           CALL "MOVSERV" USING WS-MOV-OPERACION, WS-MOV-NUMERO,
               WS-MOV-NUMERO-NUEVO, WS-MOV-TIPO, WS-MOV-NIVEL-DESDE,
               WS-MOV-NIVEL-HASTA, WS-MOV-APRENDIDOS.
       45-TRASPASAR-MOVIMIENTOS-END.
       EXIT.

       END PROGRAM PKMEVOLUCIONA.
