      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de filtrado contra la lista de
      *          sanciones JLISTASAN (mismo patron que PRODCUENTA):
      *          BANCOCLIENTES, BANCOCRIBA, BANCOEXTERIOR y
      *          BANCOPAGOLOTE lo llaman antes de dar por bueno un
      *          cliente o una orden al exterior.
      *          "N" filtra un nombre (PARAM-TEXTO): hay posible
      *              coincidencia cuando todas sus palabras aparecen
      *              en el nombre o en un alias de una entrada "N";
      *          "B" filtra un banco por su BIC: entradas "B" con el
      *              mismo BIC de 8 y entradas "P" del pais del BIC;
      *          "P" filtra un codigo de pais ISO de dos letras.
      *          Si PARAM-OBJETO trae el cliente ("C"+CLI-ID) o la
      *          orden ("O"+ORD-ID), cada coincidencia queda como
      *          alerta pendiente en JALERTASAN para que cumplimiento
      *          la revise en BANCOCUMPLIM; una coincidencia que ya
      *          se descarto para ese mismo objeto no vuelve a saltar.
      *          Resultado "S" posible coincidencia (PARAM-REFERENCIA
      *          es la primera entrada de la lista), "N" limpio, "X"
      *          no hay lista cargada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBASAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LISTA ASSIGN TO WS-RUTA-LISTA
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS WL-REFERENCIA
       FILE STATUS IS WS-FS-LISTA.

       SELECT ALERTAS ASSIGN TO WS-RUTA-ALERTAS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ALE-CLAVE
       FILE STATUS IS WS-FS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
      *> LISTA DE SANCIONES (BANCOCRIBA LA CARGA DEL FICHERO DEL
      *> REGULADOR): "N" PERSONA O ENTIDAD CON HASTA TRES ALIAS,
      *> "B" BANCO (BIC EN WL-NOMBRE), "P" PAIS SANCIONADO.
       FD LISTA.
           01 DATOS-LISTA.
               05 WL-REFERENCIA PIC X(12).
               05 WL-TIPO PIC X(1).
                   88 WL-ES-NOMBRE VALUE "N".
                   88 WL-ES-BANCO VALUE "B".
                   88 WL-ES-PAIS VALUE "P".
               05 WL-NOMBRE PIC X(30).
               05 WL-ALIAS PIC X(30) OCCURS 3 TIMES.
               05 WL-PAIS PIC X(2).
               05 WL-FECHA-CARGA PIC 9(8).

      *> ALERTA POR OBJETO Y ENTRADA DE LA LISTA: "P" PENDIENTE,
      *> "D" DESCARTADA (FALSO POSITIVO), "C" CONFIRMADA.
       FD ALERTAS.
           01 DATOS-ALERTA.
               05 ALE-CLAVE.
                   10 ALE-OBJETO.
                       15 ALE-TIPO PIC X(1).
                       15 ALE-CLAVE-OBJETO PIC X(10).
                   10 ALE-REFERENCIA PIC X(12).
               05 ALE-TEXTO PIC X(30).
               05 ALE-FECHA-ALTA PIC 9(8).
               05 ALE-ESTADO PIC X(1).
                   88 ALE-PENDIENTE VALUE "P".
                   88 ALE-DESCARTADA VALUE "D".
                   88 ALE-CONFIRMADA VALUE "C".
               05 ALE-FECHA-DECISION PIC 9(8).
               05 ALE-OPERADOR PIC X(4).
               05 ALE-NOTA PIC X(40).
               05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-FS-LISTA PIC 99.
       77 WS-FS-ALERTAS PIC 99.
       77 WS-FIN-LISTA PIC X(3).
       77 WS-COINCIDE PIC X(1).
       77 WS-TODAS PIC X(1).
       77 WS-VECES PIC 9(3).
       77 WS-A PIC 9(2).
       77 WS-P PIC 9(2).
       77 WS-H PIC 9(2).
       77 WS-PALABRAS PIC 9(2).
       77 WS-ACIERTOS PIC 9(2).
       77 WS-VALIDOS PIC 9(2).
       77 WS-TEXTO PIC X(30).
       77 WS-CANDIDATO PIC X(32).
       77 WS-MINUSCULAS PIC X(26) VALUE
       "abcdefghijklmnopqrstuvwxyz".
       77 WS-MAYUSCULAS PIC X(26) VALUE
       "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-LISTA PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JLISTASAN.txt".
       77 WS-RUTA-ALERTAS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JALERTASAN.txt".

      *> PALABRAS DEL NOMBRE A FILTRAR, CADA UNA ENTRE ESPACIOS PARA
      *> QUE "ANA" NO CASE DENTRO DE "SUSANA".
       01 WS-TABLA-PALABRAS.
           05 WS-PALABRA OCCURS 4 TIMES.
               10 WS-PAL-TEXTO PIC X(30).
               10 WS-PAL-LONGITUD PIC 9(2).
               10 WS-PAL-BUSCAR PIC X(32).

       01 WS-TABLA-ACIERTOS.
           05 WS-ACIERTO-REF PIC X(12) OCCURS 20 TIMES.

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-OBJETO PIC X(11).
       01 PARAM-TEXTO PIC X(30).
       01 PARAM-RESULTADO PIC X(1).
       01 PARAM-REFERENCIA PIC X(12).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-OBJETO,
           PARAM-TEXTO, PARAM-RESULTADO, PARAM-REFERENCIA.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JLISTASAN" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-LISTA
               MOVE "JALERTASAN" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-ALERTAS
           END-IF.
           MOVE "N" TO PARAM-RESULTADO.
           MOVE SPACES TO PARAM-REFERENCIA.
           MOVE ZERO TO WS-ACIERTOS.
           MOVE PARAM-TEXTO TO WS-TEXTO.
           INSPECT WS-TEXTO CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
           IF PARAM-OPERACION EQUAL "N"
               PERFORM 020-PREPARAR-PALABRAS
           END-IF.

           OPEN INPUT LISTA.
           IF WS-FS-LISTA NOT EQUAL "00"
               MOVE "X" TO PARAM-RESULTADO
           ELSE
               MOVE "NO" TO WS-FIN-LISTA
               PERFORM 030-LEER-ENTRADA UNTIL WS-FIN-LISTA EQUAL "SI"
           END-IF.
           CLOSE LISTA.

           IF WS-ACIERTOS > 0
               PERFORM 050-REGISTRAR-ALERTAS
           END-IF.
       010-SERVICIO-END.
       EXIT PROGRAM.


       020-PREPARAR-PALABRAS.
           INITIALIZE WS-TABLA-PALABRAS.
           MOVE ZERO TO WS-PALABRAS.
           UNSTRING WS-TEXTO DELIMITED BY ALL SPACE
               INTO WS-PAL-TEXTO (1) COUNT IN WS-PAL-LONGITUD (1)
                    WS-PAL-TEXTO (2) COUNT IN WS-PAL-LONGITUD (2)
                    WS-PAL-TEXTO (3) COUNT IN WS-PAL-LONGITUD (3)
                    WS-PAL-TEXTO (4) COUNT IN WS-PAL-LONGITUD (4)
           END-UNSTRING.
           PERFORM 025-PREPARAR-UNA
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4.
       020-PREPARAR-PALABRAS-END.
       EXIT.


      *> UNA LETRA SUELTA (INICIAL) NO SIRVE PARA FILTRAR; LAS DEMAS
      *> PALABRAS SE COMPACTAN AL PRINCIPIO DE LA TABLA.
       025-PREPARAR-UNA.
           IF WS-PAL-LONGITUD (WS-P) > 1
               ADD 1 TO WS-PALABRAS
               MOVE SPACES TO WS-PAL-BUSCAR (WS-PALABRAS)
               STRING " " WS-PAL-TEXTO (WS-P) (1:WS-PAL-LONGITUD (WS-P))
                   " " DELIMITED BY SIZE
                   INTO WS-PAL-BUSCAR (WS-PALABRAS)
               END-STRING
               COMPUTE WS-PAL-LONGITUD (WS-PALABRAS) =
                   WS-PAL-LONGITUD (WS-P) + 2
           END-IF.
       025-PREPARAR-UNA-END.
       EXIT.


       030-LEER-ENTRADA.
           READ LISTA NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LISTA
           NOT AT END
               MOVE "N" TO WS-COINCIDE
               EVALUATE PARAM-OPERACION
               WHEN "N"
                   IF WL-ES-NOMBRE AND WS-PALABRAS > 0
                       MOVE WL-NOMBRE TO WS-CANDIDATO (2:30)
                       PERFORM 040-COMPARAR-NOMBRE
                       PERFORM 035-COMPARAR-ALIAS
                           VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 3
                   END-IF
               WHEN "B"
                   IF WL-ES-BANCO AND WL-NOMBRE (1:8) EQUAL
                       WS-TEXTO (1:8)
                       MOVE "S" TO WS-COINCIDE
                   END-IF
                   IF WL-ES-PAIS AND WL-PAIS EQUAL WS-TEXTO (5:2)
                       MOVE "S" TO WS-COINCIDE
                   END-IF
               WHEN "P"
                   IF WL-ES-PAIS AND WL-PAIS EQUAL WS-TEXTO (1:2)
                       MOVE "S" TO WS-COINCIDE
                   END-IF
               END-EVALUATE
               IF WS-COINCIDE EQUAL "S" AND WS-ACIERTOS < 20
                   ADD 1 TO WS-ACIERTOS
                   MOVE WL-REFERENCIA TO WS-ACIERTO-REF (WS-ACIERTOS)
               END-IF
           END-READ.
       030-LEER-ENTRADA-END.
       EXIT.


       035-COMPARAR-ALIAS.
           IF WL-ALIAS (WS-A) NOT EQUAL SPACES
               MOVE WL-ALIAS (WS-A) TO WS-CANDIDATO (2:30)
               PERFORM 040-COMPARAR-NOMBRE
           END-IF.
       035-COMPARAR-ALIAS-END.
       EXIT.


       040-COMPARAR-NOMBRE.
           MOVE SPACE TO WS-CANDIDATO (1:1).
           MOVE SPACE TO WS-CANDIDATO (32:1).
           INSPECT WS-CANDIDATO
               CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
           MOVE "S" TO WS-TODAS.
           PERFORM 045-BUSCAR-PALABRA
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PALABRAS.
           IF WS-TODAS EQUAL "S"
               MOVE "S" TO WS-COINCIDE
           END-IF.
       040-COMPARAR-NOMBRE-END.
       EXIT.


       045-BUSCAR-PALABRA.
           MOVE ZERO TO WS-VECES.
           INSPECT WS-CANDIDATO TALLYING WS-VECES
               FOR ALL WS-PAL-BUSCAR (WS-P) (1:WS-PAL-LONGITUD (WS-P)).
           IF WS-VECES EQUAL ZERO
               MOVE "N" TO WS-TODAS
           END-IF.
       045-BUSCAR-PALABRA-END.
       EXIT.


      *> SIN OBJETO (CONSULTA SUELTA) TODA COINCIDENCIA CUENTA. CON
      *> OBJETO, CADA COINCIDENCIA NUEVA QUEDA PENDIENTE Y LAS YA
      *> DESCARTADAS PARA ESE OBJETO NO CUENTAN.
       050-REGISTRAR-ALERTAS.
           MOVE ZERO TO WS-VALIDOS.
           IF PARAM-OBJETO EQUAL SPACES
               MOVE WS-ACIERTOS TO WS-VALIDOS
               MOVE WS-ACIERTO-REF (1) TO PARAM-REFERENCIA
           ELSE
               OPEN I-O ALERTAS
               IF WS-FS-ALERTAS = "35"
                   OPEN OUTPUT ALERTAS
                   CLOSE ALERTAS
                   OPEN I-O ALERTAS
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               PERFORM 055-REGISTRAR-UNA
                   VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-ACIERTOS
               CLOSE ALERTAS
           END-IF.
           IF WS-VALIDOS > 0
               MOVE "S" TO PARAM-RESULTADO
           END-IF.
       050-REGISTRAR-ALERTAS-END.
       EXIT.


       055-REGISTRAR-UNA.
           MOVE PARAM-OBJETO TO ALE-OBJETO.
           MOVE WS-ACIERTO-REF (WS-H) TO ALE-REFERENCIA.
           READ ALERTAS RECORD
           INVALID KEY
               MOVE SPACES TO DATOS-ALERTA
               MOVE PARAM-OBJETO TO ALE-OBJETO
               MOVE WS-ACIERTO-REF (WS-H) TO ALE-REFERENCIA
               MOVE PARAM-TEXTO TO ALE-TEXTO
               MOVE WS-HOY-NUM TO ALE-FECHA-ALTA
               MOVE "P" TO ALE-ESTADO
               MOVE ZERO TO ALE-FECHA-DECISION
               WRITE DATOS-ALERTA
               PERFORM 058-CONTAR-VALIDA
           NOT INVALID KEY
               IF NOT ALE-DESCARTADA
                   PERFORM 058-CONTAR-VALIDA
               END-IF
           END-READ.
       055-REGISTRAR-UNA-END.
       EXIT.


       058-CONTAR-VALIDA.
           ADD 1 TO WS-VALIDOS.
           IF WS-VALIDOS EQUAL 1
               MOVE ALE-REFERENCIA TO PARAM-REFERENCIA
           END-IF.
       058-CONTAR-VALIDA-END.
       EXIT.
