      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de firma de operador (mismo
      *          patron que RUTAS/FECHASERV): todos los programas
      *          interactivos del banco, el colegio, la nomina y
      *          personal, y el almacen de piezas firman al operador
      *          contra el maestro unico JOPERADORES (OPERADORMANT).
      *          Pide codigo y clave (tres intentos), rechaza a los
      *          operadores dados de baja, obliga a cambiar la clave
      *          caducada y deja la fecha y hora de la ultima firma.
      *          El llamante pasa el subsistema ("B" banco, "C"
      *          colegio, "N" nomina y personal, "P" piezas, "A"
      *          auditoria, que exige rol de supervisor o direccion
      *          en alguno) y recibe el operador firmado, su rol en
      *          ese subsistema y el resultado ("S" puede seguir,
      *          "N" acceso denegado). La firma se recuerda durante
      *          toda la ejecucion. Sin maestro todo sigue como
      *          antes, con aviso: se acepta el codigo sin verificar;
      *          si el maestro existe pero no se puede abrir no se
      *          firma a nadie.
      *          El subsistema "?" solo consulta quien ha firmado en
      *          la ejecucion, sin pedir nada (servicios como
      *          INFORMECAT que anotan el operador).
      *          El subsistema "F" es la segunda firma del banco
      *          (supervisor que autoriza, segundo cajero): el
      *          llamante pasa el codigo tecleado, aqui se pide su
      *          clave y se comprueba contra JOPERADORES (alta, clave
      *          vigente) y se devuelve su rol de banco, sin tocar la
      *          firma de la sesion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERFIRMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL OPERADORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOPERADORES.txt"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OPE-ID
       FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *> MAESTRO UNICO DE OPERADORES: UN ROL POR SUBSISTEMA, EN
      *> BLANCO SI EL OPERADOR NO TIENE ACCESO A EL.
       FD OPERADORES.
       01 DATOS-OPERADOR.
           05 OPE-ID PIC X(4).
           05 OPE-NOMBRE PIC X(20).
           05 OPE-EMPLEADO PIC X(6).
           05 OPE-ESTADO PIC X(1).
           05 OPE-CLAVE PIC X(8).
           05 OPE-CADUCIDAD PIC 9(8).
           05 OPE-ULTIMA-FIRMA PIC 9(8).
           05 OPE-ULTIMA-HORA PIC 9(6).
           05 OPE-ROLES.
               10 OPE-ROL-BANCO PIC X(1).
               10 OPE-ROL-COLEGIO PIC X(1).
               10 OPE-ROL-NOMINA PIC X(1).
               10 OPE-ROL-PIEZAS PIC X(1).
           05 OPE-FECHA-BAJA PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERADORES PIC 99.
       77 WS-OPERADOR-ENTRADA PIC X(4).
       77 WS-CLAVE-ENTRADA PIC X(8).
       77 WS-CLAVE-NUEVA PIC X(8).
       77 WS-CLAVE-REPETIDA PIC X(8).
       77 WS-CLAVE-RENOVADA PIC X(1).
       77 WS-FIRMA-OK PIC X(1).
       77 WS-INTENTOS PIC 9(1).
       77 WS-SUPERIORES PIC 9(1).
       77 WS-CLAVE-SEGUNDA PIC X(8).
      *> LA FIRMA SE CONSERVA ENTRE LLAMADAS: WORKING-STORAGE NO SE
      *> REINICIA MIENTRAS DURA LA EJECUCION.
       77 WS-FIRMADO PIC X(1) VALUE "N".
       77 WS-OPERADOR-FIRMADO PIC X(4) VALUE SPACES.
      *> DIAS DE VIGENCIA DE UNA CLAVE NUEVA.
       77 WS-DIAS-VIGENCIA PIC S9(7) VALUE 90.

       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8) VALUE 0.
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-HOY-HORA PIC 9(6).
           05 FILLER PIC X(7).

       LINKAGE SECTION.
       01 PARAM-SUBSISTEMA PIC X(1).
       01 PARAM-OPERADOR PIC X(4).
       01 PARAM-ROL PIC X(1).
       01 PARAM-RESULTADO PIC X(1).

       PROCEDURE DIVISION USING PARAM-SUBSISTEMA, PARAM-OPERADOR,
           PARAM-ROL, PARAM-RESULTADO.
       010-FIRMAR.
           MOVE "N" TO PARAM-RESULTADO.
           MOVE SPACES TO PARAM-ROL.
           IF PARAM-SUBSISTEMA EQUAL "?"
               PERFORM 012-CONSULTAR-FIRMA
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           IF PARAM-SUBSISTEMA EQUAL "F"
               PERFORM 050-SEGUNDA-FIRMA
               EXIT PROGRAM
           END-IF.
           OPEN INPUT OPERADORES.
      *> SOLO UN MAESTRO QUE TODAVIA NO EXISTE ("05" AL SER OPTIONAL,
      *> "35") DEJA FIRMAR SIN CLAVE. UN MAESTRO QUE NO SE PUEDE LEER
      *> (BLOQUEADO, DANADO) NO DA ACCESO.
           IF WS-FS-OPERADORES EQUAL "05" OR WS-FS-OPERADORES EQUAL "35"
               IF WS-FS-OPERADORES EQUAL "05"
                   CLOSE OPERADORES
               END-IF
               PERFORM 015-SIN-MAESTRO
           ELSE
           IF WS-FS-OPERADORES NOT EQUAL "00"
               DISPLAY "Maestro de operadores no disponible (estado "
               WS-FS-OPERADORES "). Acceso denegado."
           ELSE
               CLOSE OPERADORES
               OPEN I-O OPERADORES
               MOVE "N" TO WS-FIRMA-OK
               IF WS-FIRMADO EQUAL "S"
                   PERFORM 030-RECONFIRMAR
               ELSE
                   MOVE 0 TO WS-INTENTOS
                   PERFORM 020-PEDIR-FIRMA
                       UNTIL WS-FIRMA-OK EQUAL "S" OR WS-INTENTOS >= 3
               END-IF
               IF WS-FIRMA-OK EQUAL "S"
                   PERFORM 040-COMPROBAR-ROL
               ELSE
                   DISPLAY "Acceso denegado."
               END-IF
               CLOSE OPERADORES
           END-IF
           END-IF.
       010-FIRMAR-END.
       EXIT PROGRAM.

      *> CONSULTA SIN PEDIR NADA: EL OPERADOR FIRMADO EN LA EJECUCION
      *> (ESPACIOS SI NADIE HA FIRMADO, P.E. UN PASO DE LOTE).
       012-CONSULTAR-FIRMA.
           MOVE WS-OPERADOR-FIRMADO TO PARAM-OPERADOR.
           IF WS-FIRMADO EQUAL "S"
               MOVE "S" TO PARAM-RESULTADO
           END-IF.
       012-CONSULTAR-FIRMA-END.
       EXIT.

       015-SIN-MAESTRO.
           IF WS-FIRMADO NOT EQUAL "S"
               DISPLAY "AVISO: sin maestro de operadores"
               " (OPERADORMANT), la firma no se puede verificar."
               DISPLAY "Codigo de operador: "
               ACCEPT WS-OPERADOR-FIRMADO
               MOVE "S" TO WS-FIRMADO
           END-IF.
           MOVE WS-OPERADOR-FIRMADO TO PARAM-OPERADOR.
           MOVE "S" TO PARAM-RESULTADO.
       015-SIN-MAESTRO-END.
       EXIT.

       020-PEDIR-FIRMA.
           ADD 1 TO WS-INTENTOS.
           DISPLAY "Codigo de operador: "
           ACCEPT WS-OPERADOR-ENTRADA.
           DISPLAY "Clave: "
           ACCEPT WS-CLAVE-ENTRADA.
           MOVE WS-OPERADOR-ENTRADA TO OPE-ID.
           READ OPERADORES RECORD
           INVALID KEY
               DISPLAY "Operador desconocido."
               EXIT PARAGRAPH
           END-READ.
           IF OPE-CLAVE NOT EQUAL WS-CLAVE-ENTRADA
               DISPLAY "Clave incorrecta."
               EXIT PARAGRAPH
           END-IF.
           IF OPE-ESTADO NOT EQUAL "A"
               DISPLAY "Operador dado de baja."
               MOVE 3 TO WS-INTENTOS
               EXIT PARAGRAPH
           END-IF.
           IF OPE-CADUCIDAD < WS-HOY-NUM
               PERFORM 025-RENOVAR-CLAVE
               IF WS-CLAVE-RENOVADA NOT EQUAL "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-HOY-NUM TO OPE-ULTIMA-FIRMA.
           MOVE WS-HOY-HORA TO OPE-ULTIMA-HORA.
           REWRITE DATOS-OPERADOR.
           MOVE OPE-ID TO WS-OPERADOR-FIRMADO.
           MOVE "S" TO WS-FIRMADO.
           MOVE "S" TO WS-FIRMA-OK.
           DISPLAY "Sesion de " OPE-NOMBRE.
       020-PEDIR-FIRMA-END.
       EXIT.

      *> CLAVE CADUCADA: HAY QUE ELEGIR OTRA DISTINTA, ESCRITA DOS
      *> VECES, Y VALE OTROS WS-DIAS-VIGENCIA DIAS.
       025-RENOVAR-CLAVE.
           MOVE "N" TO WS-CLAVE-RENOVADA.
           DISPLAY "Clave caducada el " OPE-CADUCIDAD
           ", elija una clave nueva."
           DISPLAY "Clave nueva: "
           ACCEPT WS-CLAVE-NUEVA.
           DISPLAY "Repita la clave nueva: "
           ACCEPT WS-CLAVE-REPETIDA.
           IF WS-CLAVE-NUEVA EQUAL SPACES
               OR WS-CLAVE-NUEVA EQUAL OPE-CLAVE
               OR WS-CLAVE-NUEVA NOT EQUAL WS-CLAVE-REPETIDA
               DISPLAY "Clave nueva no valida."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE-NUEVA TO OPE-CLAVE.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE WS-DIAS-VIGENCIA TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-HOY-NUM,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO OPE-CADUCIDAD.
           MOVE "S" TO WS-CLAVE-RENOVADA.
       025-RENOVAR-CLAVE-END.
       EXIT.

      *> SEGUNDA LLAMADA EN LA MISMA EJECUCION: NO SE VUELVE A PEDIR
      *> LA CLAVE, PERO SE RELEE EL OPERADOR POR SI LO HAN DADO DE
      *> BAJA O LE HAN CAMBIADO LOS ROLES ENTRE TANTO.
       030-RECONFIRMAR.
           MOVE WS-OPERADOR-FIRMADO TO OPE-ID.
           READ OPERADORES RECORD
           INVALID KEY
               DISPLAY "Operador desconocido."
           NOT INVALID KEY
               IF OPE-ESTADO EQUAL "A"
                   MOVE "S" TO WS-FIRMA-OK
               ELSE
                   DISPLAY "Operador dado de baja."
               END-IF
           END-READ.
       030-RECONFIRMAR-END.
       EXIT.

       040-COMPROBAR-ROL.
           EVALUATE PARAM-SUBSISTEMA
           WHEN "B"
               MOVE OPE-ROL-BANCO TO PARAM-ROL
           WHEN "C"
               MOVE OPE-ROL-COLEGIO TO PARAM-ROL
           WHEN "N"
               MOVE OPE-ROL-NOMINA TO PARAM-ROL
           WHEN "P"
               MOVE OPE-ROL-PIEZAS TO PARAM-ROL
           WHEN "A"
               MOVE 0 TO WS-SUPERIORES
               INSPECT OPE-ROLES TALLYING WS-SUPERIORES
                   FOR ALL "S" ALL "D"
               IF WS-SUPERIORES > 0
                   MOVE "S" TO PARAM-ROL
               END-IF
           END-EVALUATE.
           IF PARAM-ROL EQUAL SPACES
               DISPLAY "El operador " OPE-ID
               " no tiene acceso a este subsistema."
           ELSE
               MOVE OPE-ID TO PARAM-OPERADOR
               MOVE "S" TO PARAM-RESULTADO
           END-IF.
       040-COMPROBAR-ROL-END.
       EXIT.

      *> SEGUNDA FIRMA: OTRO OPERADOR DEL BANCO AUTORIZA UNA OPERACION
      *> DE LA SESION. NO HAY FIRMA SIN MAESTRO, NI CON EL OPERADOR DE
      *> BAJA O LA CLAVE CADUCADA; EL ROL LO COMPRUEBA EL LLAMANTE.
       050-SEGUNDA-FIRMA.
           OPEN INPUT OPERADORES.
           IF WS-FS-OPERADORES NOT EQUAL "00"
               DISPLAY "Sin maestro de operadores no hay segunda firma."
               IF WS-FS-OPERADORES EQUAL "05"
                   CLOSE OPERADORES
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Clave: "
           ACCEPT WS-CLAVE-SEGUNDA.
           MOVE PARAM-OPERADOR TO OPE-ID.
           READ OPERADORES RECORD
           INVALID KEY
               DISPLAY "Operador desconocido."
           NOT INVALID KEY
               IF OPE-CLAVE NOT EQUAL WS-CLAVE-SEGUNDA
                   DISPLAY "Clave incorrecta."
               ELSE
               IF OPE-ESTADO NOT EQUAL "A"
                   DISPLAY "Operador dado de baja."
               ELSE
               IF OPE-CADUCIDAD < WS-HOY-NUM
                   DISPLAY "Clave caducada: no vale para firmar."
               ELSE
               IF OPE-ROL-BANCO EQUAL SPACES
                   DISPLAY "El operador " OPE-ID
                   " no tiene acceso al banco."
               ELSE
                   MOVE OPE-ROL-BANCO TO PARAM-ROL
                   MOVE "S" TO PARAM-RESULTADO
                   DISPLAY "Firma " OPE-NOMBRE
               END-IF
               END-IF
               END-IF
               END-IF
           END-READ.
           CLOSE OPERADORES.
       050-SEGUNDA-FIRMA-END.
       EXIT.
