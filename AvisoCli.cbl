      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de avisos al cliente (mismo
      *          patron que CUENTAJRN/OFICINASERV): cuando ocurre un
      *          suceso sobre una cuenta, consulta las preferencias
      *          del titular en JAVISOPREF (canal, telefono, correo,
      *          umbrales y sucesos que quiere recibir) y deja el
      *          aviso en JAVISOS con el formato fijo que recoge la
      *          pasarela de SMS y correo. Si el canal elegido no
      *          tiene telefono o correo anotado, el aviso va a
      *          JAVISOSINC para que BANCOAVISOS lo saque en el parte
      *          del dia. Sucesos que recibe:
      *          "CAMBIO"     imagenes anterior y posterior de la
      *                       cuenta (las pasa CUENTAJRN): de ahi salen
      *                       SALDOBAJO (el saldo cruza hacia abajo el
      *                       umbral del cliente) y BLOQUEO (la cuenta
      *                       pasa a estado "B");
      *          "RETIRADA"   retirada de efectivo por encima del
      *                       importe fijado por el cliente;
      *          "PINBLOQ"    bloqueo por fallos de PIN (JPINFALLOS);
      *          "ORDENFALLO" orden permanente no ejecutada;
      *          "RECIBODEV"  recibo domiciliado devuelto;
      *          "VENCPLAZO"  deposito a plazo vencido y abonado.
      *          Sin archivo de preferencias o sin ficha del cliente
      *          no se avisa: el aviso es voluntario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOCLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PREFERENCIAS ASSIGN TO WS-RUTA-PREFERENCIAS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS AVP-CLIENTE
       FILE STATUS IS WS-FS-PREFERENCIAS.

       SELECT OPTIONAL AVISOS ASSIGN TO WS-RUTA-AVISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AVISOS.

       SELECT OPTIONAL AVISOS-INC ASSIGN TO WS-RUTA-AVISOSINC
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AVISOSINC.

       DATA DIVISION.
       FILE SECTION.
      *> CANAL "S" SMS, "E" CORREO, "A" AMBOS, "N" NINGUNO. UN
      *> UMBRAL A CERO EN LA RETIRADA AVISA DE TODAS; A CERO EN EL
      *> SALDO NO AVISA NUNCA. UN INDICADOR "S" POR SUCESO, EN EL
      *> ORDEN DE LA TABLA WS-TABLA-SUCESOS.
       FD PREFERENCIAS.
           01 DATOS-PREFERENCIA.
               05 AVP-CLIENTE PIC X(6).
               05 AVP-CANAL PIC X(1).
               05 AVP-TELEFONO PIC X(15).
               05 AVP-EMAIL PIC X(40).
               05 AVP-UMBRAL-SALDO PIC 9(7)V99.
               05 AVP-UMBRAL-RETIRADA PIC 9(7)V99.
               05 AVP-SUCESOS.
                   10 AVP-SUCESO PIC X(1) OCCURS 7 TIMES.
               05 FILLER PIC X(13).

      *> FORMATO FIJO DE LA PASARELA: UNA LINEA POR AVISO Y CANAL.
       FD AVISOS
       RECORD CONTAINS 166 CHARACTERS.
       01 REG-AVISO PIC X(166).

       FD AVISOS-INC
       RECORD CONTAINS 166 CHARACTERS.
       01 REG-AVISO-INC PIC X(166).

       WORKING-STORAGE SECTION.
       77 WS-FS-PREFERENCIAS PIC 99.
       77 WS-FS-AVISOS PIC 99.
       77 WS-FS-AVISOSINC PIC 99.
       77 WS-HAY-PREFERENCIA PIC X(1).
       77 WS-S PIC 9(2).
       77 WS-SUCESO PIC 9(2).
       77 WS-SUCESO-BUSCAR PIC X(10).
       77 WS-IMPORTE-AVISO PIC S9(7)V99.
       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-HOY-HORA PIC 9(6).
           05 FILLER PIC X(7).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-PREFERENCIAS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOPREF.txt".
       77 WS-RUTA-AVISOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOS.txt".
       77 WS-RUTA-AVISOSINC PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOSINC.txt".

      *> SUCESOS QUE SE AVISAN Y TEXTO QUE RECIBE EL CLIENTE. EL
      *> ORDEN ES EL DE LOS INDICADORES AVP-SUCESO.
       01 WS-TABLA-SUCESOS.
           05 FILLER PIC X(10) VALUE "SALDOBAJO".
           05 FILLER PIC X(50) VALUE
           "EL SALDO DE SU CUENTA ESTA POR DEBAJO DE SU AVISO".
           05 FILLER PIC X(10) VALUE "RETIRADA".
           05 FILLER PIC X(50) VALUE
           "SE HA RETIRADO EFECTIVO DE SU CUENTA".
           05 FILLER PIC X(10) VALUE "PINBLOQ".
           05 FILLER PIC X(50) VALUE
           "CUENTA BLOQUEADA POR FALLOS DE PIN. VAYA A OFICINA".
           05 FILLER PIC X(10) VALUE "BLOQUEO".
           05 FILLER PIC X(50) VALUE
           "SU CUENTA HA QUEDADO BLOQUEADA POR DESCUBIERTO".
           05 FILLER PIC X(10) VALUE "ORDENFALLO".
           05 FILLER PIC X(50) VALUE
           "NO SE HA PODIDO EJECUTAR UNA ORDEN PERMANENTE".
           05 FILLER PIC X(10) VALUE "RECIBODEV".
           05 FILLER PIC X(50) VALUE
           "SE HA DEVUELTO UN RECIBO DOMICILIADO EN SU CUENTA".
           05 FILLER PIC X(10) VALUE "VENCPLAZO".
           05 FILLER PIC X(50) VALUE
           "HA VENCIDO SU DEPOSITO A PLAZO Y SE HA ABONADO".
       01 FILLER REDEFINES WS-TABLA-SUCESOS.
           05 WS-SUC-ENTRADA OCCURS 7 TIMES.
               10 WS-SUC-CODIGO PIC X(10).
               10 WS-SUC-TEXTO PIC X(50).

       01 WS-CUENTA-ANTES.
           05 ANT-NUMCUENTA PIC X(10).
           05 ANT-CLIENTE-ID PIC X(6).
           05 ANT-SALDO PIC S9(7)V99.
           05 ANT-PIN PIC X(4).
           05 ANT-MONEDA PIC X(3).
           05 ANT-ESTADO PIC X(1).
           05 ANT-LIMITE-DESCUBIERTO PIC 9(5)V99.

       01 WS-CUENTA-DESPUES.
           05 DSP-NUMCUENTA PIC X(10).
           05 DSP-CLIENTE-ID PIC X(6).
           05 DSP-SALDO PIC S9(7)V99.
           05 DSP-PIN PIC X(4).
           05 DSP-MONEDA PIC X(3).
           05 DSP-ESTADO PIC X(1).
           05 DSP-LIMITE-DESCUBIERTO PIC 9(5)V99.

       01 WS-AVISO-LINEA.
           05 AVI-TIPO-REGISTRO PIC X(2) VALUE "AV".
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

       LINKAGE SECTION.
      *> EN LOS SUCESOS DIRECTOS LAS DOS IMAGENES PUEDEN SER LA MISMA
      *> (LA CUENTA TAL COMO QUEDA); EL IMPORTE ES EL DEL SUCESO.
       01 PARAM-SUCESO PIC X(10).
       01 PARAM-ANTES PIC X(40).
       01 PARAM-DESPUES PIC X(40).
       01 PARAM-IMPORTE PIC S9(7)V99.

       PROCEDURE DIVISION USING PARAM-SUCESO, PARAM-ANTES,
           PARAM-DESPUES, PARAM-IMPORTE.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JAVISOPREF" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-PREFERENCIAS
               MOVE "JAVISOS" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-AVISOS
               MOVE "JAVISOSINC" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-AVISOSINC
           END-IF.
           MOVE PARAM-ANTES TO WS-CUENTA-ANTES.
           MOVE PARAM-DESPUES TO WS-CUENTA-DESPUES.
           IF DSP-NUMCUENTA NOT EQUAL SPACES
               PERFORM 020-LEER-PREFERENCIA
           ELSE
               MOVE "N" TO WS-HAY-PREFERENCIA
           END-IF.
           IF WS-HAY-PREFERENCIA EQUAL "S"
               EVALUATE PARAM-SUCESO
               WHEN "CAMBIO"
                   PERFORM 030-SUCESOS-DEL-CAMBIO
               WHEN "RETIRADA"
                   IF PARAM-IMPORTE > AVP-UMBRAL-RETIRADA
                       MOVE PARAM-IMPORTE TO WS-IMPORTE-AVISO
                       MOVE PARAM-SUCESO TO WS-SUCESO-BUSCAR
                       PERFORM 040-BUSCAR-SUCESO
                       PERFORM 050-AVISAR
                   END-IF
               WHEN OTHER
                   MOVE PARAM-IMPORTE TO WS-IMPORTE-AVISO
                   MOVE PARAM-SUCESO TO WS-SUCESO-BUSCAR
                   PERFORM 040-BUSCAR-SUCESO
                   PERFORM 050-AVISAR
               END-EVALUATE
           END-IF.
       010-SERVICIO-END.
       EXIT PROGRAM.


       020-LEER-PREFERENCIA.
           MOVE "N" TO WS-HAY-PREFERENCIA.
           OPEN INPUT PREFERENCIAS.
           IF WS-FS-PREFERENCIAS EQUAL "00"
               MOVE DSP-CLIENTE-ID TO AVP-CLIENTE
               READ PREFERENCIAS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AVP-CANAL NOT EQUAL "N"
                       MOVE "S" TO WS-HAY-PREFERENCIA
                   END-IF
               END-READ
           END-IF.
           CLOSE PREFERENCIAS.
       020-LEER-PREFERENCIA-END.
       EXIT.


      *> UNA ALTA NO TRAE IMAGEN ANTERIOR: NO HAY CRUCE QUE AVISAR.
       030-SUCESOS-DEL-CAMBIO.
           IF ANT-NUMCUENTA NOT EQUAL SPACES
               IF DSP-ESTADO EQUAL "B" AND ANT-ESTADO NOT EQUAL "B"
                   MOVE "BLOQUEO" TO WS-SUCESO-BUSCAR
                   MOVE ZERO TO WS-IMPORTE-AVISO
                   PERFORM 040-BUSCAR-SUCESO
                   PERFORM 050-AVISAR
               END-IF
               IF AVP-UMBRAL-SALDO > ZERO
               AND DSP-SALDO < AVP-UMBRAL-SALDO
               AND ANT-SALDO NOT LESS AVP-UMBRAL-SALDO
                   MOVE "SALDOBAJO" TO WS-SUCESO-BUSCAR
                   MOVE AVP-UMBRAL-SALDO TO WS-IMPORTE-AVISO
                   PERFORM 040-BUSCAR-SUCESO
                   PERFORM 050-AVISAR
               END-IF
           END-IF.
       030-SUCESOS-DEL-CAMBIO-END.
       EXIT.


      *> DEJA EN WS-SUCESO LA POSICION DEL SUCESO EN LA TABLA, O
      *> CERO SI NO ES UNO DE LOS QUE SE AVISAN.
       040-BUSCAR-SUCESO.
           MOVE ZERO TO WS-SUCESO.
           PERFORM 045-COMPARAR-SUCESO
               VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > 7 OR WS-SUCESO NOT EQUAL ZERO.
       040-BUSCAR-SUCESO-END.
       EXIT.


       045-COMPARAR-SUCESO.
           IF WS-SUC-CODIGO (WS-S) EQUAL WS-SUCESO-BUSCAR
               MOVE WS-S TO WS-SUCESO
           END-IF.
       045-COMPARAR-SUCESO-END.
       EXIT.


       050-AVISAR.
           IF WS-SUCESO NOT EQUAL ZERO
               IF AVP-SUCESO (WS-SUCESO) EQUAL "S"
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
                   MOVE WS-HOY-NUM TO AVI-FECHA
                   MOVE WS-HOY-HORA TO AVI-HORA
                   MOVE DSP-CLIENTE-ID TO AVI-CLIENTE
                   MOVE DSP-NUMCUENTA TO AVI-CUENTA
                   MOVE WS-SUC-CODIGO (WS-SUCESO) TO AVI-SUCESO
                   MOVE WS-IMPORTE-AVISO TO AVI-IMPORTE
                   MOVE DSP-SALDO TO AVI-SALDO
                   MOVE DSP-MONEDA TO AVI-MONEDA
                   MOVE WS-SUC-TEXTO (WS-SUCESO) TO AVI-TEXTO
                   IF AVP-CANAL EQUAL "S" OR AVP-CANAL EQUAL "A"
                       MOVE "S" TO AVI-CANAL
                       MOVE AVP-TELEFONO TO AVI-DESTINO
                       PERFORM 060-GRABAR-AVISO
                   END-IF
                   IF AVP-CANAL EQUAL "E" OR AVP-CANAL EQUAL "A"
                       MOVE "E" TO AVI-CANAL
                       MOVE AVP-EMAIL TO AVI-DESTINO
                       PERFORM 060-GRABAR-AVISO
                   END-IF
               END-IF
           END-IF.
       050-AVISAR-END.
       EXIT.


      *> SIN DESTINO EL AVISO NO PUEDE SALIR POR LA PASARELA: SE
      *> APARTA CON EL MISMO FORMATO PARA EL PARTE DE INCIDENCIAS.
       060-GRABAR-AVISO.
           IF AVI-DESTINO EQUAL SPACES
               OPEN EXTEND AVISOS-INC
               WRITE REG-AVISO-INC FROM WS-AVISO-LINEA
               CLOSE AVISOS-INC
           ELSE
               OPEN EXTEND AVISOS
               WRITE REG-AVISO FROM WS-AVISO-LINEA
               CLOSE AVISOS
           END-IF.
       060-GRABAR-AVISO-END.
       EXIT.
