      *          descubierto pactado de cada cuenta y saca el informe
      *          de cuentas en numeros rojos, mostrando cuanto de su
      *          linea esta usando cada una.
      *          El cambio de limite lo firma el cajero de la sesion y
      *          queda anotado en JDESCAUT (antes y despues); si la
      *          cuenta es suya o de un familiar declarado (servicio
      *          CAJCONFL) hace falta ademas la firma de otro cajero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT OPTIONAL AUTORIZACIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDESCAUT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DESCAUT.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDESCUBIERTOS.txt"
       .
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

      *> CADA LIMITE DE DESCUBIERTO AUTORIZADO: QUIEN LO FIRMA (Y LA
      *> SEGUNDA FIRMA SI LA CUENTA ES DEL CAJERO O DE UN FAMILIAR),
      *> LA CUENTA Y EL LIMITE ANTERIOR Y NUEVO. LO LEE BANCOCONFLICTO.
       FD AUTORIZACIONES
       RECORD CONTAINS 56 CHARACTERS.
       01 REG-DESCAUT.
           05 DES-FECHA PIC X(19).
           05 FILLER PIC X.
           05 DES-CAJERO PIC X(4).
           05 FILLER PIC X.
           05 DES-SEGUNDO PIC X(4).
           05 FILLER PIC X.
           05 DES-CUENTA PIC X(10).
           05 FILLER PIC X.
           05 DES-LIMITE-ANTES PIC 9(5)V99.
           05 FILLER PIC X.
           05 DES-LIMITE-NUEVO PIC 9(5)V99.

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JDESCUBIERTOS".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "BANCODESCUBIERTOS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FILE-STATUS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-JRN-OP PIC X(1) VALUE "M".
       77 WS-JRN-ANTES PIC X(40).
       77 WS-JRN-DESPUES PIC X(40).
       77 WS-PRD-OPERACION PIC X(1) VALUE "C".
       77 WS-PRD-RESULTADO PIC X(1).
       77 WS-FS-DESCAUT PIC 99.
       77 WS-CAJERO PIC X(4).
       77 WS-FIR-SUBSISTEMA PIC X(1) VALUE "F".
       77 WS-FIR-ROL PIC X(1).
       77 WS-FIR-RESULTADO PIC X(1).
       77 WS-FIRMA-OK PIC X(1).
       77 WS-SEGUNDO-CAJERO PIC X(4).
       77 WS-SEGUNDA-FIRMA-OK PIC X(1).
       77 WS-CONFL-RESULTADO PIC X(1).
       77 WS-CONFL-CLIENTE PIC X(6).
       77 WS-SEGUNDO-RESULTADO PIC X(1).
       77 WS-SEGUNDO-CLIENTE PIC X(6).
       77 WS-LIMITE-ANTES PIC 9(5)V99.
       77 WS-FECHA-ISO PIC X(21).
       77 WS-MODO-ISO PIC X(1) VALUE "I".

      *> PRODUCTO DE LA CUENTA (SERVICIO PRODCUENTA, CATALOGO
      *> JPRODUCTOS).
       01 WS-PRODUCTO.
           05 WS-PRD-CODIGO PIC X(3).
           05 WS-PRD-DESCRIPCION PIC X(20).
           05 WS-PRD-TASA-INTERES PIC V999.
           05 WS-PRD-TRAMO OCCURS 3 TIMES.
               10 WS-PRD-TRAMO-DESDE PIC 9(7)V99.
               10 WS-PRD-TRAMO-TASA PIC V999.
           05 WS-PRD-CUOTA-MES PIC 9(4)V99.
           05 WS-PRD-MAX-DESCUBIERTO PIC 9(5)V99.
           05 WS-PRD-TASA-DEMORA PIC V9(5).
           05 WS-PRD-DIVISA PIC X(3) OCCURS 4 TIMES.
           05 WS-PRD-ESTADO PIC X(1).

       01 WS-CABECERA.
           05 FILLER PIC X(35) VALUE
       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 3.
           STOP RUN.
       00-INICIO-END.


       20-FIJAR-LIMITE.
           PERFORM 15-FIRMA-CAJERO.
           IF WS-FIRMA-OK EQUAL "S"
               OPEN I-O CUENTA
               DISPLAY "Numero de cuenta: "
               ACCEPT NUMCUENTA
               READ CUENTA RECORD
               INVALID KEY
                   DISPLAY "No existe ninguna cuenta con ese numero."
               NOT INVALID KEY
                   PERFORM 22-COMPROBAR-CONFLICTO
                   IF WS-SEGUNDA-FIRMA-OK EQUAL "S"
                       DISPLAY "Limite actual: " LIMITE-DESCUBIERTO
                       DISPLAY "Nuevo limite de descubierto: "
                       MOVE DATOS-CUENTA TO WS-JRN-ANTES
                       MOVE LIMITE-DESCUBIERTO TO WS-LIMITE-ANTES
                       ACCEPT LIMITE-DESCUBIERTO
                       PERFORM 25-COMPROBAR-MAXIMO
                   ELSE
                       DISPLAY "Limite no autorizado: falta la firma"
                       " de un segundo cajero."
                   END-IF
               END-READ
               CLOSE CUENTA
           END-IF.
       20-FIJAR-LIMITE-END.
       EXIT.


      *> EL LIMITE LO AUTORIZA EL CAJERO FIRMADO EN EL MAESTRO
      *> UNICO DE OPERADORES (COMO EN BANCO).
       15-FIRMA-CAJERO.
           MOVE WS-SES-OPERADOR TO WS-CAJERO.
           MOVE "S" TO WS-FIRMA-OK.
       15-FIRMA-CAJERO-END.
       EXIT.


      *> SI EL CAJERO O UN FAMILIAR DECLARADO ES TITULAR DE LA
      *> CUENTA (CAJCONFL), FIRMA ADEMAS OTRO CAJERO SIN VINCULO CON
      *> ELLA. SIN CONFLICTO LA SEGUNDA FIRMA NO HACE FALTA.
       22-COMPROBAR-CONFLICTO.
           MOVE "S" TO WS-SEGUNDA-FIRMA-OK.
           MOVE SPACES TO WS-SEGUNDO-CAJERO.
           CALL "CAJCONFL" USING WS-CAJERO, NUMCUENTA, CLIENTE-ID,
               WS-CONFL-RESULTADO, WS-CONFL-CLIENTE.
           IF WS-CONFL-RESULTADO NOT EQUAL "N"
               DISPLAY "AVISO: la cuenta es del cajero o de un"
               " familiar declarado (cliente " WS-CONFL-CLIENTE ")."
               MOVE "N" TO WS-SEGUNDA-FIRMA-OK
               PERFORM 23-SEGUNDA-FIRMA
           END-IF.
       22-COMPROBAR-CONFLICTO-END.
       EXIT.


      *> EL SEGUNDO CAJERO FIRMA CONTRA EL MAESTRO UNICO DE
      *> OPERADORES (OPERFIRMA "F"): DADO DE ALTA Y CON CLAVE VIGENTE.
       23-SEGUNDA-FIRMA.
           DISPLAY "Codigo del segundo cajero: "
           ACCEPT WS-SEGUNDO-CAJERO.
           IF WS-SEGUNDO-CAJERO EQUAL WS-CAJERO
               DISPLAY "El segundo cajero no puede ser el mismo."
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERFIRMA" USING WS-FIR-SUBSISTEMA, WS-SEGUNDO-CAJERO,
               WS-FIR-ROL, WS-FIR-RESULTADO.
           IF WS-FIR-RESULTADO EQUAL "S"
               CALL "CAJCONFL" USING WS-SEGUNDO-CAJERO, NUMCUENTA,
                   CLIENTE-ID, WS-SEGUNDO-RESULTADO,
                   WS-SEGUNDO-CLIENTE
               IF WS-SEGUNDO-RESULTADO EQUAL "N"
                   MOVE "S" TO WS-SEGUNDA-FIRMA-OK
               ELSE
                   DISPLAY "El segundo cajero tambien esta"
                   " vinculado a la cuenta."
               END-IF
           END-IF.
       23-SEGUNDA-FIRMA-END.
       EXIT.


      *> EL LIMITE PACTADO NO PUEDE SUPERAR EL DESCUBIERTO MAXIMO DEL
      *> PRODUCTO DE LA CUENTA (SIN CATALOGO NO HAY TOPE).
       25-COMPROBAR-MAXIMO.
           CALL "PRODCUENTA" USING WS-PRD-OPERACION, NUMCUENTA,
               WS-PRODUCTO, WS-PRD-RESULTADO.
           IF WS-PRD-RESULTADO EQUAL "S"
               AND LIMITE-DESCUBIERTO > WS-PRD-MAX-DESCUBIERTO
               DISPLAY "El producto " WS-PRD-CODIGO " admite como"
               " maximo un descubierto de " WS-PRD-MAX-DESCUBIERTO
               ". Limite no actualizado."
           ELSE
               REWRITE DATOS-CUENTA
               INVALID KEY
                   DISPLAY "Error al actualizar la cuenta."
                   MOVE DATOS-CUENTA TO WS-JRN-DESPUES
                   CALL "CUENTAJRN" USING WS-JRN-OP, WS-JRN-ANTES,
                       WS-JRN-DESPUES
                   PERFORM 27-ANOTAR-AUTORIZACION
                   DISPLAY "Limite actualizado."
               END-REWRITE
           END-IF.
       25-COMPROBAR-MAXIMO-END.
       EXIT.


       27-ANOTAR-AUTORIZACION.
           CALL "FECHA-ACTUAL" USING WS-FECHA-ISO, WS-MODO-ISO.
           MOVE SPACES TO REG-DESCAUT.
           MOVE WS-FECHA-ISO TO DES-FECHA.
           MOVE WS-CAJERO TO DES-CAJERO.
           MOVE WS-SEGUNDO-CAJERO TO DES-SEGUNDO.
           MOVE NUMCUENTA TO DES-CUENTA.
           MOVE WS-LIMITE-ANTES TO DES-LIMITE-ANTES.
           MOVE LIMITE-DESCUBIERTO TO DES-LIMITE-NUEVO.
           OPEN EXTEND AUTORIZACIONES.
           WRITE REG-DESCAUT.
           CLOSE AUTORIZACIONES.
       27-ANOTAR-AUTORIZACION-END.
       EXIT.


           WRITE REGISTRO-INFORME FROM WS-RESUMEN.
           DISPLAY "Cuentas en numeros rojos: " WS-CONTADOR-ROJOS.
           CLOSE CUENTA INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       30-INFORME-DESCUBIERTOS-END.
       EXIT.

