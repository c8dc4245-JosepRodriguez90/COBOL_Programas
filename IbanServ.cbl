      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de IBAN (mismo patron que
      *          PRODCUENTA/OFICINASERV):
      *          "G" devuelve el IBAN de una cuenta de la casa: "ES",
      *              digitos de control, codigo de entidad, oficina
      *              de la cuenta (OFICINASERV), los dos digitos de
      *              control de la CCC y NUMCUENTA. Una cuenta con
      *              caracteres no numericos no tiene IBAN posible
      *              (resultado "N", IBAN en blanco);
      *          "V" valida un IBAN tecleado o recibido: quita los
      *              blancos, pasa a mayusculas, comprueba el modulo
      *              97 y, si es espanol, la longitud y los digitos de
      *              control de la CCC. Devuelve "S" si es valido y de
      *              la casa (NUMCUENTA en PARAM-CUENTA; debe ser
      *              exactamente el IBAN que "G" da a esa cuenta),
      *              "E" si es valido y de otra entidad y "N" si no
      *              es valido. PARAM-IBAN vuelve normalizado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANSERV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>CODIGO DE ENTIDAD DEL BANCO, EL MISMO DE LOS REGISTROS DE
      *>BANCONORMA43.
       77 WS-ENTIDAD PIC X(4) VALUE "0000".
       77 WS-PAIS PIC X(2) VALUE "ES".
       77 WS-OFI-OPERACION PIC X(1) VALUE "C".
       77 WS-OFI-CAJERO PIC X(4) VALUE SPACES.
       77 WS-OFICINA PIC X(4).
       77 WS-I PIC 9(2).
       77 WS-J PIC 9(2).
       77 WS-LONGITUD PIC 9(2).
       77 WS-CARACTER PIC X(1).
       77 WS-VALOR PIC 9(2).
       77 WS-RESTO PIC 9(3).
       77 WS-SUMA PIC 9(4).
       77 WS-DIGITO PIC 9(2).
       77 WS-DIGITO-DC PIC 9(1).
       77 WS-CONTROL PIC 9(2).
       77 WS-VALIDO PIC X(1).
       77 WS-DC-TECLEADO PIC X(2).
       77 WS-IBAN-TECLEADO PIC X(24).
       77 WS-CUENTA-IBAN PIC X(10).

      *> IBAN EN CURSO Y SU FORMA REORDENADA PARA EL MODULO 97 (LOS
      *> CUATRO PRIMEROS CARACTERES PASAN AL FINAL).
       01 WS-IBAN PIC X(24).
       01 WS-IBAN-ES REDEFINES WS-IBAN.
           05 WS-IBE-PAIS PIC X(2).
           05 WS-IBE-CONTROL PIC X(2).
           05 WS-IBE-ENTIDAD PIC X(4).
           05 WS-IBE-OFICINA PIC X(4).
           05 WS-IBE-DC PIC X(2).
           05 WS-IBE-CUENTA PIC X(10).
       01 WS-REORDENADO PIC X(24).

      *> CADENA DE DIEZ CIFRAS SOBRE LA QUE SE CALCULA UN DIGITO DE
      *> CONTROL DE LA CCC, CON SUS PESOS.
       01 WS-CCC-CIFRAS PIC X(10).
       01 WS-TABLA-PESOS-DATOS PIC X(20) VALUE
           "01020408051009070306".
       01 FILLER REDEFINES WS-TABLA-PESOS-DATOS.
           05 WS-PESO PIC 9(2) OCCURS 10 TIMES.

       01 WS-LETRAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-CUENTA PIC X(10).
       01 PARAM-IBAN PIC X(24).
       01 PARAM-RESULTADO PIC X(1).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-CUENTA,
           PARAM-IBAN, PARAM-RESULTADO.
       010-SERVICIO.
           EVALUATE PARAM-OPERACION
           WHEN "G"
               MOVE PARAM-CUENTA TO WS-CUENTA-IBAN
               PERFORM 020-GENERAR-IBAN
               MOVE WS-IBAN TO PARAM-IBAN
           WHEN "V"
               PERFORM 030-VALIDAR-IBAN
           WHEN OTHER
               MOVE "N" TO PARAM-RESULTADO
           END-EVALUATE.
       010-SERVICIO-END.
       EXIT PROGRAM.


       020-GENERAR-IBAN.
           MOVE SPACES TO WS-IBAN.
           IF WS-CUENTA-IBAN IS NOT NUMERIC
               MOVE "N" TO PARAM-RESULTADO
           ELSE
               CALL "OFICINASERV" USING WS-OFI-OPERACION,
                   WS-CUENTA-IBAN, WS-OFI-CAJERO, WS-OFICINA
               MOVE WS-PAIS TO WS-IBE-PAIS
               MOVE "00" TO WS-IBE-CONTROL
               MOVE WS-ENTIDAD TO WS-IBE-ENTIDAD
               MOVE WS-OFICINA TO WS-IBE-OFICINA
               MOVE WS-CUENTA-IBAN TO WS-IBE-CUENTA
               MOVE "S" TO WS-VALIDO
               PERFORM 050-CONTROL-CCC
               MOVE 24 TO WS-LONGITUD
               PERFORM 060-MODULO-97
               COMPUTE WS-CONTROL = 98 - WS-RESTO
               MOVE WS-CONTROL TO WS-IBE-CONTROL
               MOVE "S" TO PARAM-RESULTADO
           END-IF.
       020-GENERAR-IBAN-END.
       EXIT.


       030-VALIDAR-IBAN.
           PERFORM 040-NORMALIZAR.
           MOVE WS-IBAN TO PARAM-IBAN.
           MOVE SPACES TO PARAM-CUENTA.
           MOVE "S" TO WS-VALIDO.
           IF WS-LONGITUD < 15
           OR WS-IBAN (1:2) IS NOT ALPHABETIC
           OR WS-IBAN (3:2) IS NOT NUMERIC
               MOVE "N" TO WS-VALIDO
           END-IF.
           IF WS-VALIDO EQUAL "S" AND WS-IBE-PAIS EQUAL WS-PAIS
               IF WS-LONGITUD NOT EQUAL 24
               OR WS-IBAN (5:20) IS NOT NUMERIC
                   MOVE "N" TO WS-VALIDO
               ELSE
                   MOVE WS-IBE-DC TO WS-DC-TECLEADO
                   PERFORM 050-CONTROL-CCC
                   IF WS-IBE-DC NOT EQUAL WS-DC-TECLEADO
                       MOVE "N" TO WS-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF WS-VALIDO EQUAL "S"
               PERFORM 060-MODULO-97
               IF WS-RESTO NOT EQUAL 1
                   MOVE "N" TO WS-VALIDO
               END-IF
           END-IF.

           IF WS-VALIDO NOT EQUAL "S"
               MOVE "N" TO PARAM-RESULTADO
           ELSE
               IF WS-IBE-PAIS EQUAL WS-PAIS
               AND WS-IBE-ENTIDAD EQUAL WS-ENTIDAD
                   MOVE WS-IBAN TO WS-IBAN-TECLEADO
                   MOVE WS-IBE-CUENTA TO WS-CUENTA-IBAN
                   PERFORM 020-GENERAR-IBAN
                   IF WS-IBAN EQUAL WS-IBAN-TECLEADO
                       MOVE WS-CUENTA-IBAN TO PARAM-CUENTA
                       MOVE "S" TO PARAM-RESULTADO
                   ELSE
                       MOVE "N" TO PARAM-RESULTADO
                   END-IF
                   MOVE WS-IBAN-TECLEADO TO WS-IBAN
               ELSE
                   MOVE "E" TO PARAM-RESULTADO
               END-IF
           END-IF.
       030-VALIDAR-IBAN-END.
       EXIT.


      *> SE QUITAN LOS BLANCOS INTERIORES (EL IBAN IMPRESO VA EN
      *> GRUPOS DE CUATRO) Y SE PASA A MAYUSCULAS.
       040-NORMALIZAR.
           MOVE SPACES TO WS-IBAN.
           MOVE ZERO TO WS-LONGITUD.
           INSPECT PARAM-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 045-COPIAR-CARACTER
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 24.
       040-NORMALIZAR-END.
       EXIT.


       045-COPIAR-CARACTER.
           IF PARAM-IBAN (WS-I:1) NOT EQUAL SPACE
               ADD 1 TO WS-LONGITUD
               MOVE PARAM-IBAN (WS-I:1) TO WS-IBAN (WS-LONGITUD:1)
           END-IF.
       045-COPIAR-CARACTER-END.
       EXIT.


      *> DIGITOS DE CONTROL DE LA CCC: EL PRIMERO SOBRE "00" MAS
      *> ENTIDAD Y OFICINA, EL SEGUNDO SOBRE EL NUMERO DE CUENTA.
      *> CADA UNO ES 11 MENOS EL RESTO ENTRE 11 DE LA SUMA PONDERADA
      *> (11 PASA A SER 0 Y 10 PASA A SER 1).
       050-CONTROL-CCC.
           MOVE "00" TO WS-CCC-CIFRAS (1:2).
           MOVE WS-IBE-ENTIDAD TO WS-CCC-CIFRAS (3:4).
           MOVE WS-IBE-OFICINA TO WS-CCC-CIFRAS (7:4).
           PERFORM 055-DIGITO-CCC.
           MOVE WS-DIGITO-DC TO WS-IBE-DC (1:1).
           MOVE WS-IBE-CUENTA TO WS-CCC-CIFRAS.
           PERFORM 055-DIGITO-CCC.
           MOVE WS-DIGITO-DC TO WS-IBE-DC (2:1).
       050-CONTROL-CCC-END.
       EXIT.


       055-DIGITO-CCC.
           MOVE ZERO TO WS-SUMA.
           PERFORM 056-SUMAR-CIFRA
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > 10.
           COMPUTE WS-DIGITO = 11 - FUNCTION MOD(WS-SUMA, 11).
           IF WS-DIGITO EQUAL 11
               MOVE 0 TO WS-DIGITO
           END-IF.
           IF WS-DIGITO EQUAL 10
               MOVE 1 TO WS-DIGITO
           END-IF.
           MOVE WS-DIGITO TO WS-DIGITO-DC.
       055-DIGITO-CCC-END.
       EXIT.


       056-SUMAR-CIFRA.
           MOVE WS-CCC-CIFRAS (WS-J:1) TO WS-VALOR.
           COMPUTE WS-SUMA = WS-SUMA + WS-VALOR * WS-PESO (WS-J).
       056-SUMAR-CIFRA-END.
       EXIT.


      *> RESTO ENTRE 97 DEL IBAN REORDENADO, CIFRA A CIFRA PARA NO
      *> DESBORDAR: LAS LETRAS VALEN DE 10 (A) A 35 (Z). DEJA EL
      *> RESTO EN WS-RESTO, O 0 SI HAY UN CARACTER QUE NO VALE.
       060-MODULO-97.
           MOVE SPACES TO WS-REORDENADO.
           MOVE WS-IBAN (5:WS-LONGITUD - 4) TO WS-REORDENADO.
           MOVE WS-IBAN (1:4)
               TO WS-REORDENADO (WS-LONGITUD - 3:4).
           MOVE ZERO TO WS-RESTO.
           PERFORM 065-SUMAR-CARACTER
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-LONGITUD.
           IF WS-VALIDO EQUAL "N"
               MOVE ZERO TO WS-RESTO
           END-IF.
       060-MODULO-97-END.
       EXIT.


       065-SUMAR-CARACTER.
           MOVE WS-REORDENADO (WS-I:1) TO WS-CARACTER.
           IF WS-CARACTER IS NUMERIC
               MOVE WS-CARACTER TO WS-VALOR
               COMPUTE WS-RESTO =
                   FUNCTION MOD(WS-RESTO * 10 + WS-VALOR, 97)
           ELSE
               MOVE ZERO TO WS-VALOR
               PERFORM 067-VALOR-LETRA
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > 26 OR WS-VALOR > 0
               IF WS-VALOR EQUAL ZERO
                   MOVE "N" TO WS-VALIDO
               ELSE
                   COMPUTE WS-RESTO =
                       FUNCTION MOD(WS-RESTO * 100 + WS-VALOR, 97)
               END-IF
           END-IF.
       065-SUMAR-CARACTER-END.
       EXIT.


       067-VALOR-LETRA.
           IF WS-LETRAS (WS-J:1) EQUAL WS-CARACTER
               COMPUTE WS-VALOR = WS-J + 9
           END-IF.
       067-VALOR-LETRA-END.
       EXIT.
