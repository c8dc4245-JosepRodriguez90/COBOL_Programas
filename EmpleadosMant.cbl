           01 REG-DEPARTAMENTO.
               05 DEP-CODIGO PIC X(3).
               05 DEP-NOMBRE PIC X(20).
               05 DEP-JEFE PIC X(6).
               05 DEP-RIESGO PIC X(1).

      *> PISTA DE AUDITORIA: CADA ALTA, CAMBIO O BAJA DEJA QUIEN LO
      *> HIZO, CUANDO, Y LA IMAGEN DEL REGISTRO ANTES Y DESPUES.
       01 WS-DEPTO-VALIDO PIC X(1).
       01 WS-FIN-DEPTOS PIC X(1).
       01 WS-OPERADOR PIC X(4).
       01 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       01 WS-SES-OPERADOR PIC X(4).
       01 WS-SES-ROL PIC X(1).
       01 WS-SES-RESULTADO PIC X(1).
       01 WS-FECHA PIC X(21).

       01 WS-FECHA-VALIDA PIC X(1).
       01 WS-NAC-DIA PIC 9(2).
       01 WS-DIAS-MES PIC 9(2).

       01 WS-IBAN-OPERACION PIC X(1).
       01 WS-IBAN-NOMINA PIC X(24).
       01 WS-IBAN-RESULTADO PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       *>MENU INICIAL.**************************************************
           PERFORM CARGAR-RUTAS.
       CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
           WS-SES-ROL, WS-SES-RESULTADO.
       IF WS-SES-RESULTADO NOT EQUAL "S"
           STOP RUN
       END-IF.
       MOVE WS-SES-OPERADOR TO WS-OPERADOR.

       PERFORM UNTIL OPCIONMENU = 5
       DISPLAY "Bienvenido al mantenimiento de empleados."
           ACCEPT EMPLEADOS-DIRECCION
           DISPLAY "Años de experiencia"
           ACCEPT EMPLEADOS-EXPERIENCIA
           PERFORM PEDIR-CUENTA-NOMINA
           PERFORM PEDIR-DEPARTAMENTO
           WRITE EMPLEADOS-REGISTRO
           MOVE "A" TO AUD-OPERACION
       DISPLAY "DIRECCION: " EMPLEADOS-DIRECCION.
       DISPLAY "EXPERIENCIA: " EMPLEADOS-EXPERIENCIA.
       DISPLAY "CUENTA NOMINA: " EMPLEADOS-CUENTA-BANCO.
       MOVE "G" TO WS-IBAN-OPERACION.
       CALL "IBANSERV" USING WS-IBAN-OPERACION, EMPLEADOS-CUENTA-BANCO,
           WS-IBAN-NOMINA, WS-IBAN-RESULTADO.
       IF WS-IBAN-RESULTADO = "S"
           DISPLAY "IBAN NOMINA: " WS-IBAN-NOMINA
       END-IF.
       DISPLAY "DEPARTAMENTO: " EMPLEADOS-DEPTO.
       MOSTRAR-EMPLEADO-END.
       EXIT.
           ACCEPT EMPLEADOS-DIRECCION
           DISPLAY "Nuevos años de experiencia"
           ACCEPT EMPLEADOS-EXPERIENCIA
           PERFORM PEDIR-CUENTA-NOMINA
           PERFORM PEDIR-DEPARTAMENTO
           REWRITE EMPLEADOS-REGISTRO
           INVALID KEY
       EXIT.


      *>LA NOMINA SE ABONA EN UNA CUENTA DE LA ENTIDAD: SE PIDE SU IBAN,
      *>SE COMPRUEBAN LOS DIGITOS DE CONTROL Y SE GUARDA EL NUMCUENTA.
       PEDIR-CUENTA-NOMINA.*>*******************************************
       MOVE "N" TO WS-IBAN-RESULTADO.
       PERFORM UNTIL WS-IBAN-RESULTADO = "S"
           DISPLAY "IBAN de la cuenta para la nomina"
           ACCEPT WS-IBAN-NOMINA
           MOVE "V" TO WS-IBAN-OPERACION
           CALL "IBANSERV" USING WS-IBAN-OPERACION,
               EMPLEADOS-CUENTA-BANCO, WS-IBAN-NOMINA, WS-IBAN-RESULTADO
           EVALUATE WS-IBAN-RESULTADO
           WHEN "S"
               CONTINUE
           WHEN "E"
               DISPLAY "El IBAN no es de una cuenta de la entidad."
           WHEN OTHER
               DISPLAY "IBAN no valido."
           END-EVALUATE
       END-PERFORM.
       PEDIR-CUENTA-NOMINA-END.
       EXIT.


       CALCULAR-EDAD.*>***************************************************
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
       COMPUTE WS-EDAD-CALCULADA =
