       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WSV-FS-NOMCTRL.

       SELECT OPTIONAL GASTOS ASSIGN TO WS-RUTA-GASTOS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS GAS-NUMERO
       ALTERNATE RECORD KEY IS GAS-ID WITH DUPLICATES
       ALTERNATE RECORD KEY IS GAS-RECIBO WITH DUPLICATES
       FILE STATUS IS WSV-FS-GASTOS.

       SELECT OPTIONAL ATRASOS ASSIGN TO WS-RUTA-ATRASOS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ATR-CLAVE
       FILE STATUS IS WSV-FS-ATRASOS.

       SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO WS-RUTA-DEPTOS
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WSV-FS-DEPTOS.

       SELECT OPTIONAL COTIZACIONES-EMPRESA
           ASSIGN TO WS-RUTA-COTEMPRESA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WSV-FS-COTEMPRESA.

       SELECT OPTIONAL COTIZACIONES ASSIGN TO WS-RUTA-COTIZA
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CTZ-CLAVE
       FILE STATUS IS WSV-FS-COTIZA.

       DATA DIVISION.
       FILE SECTION.
      *> LA NOMINA SE CALCULA SOBRE EL MAESTRO REAL DE EMPLEADOS
                   10 ESC-CATEGORIA PIC X(6).
                   10 ESC-FECHA-EFECTO PIC 9(8).
               05 ESC-SUELDO PIC 9(6).
               05 ESC-FECHA-ALTA PIC 9(8).

      *> CONCEPTOS DE DEDUCCION (DEDUCCMANT): TRAMOS PROGRESIVOS DEL
      *> IMPUESTO, SEGURIDAD SOCIAL CON TOPE Y CUOTA SINDICAL
      *> DESGLOSE DE DEDUCCIONES POR EMPLEADO Y PERIODO: EL REGISTRO
      *> DE JHISTSUELDO CONSERVA SU UNICO CAMPO DE IMPUESTO (TOTAL)
      *> Y EL DETALLE POR CONCEPTO ("I" IMPUESTO, "S" SEGURIDAD
      *> SOCIAL, "U" SINDICATO) VIVE AQUI PARA NOMINAANUAL. EL
      *> EMBARGO JUDICIAL ("E") NO ES RETENCION: SE DESCUENTA DEL
      *> NETO YA CALCULADO, QUE HIST-NETO GUARDA SIN DESCONTARLO.
       FD HISTORICO-DEDUC
       RECORD CONTAINS 20 CHARACTERS.
       01 REG-HISTDEDUC.
       01 REG-NOMCTRL.
           05 CTRL-PERIODO PIC 9(6).

      *> HOJAS DE GASTOS DE NOMINAGASTOS: LAS APROBADAS CON PAGO EN
      *> NOMINA ("A" Y FORMA "N") SE ABONAN EXENTAS EN ESTA PASADA Y
      *> QUEDAN PAGADAS ("P") CON EL PERIODO.
       FD GASTOS.
           01 REG-GASTO.
               05 GAS-NUMERO PIC 9(6).
               05 GAS-ID PIC X(6).
               05 GAS-DEPTO PIC X(3).
               05 GAS-FECHA PIC 9(8).
               05 GAS-CATEGORIA PIC X(2).
               05 GAS-IMPORTE PIC 9(5)V99.
               05 GAS-RECIBO PIC X(12).
               05 GAS-ESTADO PIC X(1).
               05 GAS-MOTIVO PIC X(25).
               05 GAS-APROBADOR PIC X(6).
               05 GAS-FECHA-APROB PIC 9(8).
               05 GAS-FORMA-PAGO PIC X(1).
               05 GAS-FECHA-PAGO PIC 9(8).
               05 GAS-PERIODO-PAGO PIC 9(6).
               05 GAS-LOTE PIC X(12).

      *> ATRASOS DE CONVENIO CALCULADOS POR NOMINAATRASOS: LOS
      *> PENDIENTES ("P") SE ABONAN EN ESTA PASADA COMO CONCEPTO
      *> APARTE Y SE ANOTAN CONTRA SU PERIODO ORIGINAL.
       FD ATRASOS.
           01 REG-ATRASO.
               05 ATR-CLAVE.
                   10 ATR-ID PIC X(6).
                   10 ATR-PERIODO PIC 9(6).
                   10 ATR-SEQ PIC 9(2).
               05 ATR-CATEGORIA PIC X(6).
               05 ATR-FECHA-EFECTO PIC 9(8).
               05 ATR-SUELDO-PAGADO PIC 9(6).
               05 ATR-SUELDO-NUEVO PIC 9(6).
               05 ATR-DIF-SUELDO PIC 9(6).
               05 ATR-DIF-BONO PIC 9(6).
               05 ATR-DIF-IRPF PIC 9(6).
               05 ATR-DIF-SS PIC 9(6).
               05 ATR-DIF-IMPUESTO PIC 9(6).
               05 ATR-DIF-NETO PIC 9(6).
               05 ATR-ESTADO PIC X(1).
               05 ATR-PERIODO-PAGO PIC 9(6).

      *> EL DEPARTAMENTO DEL EMPLEADO DA LA CLASE DE RIESGO CON LA
      *> QUE SE TOMA EL TIPO DE ACCIDENTES DE TRABAJO.
       FD DEPARTAMENTOS.
           01 REG-DEPARTAMENTO.
               05 DEP-CODIGO PIC X(3).
               05 DEP-NOMBRE PIC X(20).
               05 DEP-JEFE PIC X(6).
               05 DEP-RIESGO PIC X(1).

      *> TIPOS DE COTIZACION A CARGO DE LA EMPRESA (DEDUCCMANT).
       FD COTIZACIONES-EMPRESA
       RECORD CONTAINS 20 CHARACTERS.
       01 REG-COTEMPRESA.
           05 COT-TIPO PIC X(2).
           05 COT-CLASE PIC X(1).
           05 COT-PCT PIC 9(2)V99.
           05 COT-TOPE PIC 9(7).
           05 FILLER PIC X(6).

      *> COTIZACION POR EMPLEADO Y PERIODO: PARTE DEL EMPLEADO (LA
      *> SEGURIDAD SOCIAL DESCONTADA) Y PARTE DE EMPRESA POR
      *> CONTINGENCIA. DE AQUI SALEN LA LIQUIDACION MENSUAL DE
      *> NOMINACOTIZA Y EL COSTE DE EMPRESA DE NOMINACOSTES.
       FD COTIZACIONES.
           01 REG-COTIZACION.
               05 CTZ-CLAVE.
                   10 CTZ-ID PIC X(6).
                   10 CTZ-PERIODO PIC 9(6).
               05 CTZ-DEPTO PIC X(3).
               05 CTZ-CLASE PIC X(1).
               05 CTZ-BASE PIC 9(7).
               05 CTZ-OBRERA PIC 9(6).
               05 CTZ-COMUNES PIC 9(6).
               05 CTZ-DESEMPLEO PIC 9(6).
               05 CTZ-FORMACION PIC 9(6).
               05 CTZ-ACCIDENTES PIC 9(6).
               05 CTZ-EMPRESA PIC 9(7).
               05 CTZ-FECHA PIC X(21).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).

      *> RUTAS FISICAS DE LOS ARCHIVOS: POR DEFECTO LAS DE
      *> PRODUCCION, PERO EL SERVICIO RUTAS LAS PUEDE REDIRIGIR
      -"".
       77 WS-RUTA-NOMCTRL PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMCTRL.txt".
       77 WS-RUTA-GASTOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGASTOS.txt".
       77 WS-RUTA-ATRASOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JATRASOS.txt".
       77 WS-RUTA-DEPTOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEPTOS.txt".
       77 WS-RUTA-COTEMPRESA PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOTEMPRESA.t
      -"xt".
       77 WS-RUTA-COTIZA PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOTIZA.txt".

       01 WSC-CONSTANTES.
           05 WSC-SENIORITY.
       77 WSV-CONTADOR-EMPLEADOS PIC 9(5) VALUE 0.
       77 WSV-CONTADOR-PAGOS PIC 9(5) VALUE 0.
       77 WSV-CTRL-PROGRAMA PIC X(20).
       77 WSV-IMPORTE-PAGOS PIC 9(11)V99 VALUE 0.
       77 WSV-TOT-NOMBRE PIC X(12).
       77 WSV-TOT-CANTIDAD PIC 9(7).
       77 WSV-PERIODO-ACTUAL PIC 9(6).
       77 WSV-PERIODO-ANTERIOR PIC 9(6).
       77 WSV-PER-ANIO PIC 9(4).
       77 WSV-SS-PCT PIC 9(2)V99 VALUE 0.
       77 WSV-SS-TOPE PIC 9(7) VALUE 0.
       77 WSV-SINDICATO-CUOTA PIC 9(5)V99 VALUE 0.
       77 WSV-FS-GASTOS PIC 99.
       77 WSV-GASTOS-OK PIC X(1) VALUE "N".
       77 WSV-FIN-GASTOS PIC X(3).
       77 WSV-IMPORTE-GASTOS PIC 9(6)V99.
       77 WSV-TOT-GASTOS PIC 9(9)V99 VALUE 0.
       77 WSV-FS-ATRASOS PIC 99.
       77 WSV-ATRASOS-OK PIC X(1) VALUE "N".
       77 WSV-FIN-ATRASOS PIC X(3).
       77 WSV-ATRASOS-BRUTO PIC 9(7).
       77 WSV-ATRASOS-RETENCION PIC 9(7).
       77 WSV-ATRASOS-NETO PIC 9(7).
       77 WSV-TOT-ATRASOS-BRUTO PIC 9(9) VALUE 0.
       77 WSV-TOT-ATRASOS-NETO PIC 9(9) VALUE 0.
       77 WSV-FS-DEPTOS PIC 99.
       77 WSV-DEPTOS-OK PIC X(1) VALUE "N".
       77 WSV-FS-COTEMPRESA PIC 99.
       77 WSV-FIN-COTEMPRESA PIC X(3).
       77 WSV-FS-COTIZA PIC 99.
       77 WSV-COT-IDX PIC 9(2).
       77 WSV-DEPTO-AUX PIC X(3).
       77 WSV-CLASE-AUX PIC X(1).
       77 WSV-BASE-COT PIC 9(7).
       77 WSV-CUOTA-COT PIC 9(6).
       77 WSV-TOT-EMPRESA PIC 9(9) VALUE 0.
       77 WSV-EMB-OPERACION PIC X(1).
       77 WSV-EMB-NETO PIC 9(7).
       77 WSV-EMBARGO-AUX PIC 9(7).
       77 WSV-LIQUIDO-AUX PIC 9(8)V99.
       77 WSV-TOT-EMBARGOS PIC 9(9) VALUE 0.

      *> TIPOS DE EMPRESA CARGADOS DE JCOTEMPRESA; SIN ARCHIVO NO SE
      *> CALCULA PARTE DE EMPRESA, COMO HASTA AHORA.
       01 WSV-TABLA-COTEMPRESA.
           05 WSV-COT-OCUPADOS PIC 9(2) VALUE 0.
           05 WSV-COT-ENTRADA OCCURS 20 TIMES.
               10 WSV-COT-TIPO PIC X(2).
               10 WSV-COT-CLASE PIC X(1).
               10 WSV-COT-PCT PIC 9(2)V99.
               10 WSV-COT-TOPE PIC 9(7).

       01 WSV-COTIZACION-AUX.
           05 WSV-CTZ-BASE PIC 9(7).
           05 WSV-CTZ-COMUNES PIC 9(6).
           05 WSV-CTZ-DESEMPLEO PIC 9(6).
           05 WSV-CTZ-FORMACION PIC 9(6).
           05 WSV-CTZ-ACCIDENTES PIC 9(6).
           05 WSV-CTZ-EMPRESA PIC 9(7).

      *> TRAMOS MARGINALES DEL IMPUESTO CARGADOS DE JDEDUCCIONES.
       01 WSV-TABLA-TRAMOS.
           05 FILLER PIC X(13) VALUE " Sindicato: $".
           05 WS-NOM-SINDICATO PIC ZZZZZ9.

       01 WS-NOMINA-GASTOS.
           05 FILLER PIC X(32) VALUE
           "Gastos reembolsados (exentos): $".
           05 WS-NOM-GASTOS PIC ZZZZZ9.99.

       01 WS-NOMINA-ATRASOS.
           05 FILLER PIC X(25) VALUE "Atrasos convenio: bruto $".
           05 WS-NOM-ATR-BRUTO PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE " ret. $".
           05 WS-NOM-ATR-RETENCION PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE " neto $".
           05 WS-NOM-ATR-NETO PIC ZZZZZZ9.

       01 WS-REGISTRO-ATRASOS.
           05 FILLER PIC X(32) VALUE
           "ATRASOS DE CONVENIO ABONADOS:   ".
           05 REG-ATR-BRUTO PIC ZZZZZZZZ9.
           05 FILLER PIC X(7) VALUE " Neto: ".
           05 REG-ATR-NETO PIC ZZZZZZZZ9.

       01 WS-NOMINA-EMPRESA.
           05 FILLER PIC X(40) VALUE
           "Cotizacion a cargo de la empresa:      $".
           05 WS-NOM-EMPRESA PIC ZZZZZZ9.

       01 WS-REGISTRO-EMPRESA.
           05 FILLER PIC X(32) VALUE
           "COTIZACION A CARGO DE EMPRESA:  ".
           05 REG-TOT-EMPRESA PIC ZZZZZZZZ9.

      *> EMBARGO JUDICIAL: CONCEPTO APARTE QUE SE RESTA DE LO QUE
      *> SE ABONA AL EMPLEADO.
       01 WS-NOMINA-EMBARGO.
           05 FILLER PIC X(19) VALUE "Embargo judicial: $".
           05 WS-NOM-EMBARGO PIC ZZZZZZ9.
           05 FILLER PIC X(22) VALUE " Liquido a percibir: $".
           05 WS-NOM-LIQUIDO PIC ZZZZZZZ9.99.

       01 WS-REGISTRO-EMBARGOS.
           05 FILLER PIC X(32) VALUE
           "EMBARGOS JUDICIALES RETENIDOS:  ".
           05 REG-TOT-EMBARGOS PIC ZZZZZZZZ9.

       01 WS-REGISTRO-GASTOS.
           05 FILLER PIC X(32) VALUE
           "GASTOS REEMBOLSADOS EN NOMINA:  ".
           05 REG-TOT-GASTOS PIC ZZZZZZZZ9.99.

       01 WS-NOMINA-ANUAL.
           05 FILLER PIC X(15) VALUE "Sueldo anual: $".
           05 WS-NOM-ANUAL PIC ZZZZZZ9.
       PROCEDURE DIVISION.

       00-CONTROL.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-CARGAR-RUTAS.
           PERFORM 08-ELEGIR-MODO.
           IF WSV-YA-CONFIRMADO EQUAL "S"
           MOVE "JDEDELECT" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-ELECCIONES
           MOVE "JHISTDEDUC" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-HISTDEDUC
           MOVE "JGASTOS" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-GASTOS
           MOVE "JATRASOS" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-ATRASOS
           MOVE "JDEPTOS" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-DEPTOS
           MOVE "JCOTEMPRESA" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-COTEMPRESA
           MOVE "JCOTIZA" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-COTIZA.
       05-CARGAR-RUTAS-END.
       EXIT.

               END-READ
           END-IF.
           CLOSE NOMCTRL.
           IF WSV-YA-CONFIRMADO NOT EQUAL "S"
               MOVE "P" TO WS-PERSERV-OP
               MOVE WSV-FECHA-HOY (1:6) TO WS-PERSERV-PERIODO
               CALL "PERIODOSERV" USING WS-PERSERV-OP,
                   WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
                   WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
                   WS-PERSERV-ESTADO
               IF WS-PERSERV-ESTADO EQUAL "C"
                   MOVE "S" TO WSV-YA-CONFIRMADO
                   DISPLAY "El periodo " WS-PERSERV-PERIODO " esta"
                   " cerrado: no admite una pasada definitiva."
               END-IF
           END-IF.
       09-COMPROBAR-CONFIRMACION-END.
       EXIT.

           IF WSV-FS-ELECCIONES EQUAL "00"
               MOVE "S" TO WSV-ELECCIONES-OK
           END-IF
           IF WSV-MODO EQUAL "D"
               OPEN I-O GASTOS
           ELSE
               OPEN INPUT GASTOS
           END-IF
           IF WSV-FS-GASTOS EQUAL "00"
               MOVE "S" TO WSV-GASTOS-OK
           END-IF
           IF WSV-MODO EQUAL "D"
               OPEN I-O ATRASOS
           ELSE
               OPEN INPUT ATRASOS
           END-IF
           IF WSV-FS-ATRASOS EQUAL "00"
               MOVE "S" TO WSV-ATRASOS-OK
           END-IF
           PERFORM 16-CARGAR-COTEMPRESA
           OPEN INPUT DEPARTAMENTOS
           IF WSV-FS-DEPTOS EQUAL "00"
               MOVE "S" TO WSV-DEPTOS-OK
           END-IF
           IF WSV-MODO EQUAL "D"
               OPEN I-O COTIZACIONES
               IF WSV-FS-COTIZA EQUAL "35"
                   OPEN OUTPUT COTIZACIONES
                   CLOSE COTIZACIONES
                   OPEN I-O COTIZACIONES
               END-IF
           END-IF
           OPEN EXTEND HISTORICO-DEDUC.
       10-INICIO-END.
       EXIT.
       EXIT.


      *> CARGA LOS TIPOS DE COTIZACION A CARGO DE LA EMPRESA.
       16-CARGAR-COTEMPRESA.
           OPEN INPUT COTIZACIONES-EMPRESA.
           IF WSV-FS-COTEMPRESA EQUAL "00"
               MOVE "NO" TO WSV-FIN-COTEMPRESA
               PERFORM 17-LEER-COTEMPRESA
                   UNTIL WSV-FIN-COTEMPRESA EQUAL "SI"
           ELSE
               DISPLAY "AVISO: sin cotizaciones de empresa"
               " (DEDUCCMANT), no se calcula la parte de empresa."
           END-IF.
           CLOSE COTIZACIONES-EMPRESA.
       16-CARGAR-COTEMPRESA-END.
       EXIT.


       17-LEER-COTEMPRESA.
           READ COTIZACIONES-EMPRESA
           AT END
               MOVE "SI" TO WSV-FIN-COTEMPRESA
           NOT AT END
               IF WSV-COT-OCUPADOS >= 20
                   DISPLAY "ERROR: tabla de cotizaciones de empresa"
                   " llena (20); ampliar CALCULARSALARIOS."
                   MOVE "SI" TO WSV-FIN-COTEMPRESA
               ELSE
                   ADD 1 TO WSV-COT-OCUPADOS
                   MOVE COT-TIPO TO WSV-COT-TIPO (WSV-COT-OCUPADOS)
                   MOVE COT-CLASE TO WSV-COT-CLASE (WSV-COT-OCUPADOS)
                   MOVE COT-PCT TO WSV-COT-PCT (WSV-COT-OCUPADOS)
                   MOVE COT-TOPE TO WSV-COT-TOPE (WSV-COT-OCUPADOS)
               END-IF
           END-READ.
       17-LEER-COTEMPRESA-END.
       EXIT.


       20-PROCESO.

           READ EMPLEADOS-ARCHIVO
               MOVE EMPLEADOS-NOMBRE TO WSV-NOMBRE-AUX
               MOVE EMPLEADOS-EXPERIENCIA TO WSV-EXPERIENCIA-AUX
               MOVE EMPLEADOS-CUENTA-BANCO TO WSV-CUENTA-BANCO-AUX
               MOVE EMPLEADOS-DEPTO TO WSV-DEPTO-AUX
               PERFORM 25-EVALUAR-SENIORITY
               PERFORM 30-CALCULAR-SUELDO
               PERFORM 48-COTIZACION-EMPRESA
               PERFORM 38-SUMAR-GASTOS
               PERFORM 41-SUMAR-ATRASOS
               PERFORM 44-APLICAR-EMBARGOS
               IF WSV-MODO EQUAL "D"
                   PERFORM 35-REGISTRAR-HISTORICO
               END-IF
               PERFORM 40-IMPRIMIR-NOMINA
               IF WSV-MODO EQUAL "D"
                   PERFORM 45-ESCRIBIR-PAGO
                   PERFORM 46-GRABAR-COTIZACION
               END-IF
               PERFORM 47-ACUMULAR-REGISTRO
           END-READ.
                   WRITE REG-HISTDEDUC
               END-IF
           END-IF.
           IF WSV-EMBARGO-AUX NOT EQUAL ZERO
               MOVE SPACES TO REG-HISTDEDUC
               MOVE WSV-ID-AUX TO HD-ID
               MOVE WSV-PERIODO-ACTUAL TO HD-PERIODO
               MOVE "E" TO HD-CONCEPTO
               MOVE WSV-EMBARGO-AUX TO HD-IMPORTE
               WRITE REG-HISTDEDUC
           END-IF.
       36-GRABAR-DESGLOSE-END.
       EXIT.



      *> LOS GASTOS NO SON SUELDO: NO ENTRAN EN LA BASE DE LAS
      *> DEDUCCIONES NI EN EL HISTORICO, SOLO EN EL ABONO DE JPAGOS.
       38-SUMAR-GASTOS.
           MOVE ZERO TO WSV-IMPORTE-GASTOS.
           IF WSV-GASTOS-OK EQUAL "S"
               MOVE "NO" TO WSV-FIN-GASTOS
               MOVE WSV-ID-AUX TO GAS-ID
               START GASTOS KEY IS EQUAL TO GAS-ID
               INVALID KEY
                   MOVE "SI" TO WSV-FIN-GASTOS
               END-START
               PERFORM 39-LEER-GASTO UNTIL WSV-FIN-GASTOS EQUAL "SI"
               IF WSV-IMPORTE-GASTOS NOT EQUAL ZERO
                   DISPLAY "Sus gastos reembolsados son de $"
                   WSV-IMPORTE-GASTOS
                   ADD WSV-IMPORTE-GASTOS TO WSV-TOT-GASTOS
               END-IF
           END-IF.
       38-SUMAR-GASTOS-END.
       EXIT.


       39-LEER-GASTO.
           READ GASTOS NEXT RECORD
           AT END
               MOVE "SI" TO WSV-FIN-GASTOS
           NOT AT END
               IF GAS-ID NOT EQUAL WSV-ID-AUX
                   MOVE "SI" TO WSV-FIN-GASTOS
               ELSE
                   IF GAS-ESTADO EQUAL "A" AND GAS-FORMA-PAGO EQUAL "N"
                       ADD GAS-IMPORTE TO WSV-IMPORTE-GASTOS
                       IF WSV-MODO EQUAL "D"
                           MOVE "P" TO GAS-ESTADO
                           MOVE WSV-HOY-NUM TO GAS-FECHA-PAGO
                           MOVE WSV-PERIODO-ACTUAL TO GAS-PERIODO-PAGO
                           REWRITE REG-GASTO
                           INVALID KEY
                               DISPLAY "Error al marcar pagada la hoja"
                               " de gastos " GAS-NUMERO
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-READ.
       39-LEER-GASTO-END.
       EXIT.



       40-IMPRIMIR-NOMINA.
           IF WSS-PROVISIONAL
               WRITE REG-NOMINA FROM WS-NOMINA-PROVISIONAL
           END-IF
           WRITE REG-NOMINA FROM WS-NOMINA-IMPUESTO
           AFTER ADVANCING PAGE
           IF WSV-IMPORTE-GASTOS NOT EQUAL ZERO
               MOVE WSV-IMPORTE-GASTOS TO WS-NOM-GASTOS
               WRITE REG-NOMINA FROM WS-NOMINA-GASTOS
               AFTER ADVANCING PAGE
           END-IF
           IF WSV-ATRASOS-NETO NOT EQUAL ZERO
               MOVE WSV-ATRASOS-BRUTO TO WS-NOM-ATR-BRUTO
               MOVE WSV-ATRASOS-RETENCION TO WS-NOM-ATR-RETENCION
               MOVE WSV-ATRASOS-NETO TO WS-NOM-ATR-NETO
               WRITE REG-NOMINA FROM WS-NOMINA-ATRASOS
               AFTER ADVANCING PAGE
           END-IF
           IF WSV-EMBARGO-AUX NOT EQUAL ZERO
               MOVE WSV-EMBARGO-AUX TO WS-NOM-EMBARGO
               COMPUTE WSV-LIQUIDO-AUX = WSV-SUELDO-NETO-AUX
                   + WSV-IMPORTE-GASTOS + WSV-ATRASOS-NETO
                   - WSV-EMBARGO-AUX
               MOVE WSV-LIQUIDO-AUX TO WS-NOM-LIQUIDO
               WRITE REG-NOMINA FROM WS-NOMINA-EMBARGO
               AFTER ADVANCING PAGE
           END-IF
           IF WSV-CTZ-EMPRESA NOT EQUAL ZERO
               MOVE WSV-CTZ-EMPRESA TO WS-NOM-EMPRESA
               WRITE REG-NOMINA FROM WS-NOMINA-EMPRESA
               AFTER ADVANCING PAGE
           END-IF
           WRITE REG-NOMINA FROM WS-NOMINA-ANUAL
           AFTER ADVANCING PAGE
           WRITE REG-NOMINA FROM WS-NOMINA-RAYAS



      *> ATRASOS PENDIENTES DEL EMPLEADO: SE ABONAN POR SU NETO (LAS
      *> RETENCIONES YA VIENEN CALCULADAS CON LAS REGLAS DEL PERIODO
      *> ORIGINAL) Y NO SE MEZCLAN CON EL SUELDO DEL MES.
       41-SUMAR-ATRASOS.
           MOVE ZERO TO WSV-ATRASOS-BRUTO.
           MOVE ZERO TO WSV-ATRASOS-RETENCION.
           MOVE ZERO TO WSV-ATRASOS-NETO.
           IF WSV-ATRASOS-OK EQUAL "S"
               MOVE "NO" TO WSV-FIN-ATRASOS
               MOVE WSV-ID-AUX TO ATR-ID
               MOVE ZERO TO ATR-PERIODO
               MOVE ZERO TO ATR-SEQ
               START ATRASOS KEY IS NOT LESS THAN ATR-CLAVE
               INVALID KEY
                   MOVE "SI" TO WSV-FIN-ATRASOS
               END-START
               PERFORM 42-LEER-ATRASO
                   UNTIL WSV-FIN-ATRASOS EQUAL "SI"
               IF WSV-ATRASOS-NETO NOT EQUAL ZERO
                   DISPLAY "Sus atrasos de convenio son de $"
                   WSV-ATRASOS-NETO " netos"
                   ADD WSV-ATRASOS-BRUTO TO WSV-TOT-ATRASOS-BRUTO
                   ADD WSV-ATRASOS-NETO TO WSV-TOT-ATRASOS-NETO
               END-IF
           END-IF.
       41-SUMAR-ATRASOS-END.
       EXIT.


       42-LEER-ATRASO.
           READ ATRASOS NEXT RECORD
           AT END
               MOVE "SI" TO WSV-FIN-ATRASOS
           NOT AT END
               IF ATR-ID NOT EQUAL WSV-ID-AUX
                   MOVE "SI" TO WSV-FIN-ATRASOS
               ELSE
                   IF ATR-ESTADO EQUAL "P"
                       ADD ATR-DIF-SUELDO ATR-DIF-BONO
                           TO WSV-ATRASOS-BRUTO
                       ADD ATR-DIF-IMPUESTO TO WSV-ATRASOS-RETENCION
                       ADD ATR-DIF-NETO TO WSV-ATRASOS-NETO
                       IF WSV-MODO EQUAL "D"
                           PERFORM 43-ANOTAR-ATRASO
                       END-IF
                   END-IF
               END-IF
           END-READ.
       42-LEER-ATRASO-END.
       EXIT.


      *> EL ATRASO SE SUMA AL REGISTRO DEL PERIODO ORIGINAL EN
      *> JHISTSUELDO (CON LA FECHA DE ESTE PAGO, ASI NOMINAATRASOS YA
      *> NO LO VUELVE A VER PAGADO CON LA TARIFA ANTIGUA) Y SU
      *> DESGLOSE VA A JHISTDEDUC CON ESE MISMO PERIODO.
       43-ANOTAR-ATRASO.
           MOVE ATR-ID TO HIST-ID.
           MOVE ATR-PERIODO TO HIST-PERIODO.
           READ HISTORICO-SUELDOS RECORD
           INVALID KEY
               DISPLAY "Sin historico del periodo " ATR-PERIODO
               " para el atraso de " ATR-ID
           NOT INVALID KEY
               ADD ATR-DIF-SUELDO TO HIST-SUELDO
               ADD ATR-DIF-BONO TO HIST-BONO
               ADD ATR-DIF-IMPUESTO TO HIST-IMPUESTO
               ADD ATR-DIF-NETO TO HIST-NETO
               CALL "FECHA-ACTUAL" USING HIST-FECHA
               REWRITE REG-HISTORICO
               INVALID KEY
                   DISPLAY "Error al anotar el atraso en el historico."
               END-REWRITE
           END-READ.
           MOVE SPACES TO REG-HISTDEDUC.
           MOVE ATR-ID TO HD-ID.
           MOVE ATR-PERIODO TO HD-PERIODO.
           IF ATR-DIF-IRPF NOT EQUAL ZERO
               MOVE "I" TO HD-CONCEPTO
               MOVE ATR-DIF-IRPF TO HD-IMPORTE
               WRITE REG-HISTDEDUC
           END-IF.
           IF ATR-DIF-SS NOT EQUAL ZERO
               MOVE "S" TO HD-CONCEPTO
               MOVE ATR-DIF-SS TO HD-IMPORTE
               WRITE REG-HISTDEDUC
           END-IF.
           MOVE "A" TO ATR-ESTADO.
           MOVE WSV-PERIODO-ACTUAL TO ATR-PERIODO-PAGO.
           REWRITE REG-ATRASO
           INVALID KEY
               DISPLAY "Error al marcar abonado el atraso de " ATR-ID
           END-REWRITE.
       43-ANOTAR-ATRASO-END.
       EXIT.



      *> EMBARGOS JUDICIALES DEL EMPLEADO (EMBARGOSERV): LO
      *> EMBARGABLE SE CALCULA CON LA ESCALA LEGAL SOBRE EL NETO DEL
      *> MES MAS LOS ATRASOS NETOS (LOS GASTOS NO SON SUELDO). EN
      *> PROVISIONAL SOLO SE CALCULA; EN DEFINITIVA SE ANOTA EN LAS
      *> ORDENES Y EN JEMBMOVS.
       44-APLICAR-EMBARGOS.
           MOVE ZERO TO WSV-EMBARGO-AUX.
           IF WSV-MODO EQUAL "D"
               MOVE "N" TO WSV-EMB-OPERACION
           ELSE
               MOVE "P" TO WSV-EMB-OPERACION
           END-IF.
           COMPUTE WSV-EMB-NETO = WSV-SUELDO-NETO-AUX
               + WSV-ATRASOS-NETO.
           CALL "EMBARGOSERV" USING WSV-EMB-OPERACION, WSV-ID-AUX,
               WSV-PERIODO-ACTUAL, WSV-EMB-NETO, WSV-EMBARGO-AUX.
           IF WSV-EMBARGO-AUX NOT EQUAL ZERO
               DISPLAY "Embargo judicial retenido: $" WSV-EMBARGO-AUX
               ADD WSV-EMBARGO-AUX TO WSV-TOT-EMBARGOS
           END-IF.
       44-APLICAR-EMBARGOS-END.
       EXIT.



      *> SE ABONA EL NETO MAS GASTOS Y ATRASOS, MENOS EL EMBARGO,
      *> QUE SE TRANSFIERE AL JUZGADO CON LA REMESA DE
      *> NOMINAEMBARGOS.
       45-ESCRIBIR-PAGO.
           MOVE WSV-ID-AUX TO PAGO-ID.
           MOVE WSV-CUENTA-BANCO-AUX TO PAGO-CUENTA.
           COMPUTE PAGO-NETO = WSV-SUELDO-NETO-AUX
               + WSV-IMPORTE-GASTOS + WSV-ATRASOS-NETO
               - WSV-EMBARGO-AUX.
           WRITE REG-PAGO.
           ADD 1 TO WSV-CONTADOR-PAGOS.
           ADD PAGO-NETO TO WSV-IMPORTE-PAGOS.
       45-ESCRIBIR-PAGO-END.
       EXIT.



      *> UN REGISTRO POR EMPLEADO Y PERIODO; UNA PASADA REPETIDA DEL
      *> MISMO MES LO REGRABA, COMO EL HISTORICO.
       46-GRABAR-COTIZACION.
           IF WSV-FS-COTIZA EQUAL "00"
               MOVE WSV-ID-AUX TO CTZ-ID
               MOVE WSV-PERIODO-ACTUAL TO CTZ-PERIODO
               MOVE WSV-DEPTO-AUX TO CTZ-DEPTO
               MOVE WSV-CLASE-AUX TO CTZ-CLASE
               MOVE WSV-CTZ-BASE TO CTZ-BASE
               MOVE WSV-SS-AUX TO CTZ-OBRERA
               MOVE WSV-CTZ-COMUNES TO CTZ-COMUNES
               MOVE WSV-CTZ-DESEMPLEO TO CTZ-DESEMPLEO
               MOVE WSV-CTZ-FORMACION TO CTZ-FORMACION
               MOVE WSV-CTZ-ACCIDENTES TO CTZ-ACCIDENTES
               MOVE WSV-CTZ-EMPRESA TO CTZ-EMPRESA
               CALL "FECHA-ACTUAL" USING CTZ-FECHA
               WRITE REG-COTIZACION
               INVALID KEY
                   REWRITE REG-COTIZACION
                   INVALID KEY
                       DISPLAY "Error al grabar la cotizacion de "
                       WSV-ID-AUX
                   END-REWRITE
               END-WRITE
           END-IF.
       46-GRABAR-COTIZACION-END.
       EXIT.



       47-ACUMULAR-REGISTRO.
           MOVE WSV-ID-AUX TO REG-DET-ID.
           MOVE WSV-CATEGORIA-AUX TO REG-DET-CATEGORIA.



      *> PARTE DE EMPRESA SOBRE LA MISMA BASE DEL MES QUE LAS
      *> DEDUCCIONES (BRUTO MAS BONO MAS EXTRA MENOS AUSENCIAS), CON
      *> EL TOPE DE CADA TIPO; ACCIDENTES SOLO CON LA LINEA DE LA
      *> CLASE DE RIESGO DEL DEPARTAMENTO (SIN CLASE, LA 1).
       48-COTIZACION-EMPRESA.
           INITIALIZE WSV-COTIZACION-AUX.
           MOVE "1" TO WSV-CLASE-AUX.
           IF WSV-DEPTOS-OK EQUAL "S"
               MOVE WSV-DEPTO-AUX TO DEP-CODIGO
               READ DEPARTAMENTOS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEP-RIESGO NOT EQUAL SPACE
                       MOVE DEP-RIESGO TO WSV-CLASE-AUX
                   END-IF
               END-READ
           END-IF.
           PERFORM 49-APLICAR-TIPO-EMPRESA
               VARYING WSV-COT-IDX FROM 1 BY 1
               UNTIL WSV-COT-IDX > WSV-COT-OCUPADOS.
           COMPUTE WSV-CTZ-EMPRESA = WSV-CTZ-COMUNES
               + WSV-CTZ-DESEMPLEO + WSV-CTZ-FORMACION
               + WSV-CTZ-ACCIDENTES.
           IF WSV-CTZ-EMPRESA NOT EQUAL ZERO
               DISPLAY "Cotizacion a cargo de la empresa: $"
               WSV-CTZ-EMPRESA
               ADD WSV-CTZ-EMPRESA TO WSV-TOT-EMPRESA
           END-IF.
       48-COTIZACION-EMPRESA-END.
       EXIT.


       49-APLICAR-TIPO-EMPRESA.
           IF WSV-COT-TIPO (WSV-COT-IDX) EQUAL "AT"
           AND WSV-COT-CLASE (WSV-COT-IDX) NOT EQUAL WSV-CLASE-AUX
               EXIT PARAGRAPH
           END-IF.
           MOVE WSV-BASE-AUX TO WSV-BASE-COT.
           IF WSV-COT-TOPE (WSV-COT-IDX) NOT EQUAL ZERO
           AND WSV-BASE-COT > WSV-COT-TOPE (WSV-COT-IDX)
               MOVE WSV-COT-TOPE (WSV-COT-IDX) TO WSV-BASE-COT
           END-IF.
           COMPUTE WSV-CUOTA-COT ROUNDED =
               WSV-BASE-COT * WSV-COT-PCT (WSV-COT-IDX) / 100.
           EVALUATE WSV-COT-TIPO (WSV-COT-IDX)
           WHEN "CC"
               MOVE WSV-BASE-COT TO WSV-CTZ-BASE
               ADD WSV-CUOTA-COT TO WSV-CTZ-COMUNES
           WHEN "DE"
               ADD WSV-CUOTA-COT TO WSV-CTZ-DESEMPLEO
           WHEN "FP"
               ADD WSV-CUOTA-COT TO WSV-CTZ-FORMACION
           WHEN "AT"
               ADD WSV-CUOTA-COT TO WSV-CTZ-ACCIDENTES
           END-EVALUATE.
       49-APLICAR-TIPO-EMPRESA-END.
       EXIT.



       50-ESCRIBIR-REGISTRO.
           MOVE 0 TO WSV-TOT-BRUTO WSV-TOT-IMPUESTO WSV-TOT-NETO.
           PERFORM 55-SUBTOTAL-CATEGORIA
           MOVE WSV-TOT-IMPUESTO TO REG-TOT-IMPUESTO.
           MOVE WSV-TOT-NETO TO REG-TOT-NETO.
           WRITE REG-REGNOMINA FROM WS-REGISTRO-TOTAL.
           IF WSV-TOT-GASTOS NOT EQUAL ZERO
               MOVE WSV-TOT-GASTOS TO REG-TOT-GASTOS
               WRITE REG-REGNOMINA FROM WS-REGISTRO-GASTOS
           END-IF.
           IF WSV-TOT-EMPRESA NOT EQUAL ZERO
               MOVE WSV-TOT-EMPRESA TO REG-TOT-EMPRESA
               WRITE REG-REGNOMINA FROM WS-REGISTRO-EMPRESA
           END-IF.
           IF WSV-TOT-EMBARGOS NOT EQUAL ZERO
               MOVE WSV-TOT-EMBARGOS TO REG-TOT-EMBARGOS
               WRITE REG-REGNOMINA FROM WS-REGISTRO-EMBARGOS
           END-IF.
           IF WSV-TOT-ATRASOS-NETO NOT EQUAL ZERO
               MOVE WSV-TOT-ATRASOS-BRUTO TO REG-ATR-BRUTO
               MOVE WSV-TOT-ATRASOS-NETO TO REG-ATR-NETO
               WRITE REG-REGNOMINA FROM WS-REGISTRO-ATRASOS
           END-IF.
           IF WSS-PROVISIONAL
               WRITE REG-REGNOMINA FROM WS-NOMINA-PROVISIONAL
               DISPLAY "Registro y nominas marcados PROVISIONAL:"
               MOVE "CALCULARSALARIOS" TO WSV-CTRL-PROGRAMA
               CALL "CTRLCNT" USING WSV-CTRL-PROGRAMA,
                   WSV-CONTADOR-EMPLEADOS, WSV-CONTADOR-PAGOS
               MOVE "PAGOS" TO WSV-TOT-NOMBRE
               MOVE WSV-CONTADOR-PAGOS TO WSV-TOT-CANTIDAD
               CALL "CTRLTOT" USING WSV-CTRL-PROGRAMA, WSV-TOT-NOMBRE,
                   WSV-TOT-CANTIDAD, WSV-IMPORTE-PAGOS
               PERFORM 52-GRABAR-CONFIRMACION
           END-IF.
       50-ESCRIBIR-REGISTRO-END.
           IF WSV-ELECCIONES-OK EQUAL "S"
               CLOSE ELECCIONES
           END-IF.
           IF WSV-GASTOS-OK EQUAL "S"
               CLOSE GASTOS
           END-IF.
           IF WSV-ATRASOS-OK EQUAL "S"
               CLOSE ATRASOS
           END-IF.
           IF WSV-DEPTOS-OK EQUAL "S"
               CLOSE DEPARTAMENTOS
           END-IF.
           IF WSV-MODO EQUAL "D"
               CLOSE COTIZACIONES
           END-IF.
           CLOSE HISTORICO-DEDUC.
           IF WSV-MODO EQUAL "D"
               CLOSE PAGOS
