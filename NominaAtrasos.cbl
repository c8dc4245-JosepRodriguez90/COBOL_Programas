      ******************************************************************
      * Author:
      * Date:
      * Purpose: Calculo de atrasos por revision retroactiva de la
      *          escala salarial. Cuando ESCALAMANT da de alta una
      *          tarifa con fecha de efecto anterior a su alta (un
      *          convenio firmado en marzo con efecto desde enero),
      *          este programa recorre JHISTSUELDO y, en cada periodo
      *          pagado con la tarifa antigua, recalcula el bruto,
      *          cada concepto de deduccion y el neto con la tarifa
      *          que rige para ese periodo. La diferencia queda en
      *          JATRASOS, una linea por empleado y periodo pendiente
      *          de abono, y el informe NomAtrasos.txt da el total por
      *          empleado. La siguiente pasada definitiva de
      *          CALCULARSALARIOS abona los atrasos como concepto
      *          aparte y los anota en JHISTSUELDO y JHISTDEDUC contra
      *          los periodos originales, asi NOMINAANUAL certifica
      *          los totales ajustados. Se puede repetir: las lineas
      *          pendientes se recalculan, no se duplican.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINAATRASOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORICO-SUELDOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHISTSUELDO.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS HIST-CLAVE
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT OPTIONAL ESCALAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JESCALAS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ESC-CLAVE
       FILE STATUS IS WS-FS-ESCALAS.

       SELECT OPTIONAL DEDUCCIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEDUCCIONES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DEDUCCIONES.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT ATRASOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JATRASOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ATR-CLAVE
       FILE STATUS IS WS-FS-ATRASOS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\NomAtrasos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-SUELDOS.
           01 REG-HISTORICO.
               05 HIST-CLAVE.
                   10 HIST-ID PIC X(6).
                   10 HIST-PERIODO PIC 9(6).
               05 HIST-CATEGORIA PIC X(6).
               05 HIST-SUELDO PIC 9(06).
               05 HIST-BONO PIC 9(06).
               05 HIST-IMPUESTO PIC 9(06).
               05 HIST-NETO PIC 9(06).
               05 HIST-FECHA PIC X(21).

       FD ESCALAS.
           01 REG-ESCALA.
               05 ESC-CLAVE.
                   10 ESC-CATEGORIA PIC X(6).
                   10 ESC-FECHA-EFECTO PIC 9(8).
               05 ESC-SUELDO PIC 9(6).
               05 ESC-FECHA-ALTA PIC 9(8).

       FD DEDUCCIONES
       RECORD CONTAINS 27 CHARACTERS.
       01 REG-DEDUCCION.
           05 DED-TIPO PIC X(1).
           05 DED-DESDE PIC 9(7).
           05 DED-HASTA PIC 9(7).
           05 DED-PCT PIC 9(2)V99.
           05 DED-IMPORTE PIC 9(5)V99.
           05 FILLER PIC X(1).

       FD EMPLEADOS-ARCHIVO.
           01 EMPLEADOS-REGISTRO.
               05 EMPLEADOS-ID PIC X(6).
               05 EMPLEADOS-NOMBRE PIC X(25).
               05 EMPLEADOS-APELLIDOS PIC X(35).
               05 EMPLEADOS-FECHA-NACIMIENTO PIC 9(8).
               05 EMPLEADOS-TELEFONO PIC X(9).
               05 EMPLEADOS-DIRECCION PIC X(35).
               05 EMPLEADOS-EXPERIENCIA PIC 9(2).
               05 EMPLEADOS-CUENTA-BANCO PIC X(10).
               05 EMPLEADOS-DEPTO PIC X(3).

      *> ATRASOS POR EMPLEADO Y PERIODO ORIGINAL: "P" PENDIENTE DE
      *> ABONO, "A" ABONADO POR CALCULARSALARIOS EN ATR-PERIODO-PAGO.
      *> LAS DIFERENCIAS VAN POR CONCEPTO PARA PODER ANOTARLAS EN
      *> JHISTSUELDO Y JHISTDEDUC CONTRA EL PERIODO ORIGINAL.
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

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "NomAtrasos".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINAATRASOS".

       77 WS-FS-HISTORICO PIC 99.
       77 WS-FS-ESCALAS PIC 99.
       77 WS-FS-DEDUCCIONES PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-ATRASOS PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-FIN-HISTORICO PIC X(3) VALUE "NO".
       77 WS-FIN-ESCALAS PIC X(3) VALUE "NO".
       77 WS-FIN-DEDUCCIONES PIC X(3) VALUE "NO".
       77 WS-FIN-ATRASOS PIC X(3).
       77 WS-HAY-CONCEPTOS PIC X(1) VALUE "N".
       77 WS-EMPLEADO-ACTIVO PIC X(1).
       77 WS-FECHA PIC X(21).
       77 WS-FIN-PERIODO PIC 9(8).
       77 WS-ESC-IDX PIC 9(3).
       77 WS-TRAMO-IDX PIC 9(2).
       77 WS-SUELDO-VIGENTE PIC 9(6).
       77 WS-EFECTO-VIGENTE PIC 9(8).
       77 WS-SUELDO-PAGADO PIC 9(6).
       77 WS-NUEVO-SUELDO PIC 9(6).
       77 WS-NUEVO-BONO PIC 9(6).
       77 WS-BASE-AUX PIC S9(7)V99.
       77 WS-BASE-TRAMO PIC S9(7)V99.
       77 WS-BASE-SS PIC S9(7)V99.
       77 WS-IRPF-ACUM PIC 9(7)V99.
       77 WS-IRPF-AUX PIC 9(6).
       77 WS-SS-AUX PIC 9(6).
       77 WS-IMPUESTO-AUX PIC 9(6).
       77 WS-IRPF-ANTES PIC 9(6).
       77 WS-SS-ANTES PIC 9(6).
       77 WS-IMPUESTO-ANTES PIC 9(6).
       77 WS-SEQ-PENDIENTE PIC 9(2).
       77 WS-SEQ-MAXIMA PIC 9(2).
       77 WS-ID-ANTERIOR PIC X(6) VALUE SPACES.
       77 WS-SS-PCT PIC 9(2)V99 VALUE 0.
       77 WS-SS-TOPE PIC 9(7) VALUE 0.
       77 WS-TASA-IMPUESTO PIC V99 VALUE .10.
       77 WS-CONTADOR-LINEAS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-EMPLEADOS PIC 9(5) VALUE 0.
       77 WS-CONTADOR-BAJAS PIC 9(5) VALUE 0.

      *> FECHA DE PAGO DEL PERIODO SACADA DE HIST-FECHA, QUE VIENE
      *> COMO "DDD DD/MM/AA HH:MM:SS" (FECHA-ACTUAL).
       01 WS-FECHA-PAGO-X PIC X(8).
       01 WS-FECHA-PAGO REDEFINES WS-FECHA-PAGO-X PIC 9(8).

       01 WS-CONSTANTES-CATEGORIA.
           05 WS-SUELDO-JUNIOR PIC 9(6) VALUE 100000.
           05 WS-SUELDO-SEMISR PIC 9(6) VALUE 160000.
           05 WS-SUELDO-SENIOR PIC 9(6) VALUE 200000.

      *> ESCALA COMPLETA EN MEMORIA, EN ORDEN DE CLAVE (CATEGORIA Y
      *> FECHA DE EFECTO), PARA BUSCAR LAS DOS TARIFAS DE CADA
      *> PERIODO SIN RELEER EL ARCHIVO.
       01 WS-TABLA-ESCALAS.
           05 WS-ESC-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-ESC-ENTRADA OCCURS 100 TIMES.
               10 WS-ESC-CATEGORIA PIC X(6).
               10 WS-ESC-EFECTO PIC 9(8).
               10 WS-ESC-ALTA PIC 9(8).
               10 WS-ESC-SUELDO PIC 9(6).

       01 WS-TABLA-TRAMOS.
           05 WS-TRA-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-TRA-ENTRADA OCCURS 10 TIMES.
               10 WS-TRA-DESDE PIC 9(7).
               10 WS-TRA-HASTA PIC 9(7).
               10 WS-TRA-PCT PIC 9(2)V99.

       01 WS-ACUMULADO-EMPLEADO.
           05 WS-EMP-MESES PIC 9(2).
           05 WS-EMP-BRUTO PIC 9(7).
           05 WS-EMP-RETENCION PIC 9(7).
           05 WS-EMP-NETO PIC 9(7).

       01 WS-ACUMULADO-TOTAL.
           05 WS-TOT-BRUTO PIC 9(9) VALUE 0.
           05 WS-TOT-RETENCION PIC 9(9) VALUE 0.
           05 WS-TOT-NETO PIC 9(9) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(35) VALUE
           "ATRASOS DE CONVENIO - CALCULO DEL ".
           05 TIT-FECHA PIC X(21).

       01 WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PERIODO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CATEGORIA PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-PAGADO PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE "->".
           05 DET-NUEVO PIC ZZZZZ9.
           05 FILLER PIC X(8) VALUE " Bruto: ".
           05 DET-BRUTO PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE " Ret: ".
           05 DET-RETENCION PIC ZZZZZ9.
           05 FILLER PIC X(7) VALUE " Neto: ".
           05 DET-NETO PIC ZZZZZ9.

       01 WS-LINEA-EMPLEADO.
           05 FILLER PIC X(9) VALUE "Empleado ".
           05 EMP-ID PIC X(6).
           05 FILLER PIC X(8) VALUE " meses: ".
           05 EMP-MESES PIC Z9.
           05 FILLER PIC X(10) VALUE " Atrasos: ".
           05 EMP-BRUTO PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE " Ret: ".
           05 EMP-RETENCION PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE " Neto: ".
           05 EMP-NETO PIC ZZZZZZ9.

       01 WS-LINEA-BAJA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BAJA-PERIODO PIC 9(6).
           05 FILLER PIC X(44) VALUE
           " empleado de baja: liquidar los atrasos a ma".
           05 FILLER PIC X(20) VALUE "no con el finiquito.".

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(17) VALUE "TOTAL ATRASOS:   ".
           05 TOT-BRUTO PIC ZZZZZZZZ9.
           05 FILLER PIC X(6) VALUE " Ret: ".
           05 TOT-RETENCION PIC ZZZZZZZZ9.
           05 FILLER PIC X(7) VALUE " Neto: ".
           05 TOT-NETO PIC ZZZZZZZZ9.

       01 WS-RAYAS.
           05 FILLER PIC X(70) VALUE ALL "-".

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 10-CARGAR-ESCALAS.
           IF WS-ESC-OCUPADAS EQUAL ZERO
               DISPLAY "Sin escala salarial (ESCALAMANT): no hay"
               " atrasos que calcular."
               STOP RUN
           END-IF.
           PERFORM 14-CARGAR-DEDUCCIONES.
           OPEN INPUT HISTORICO-SUELDOS.
           IF WS-FS-HISTORICO NOT EQUAL "00"
               DISPLAY "No se encuentra el historico de sueldos."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN I-O ATRASOS.
           IF WS-FS-ATRASOS = "35" *>No es troba l'arxiu, el creem nou.
               OPEN OUTPUT ATRASOS
               CLOSE ATRASOS
               OPEN I-O ATRASOS
           END-IF.
           OPEN OUTPUT INFORME.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-FECHA TO TIT-FECHA.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-RAYAS.

           PERFORM 20-LEER-PERIODO UNTIL WS-FIN-HISTORICO EQUAL "SI".
           PERFORM 50-TOTAL-EMPLEADO.

           MOVE WS-TOT-BRUTO TO TOT-BRUTO.
           MOVE WS-TOT-RETENCION TO TOT-RETENCION.
           MOVE WS-TOT-NETO TO TOT-NETO.
           WRITE REG-INFORME FROM WS-RAYAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           CLOSE HISTORICO-SUELDOS EMPLEADOS-ARCHIVO ATRASOS INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Periodos con atrasos: " WS-CONTADOR-LINEAS
           " de " WS-CONTADOR-EMPLEADOS " empleados."
           IF WS-CONTADOR-BAJAS NOT EQUAL ZERO
               DISPLAY "Periodos de empleados de baja, sin abono en"
               " nomina: " WS-CONTADOR-BAJAS
           END-IF.
           DISPLAY "Informe en NomAtrasos.txt; CALCULARSALARIOS los"
           " abona en la proxima pasada definitiva.".
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-CARGAR-ESCALAS.
           OPEN INPUT ESCALAS.
           IF WS-FS-ESCALAS EQUAL "00"
               MOVE SPACES TO ESC-CATEGORIA
               MOVE ZEROES TO ESC-FECHA-EFECTO
               START ESCALAS KEY IS NOT LESS THAN ESC-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-ESCALAS
               END-START
               PERFORM 12-LEER-ESCALA UNTIL WS-FIN-ESCALAS EQUAL "SI"
           END-IF.
           CLOSE ESCALAS.
       10-CARGAR-ESCALAS-END.
       EXIT.


       12-LEER-ESCALA.
           READ ESCALAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ESCALAS
           NOT AT END
               IF WS-ESC-OCUPADAS >= 100
                   DISPLAY "ERROR: tabla de escalas llena (100);"
                   " ampliar NOMINAATRASOS."
                   MOVE "SI" TO WS-FIN-ESCALAS
               ELSE
                   ADD 1 TO WS-ESC-OCUPADAS
                   MOVE ESC-CATEGORIA TO
                       WS-ESC-CATEGORIA (WS-ESC-OCUPADAS)
                   MOVE ESC-FECHA-EFECTO TO
                       WS-ESC-EFECTO (WS-ESC-OCUPADAS)
                   MOVE ESC-FECHA-ALTA TO
                       WS-ESC-ALTA (WS-ESC-OCUPADAS)
                   MOVE ESC-SUELDO TO
                       WS-ESC-SUELDO (WS-ESC-OCUPADAS)
               END-IF
           END-READ.
       12-LEER-ESCALA-END.
       EXIT.


      *> LOS MISMOS CONCEPTOS QUE APLICA CALCULARSALARIOS: TRAMOS DEL
      *> IMPUESTO Y SEGURIDAD SOCIAL CON TOPE. LA CUOTA SINDICAL ES
      *> FIJA Y NO CAMBIA CON EL SUELDO, ASI QUE NO GENERA ATRASOS.
       14-CARGAR-DEDUCCIONES.
           OPEN INPUT DEDUCCIONES.
           IF WS-FS-DEDUCCIONES EQUAL "00"
               MOVE "S" TO WS-HAY-CONCEPTOS
               PERFORM 15-LEER-DEDUCCION
                   UNTIL WS-FIN-DEDUCCIONES EQUAL "SI"
           END-IF.
           CLOSE DEDUCCIONES.
       14-CARGAR-DEDUCCIONES-END.
       EXIT.


       15-LEER-DEDUCCION.
           READ DEDUCCIONES
           AT END
               MOVE "SI" TO WS-FIN-DEDUCCIONES
           NOT AT END
               EVALUATE DED-TIPO
               WHEN "T"
                   IF WS-TRA-OCUPADOS < 10
                       ADD 1 TO WS-TRA-OCUPADOS
                       MOVE DED-DESDE TO
                           WS-TRA-DESDE (WS-TRA-OCUPADOS)
                       MOVE DED-HASTA TO
                           WS-TRA-HASTA (WS-TRA-OCUPADOS)
                       MOVE DED-PCT TO
                           WS-TRA-PCT (WS-TRA-OCUPADOS)
                   END-IF
               WHEN "S"
                   MOVE DED-PCT TO WS-SS-PCT
                   MOVE DED-DESDE TO WS-SS-TOPE
               END-EVALUATE
           END-READ.
       15-LEER-DEDUCCION-END.
       EXIT.


       20-LEER-PERIODO.
           READ HISTORICO-SUELDOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HISTORICO
           NOT AT END
               IF HIST-ID NOT EQUAL WS-ID-ANTERIOR
                   PERFORM 50-TOTAL-EMPLEADO
                   MOVE HIST-ID TO WS-ID-ANTERIOR
                   MOVE HIST-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO RECORD
                   INVALID KEY
                       MOVE "N" TO WS-EMPLEADO-ACTIVO
                   NOT INVALID KEY
                       MOVE "S" TO WS-EMPLEADO-ACTIVO
                   END-READ
               END-IF
               PERFORM 25-TARIFAS-DEL-PERIODO
               IF WS-SUELDO-VIGENTE > WS-SUELDO-PAGADO
                   PERFORM 30-CALCULAR-ATRASO
               ELSE
                   PERFORM 45-ANULAR-PENDIENTE
               END-IF
           END-READ.
       20-LEER-PERIODO-END.
       EXIT.


      *> DOS TARIFAS POR PERIODO: LA VIGENTE HOY (MAYOR FECHA DE
      *> EFECTO QUE NO PASA DEL FIN DEL PERIODO) Y LA QUE SE APLICO AL
      *> PAGARLO (LA MISMA BUSQUEDA PERO SOLO CON TARIFAS DADAS DE
      *> ALTA ANTES DE LA FECHA DE PAGO ANOTADA EN EL HISTORICO). SIN
      *> TARIFA AL PAGAR, SE PAGO CON EL SUELDO COMPILADO.
       25-TARIFAS-DEL-PERIODO.
           COMPUTE WS-FIN-PERIODO = HIST-PERIODO * 100 + 99.
           MOVE ZERO TO WS-SUELDO-VIGENTE.
           MOVE ZERO TO WS-SUELDO-PAGADO.
           MOVE ZERO TO WS-EFECTO-VIGENTE.
           MOVE ZERO TO WS-FECHA-PAGO.
           IF HIST-FECHA (11:2) NOT NUMERIC
           OR HIST-FECHA (8:2) NOT NUMERIC
           OR HIST-FECHA (5:2) NOT NUMERIC
               DISPLAY "AVISO: fecha de pago ilegible en " HIST-ID
               " " HIST-PERIODO ", periodo no revisado."
               EXIT PARAGRAPH
           END-IF.
           STRING "20" HIST-FECHA (11:2) HIST-FECHA (8:2)
               HIST-FECHA (5:2) DELIMITED BY SIZE
               INTO WS-FECHA-PAGO-X
           END-STRING.
           PERFORM 26-REVISAR-TARIFA
               VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-OCUPADAS.
           IF WS-SUELDO-PAGADO EQUAL ZERO
               EVALUATE HIST-CATEGORIA
               WHEN "JUNIOR"
                   MOVE WS-SUELDO-JUNIOR TO WS-SUELDO-PAGADO
               WHEN "SEMSR"
                   MOVE WS-SUELDO-SEMISR TO WS-SUELDO-PAGADO
               WHEN OTHER
                   MOVE WS-SUELDO-SENIOR TO WS-SUELDO-PAGADO
               END-EVALUATE
           END-IF.
           IF WS-SUELDO-VIGENTE EQUAL ZERO
               MOVE WS-SUELDO-PAGADO TO WS-SUELDO-VIGENTE
           END-IF.
       25-TARIFAS-DEL-PERIODO-END.
       EXIT.


       26-REVISAR-TARIFA.
           IF WS-ESC-CATEGORIA (WS-ESC-IDX) EQUAL HIST-CATEGORIA
           AND WS-ESC-EFECTO (WS-ESC-IDX) NOT GREATER WS-FIN-PERIODO
               MOVE WS-ESC-SUELDO (WS-ESC-IDX) TO WS-SUELDO-VIGENTE
               MOVE WS-ESC-EFECTO (WS-ESC-IDX) TO WS-EFECTO-VIGENTE
               IF WS-ESC-ALTA (WS-ESC-IDX) NOT GREATER WS-FECHA-PAGO
                   MOVE WS-ESC-SUELDO (WS-ESC-IDX) TO WS-SUELDO-PAGADO
               END-IF
           END-IF.
       26-REVISAR-TARIFA-END.
       EXIT.


      *> EL SUELDO DEL HISTORICO (BASE MAS EXTRAS MENOS AUSENCIAS) Y
      *> EL BONO SON PROPORCIONALES A LA TARIFA, ASI QUE SE REESCALAN
      *> POR LA RAZON NUEVA/PAGADA. LAS DEDUCCIONES SE RECALCULAN
      *> SOBRE LA BASE ANTIGUA Y LA NUEVA Y SE ABONA LA DIFERENCIA.
       30-CALCULAR-ATRASO.
           IF WS-EMPLEADO-ACTIVO NOT EQUAL "S"
               MOVE HIST-PERIODO TO BAJA-PERIODO
               WRITE REG-INFORME FROM WS-LINEA-BAJA
               ADD 1 TO WS-CONTADOR-BAJAS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUEVO-SUELDO ROUNDED =
               HIST-SUELDO * WS-SUELDO-VIGENTE / WS-SUELDO-PAGADO.
           COMPUTE WS-NUEVO-BONO ROUNDED =
               HIST-BONO * WS-SUELDO-VIGENTE / WS-SUELDO-PAGADO.

           COMPUTE WS-BASE-AUX = HIST-SUELDO + HIST-BONO.
           PERFORM 33-CALCULAR-DEDUCCIONES.
           MOVE WS-IRPF-AUX TO WS-IRPF-ANTES.
           MOVE WS-SS-AUX TO WS-SS-ANTES.
           MOVE WS-IMPUESTO-AUX TO WS-IMPUESTO-ANTES.
           COMPUTE WS-BASE-AUX = WS-NUEVO-SUELDO + WS-NUEVO-BONO.
           PERFORM 33-CALCULAR-DEDUCCIONES.

           PERFORM 40-BUSCAR-PENDIENTE.
           MOVE HIST-ID TO ATR-ID.
           MOVE HIST-PERIODO TO ATR-PERIODO.
           MOVE HIST-CATEGORIA TO ATR-CATEGORIA.
           MOVE WS-EFECTO-VIGENTE TO ATR-FECHA-EFECTO.
           MOVE WS-SUELDO-PAGADO TO ATR-SUELDO-PAGADO.
           MOVE WS-SUELDO-VIGENTE TO ATR-SUELDO-NUEVO.
           COMPUTE ATR-DIF-SUELDO = WS-NUEVO-SUELDO - HIST-SUELDO.
           COMPUTE ATR-DIF-BONO = WS-NUEVO-BONO - HIST-BONO.
           COMPUTE ATR-DIF-IRPF = WS-IRPF-AUX - WS-IRPF-ANTES.
           COMPUTE ATR-DIF-SS = WS-SS-AUX - WS-SS-ANTES.
           COMPUTE ATR-DIF-IMPUESTO =
               WS-IMPUESTO-AUX - WS-IMPUESTO-ANTES.
           COMPUTE ATR-DIF-NETO = ATR-DIF-SUELDO + ATR-DIF-BONO
               - ATR-DIF-IMPUESTO.
           MOVE "P" TO ATR-ESTADO.
           MOVE ZERO TO ATR-PERIODO-PAGO.
           IF WS-SEQ-PENDIENTE NOT EQUAL ZERO
               MOVE WS-SEQ-PENDIENTE TO ATR-SEQ
               REWRITE REG-ATRASO
               INVALID KEY
                   DISPLAY "Error al recalcular el atraso de " ATR-ID
                   " " ATR-PERIODO
               END-REWRITE
           ELSE
               COMPUTE ATR-SEQ = WS-SEQ-MAXIMA + 1
               WRITE REG-ATRASO
               INVALID KEY
                   DISPLAY "Error al grabar el atraso de " ATR-ID
                   " " ATR-PERIODO
               END-WRITE
           END-IF.

           MOVE ATR-PERIODO TO DET-PERIODO.
           MOVE ATR-CATEGORIA TO DET-CATEGORIA.
           MOVE ATR-SUELDO-PAGADO TO DET-PAGADO.
           MOVE ATR-SUELDO-NUEVO TO DET-NUEVO.
           COMPUTE DET-BRUTO = ATR-DIF-SUELDO + ATR-DIF-BONO.
           MOVE ATR-DIF-IMPUESTO TO DET-RETENCION.
           MOVE ATR-DIF-NETO TO DET-NETO.
           WRITE REG-INFORME FROM WS-LINEA-DETALLE.
           ADD 1 TO WS-EMP-MESES.
           ADD ATR-DIF-SUELDO ATR-DIF-BONO TO WS-EMP-BRUTO.
           ADD ATR-DIF-IMPUESTO TO WS-EMP-RETENCION.
           ADD ATR-DIF-NETO TO WS-EMP-NETO.
           ADD 1 TO WS-CONTADOR-LINEAS.
       30-CALCULAR-ATRASO-END.
       EXIT.


       33-CALCULAR-DEDUCCIONES.
           MOVE ZERO TO WS-IRPF-AUX.
           MOVE ZERO TO WS-SS-AUX.
           IF WS-HAY-CONCEPTOS NOT EQUAL "S"
               COMPUTE WS-IMPUESTO-AUX ROUNDED =
                   WS-BASE-AUX * WS-TASA-IMPUESTO
           ELSE
               MOVE ZERO TO WS-IRPF-ACUM
               PERFORM 34-SUMAR-TRAMO
                   VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > WS-TRA-OCUPADOS
               COMPUTE WS-IRPF-AUX ROUNDED = WS-IRPF-ACUM
               IF WS-SS-PCT NOT EQUAL ZERO
                   MOVE WS-BASE-AUX TO WS-BASE-SS
                   IF WS-SS-TOPE NOT EQUAL ZERO
                   AND WS-BASE-SS > WS-SS-TOPE
                       MOVE WS-SS-TOPE TO WS-BASE-SS
                   END-IF
                   COMPUTE WS-SS-AUX ROUNDED =
                       WS-BASE-SS * WS-SS-PCT / 100
               END-IF
               COMPUTE WS-IMPUESTO-AUX = WS-IRPF-AUX + WS-SS-AUX
           END-IF.
       33-CALCULAR-DEDUCCIONES-END.
       EXIT.


       34-SUMAR-TRAMO.
           IF WS-BASE-AUX > WS-TRA-DESDE (WS-TRAMO-IDX)
               IF WS-BASE-AUX > WS-TRA-HASTA (WS-TRAMO-IDX)
                   COMPUTE WS-BASE-TRAMO =
                       WS-TRA-HASTA (WS-TRAMO-IDX)
                       - WS-TRA-DESDE (WS-TRAMO-IDX)
               ELSE
                   COMPUTE WS-BASE-TRAMO = WS-BASE-AUX
                       - WS-TRA-DESDE (WS-TRAMO-IDX)
               END-IF
               COMPUTE WS-IRPF-ACUM = WS-IRPF-ACUM
                   + WS-BASE-TRAMO
                   * WS-TRA-PCT (WS-TRAMO-IDX) / 100
           END-IF.
       34-SUMAR-TRAMO-END.
       EXIT.


      *> UNA LINEA PENDIENTE DEL MISMO EMPLEADO Y PERIODO (DE UNA
      *> EJECUCION ANTERIOR) SE RECALCULA EN SU SITIO; LAS YA
      *> ABONADAS SE RESPETAN Y LA NUEVA TOMA LA SIGUIENTE SECUENCIA.
       40-BUSCAR-PENDIENTE.
           MOVE ZERO TO WS-SEQ-PENDIENTE.
           MOVE ZERO TO WS-SEQ-MAXIMA.
           MOVE "NO" TO WS-FIN-ATRASOS.
           MOVE HIST-ID TO ATR-ID.
           MOVE HIST-PERIODO TO ATR-PERIODO.
           MOVE ZERO TO ATR-SEQ.
           START ATRASOS KEY IS NOT LESS THAN ATR-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-ATRASOS
           END-START.
           PERFORM 42-LEER-ATRASO UNTIL WS-FIN-ATRASOS EQUAL "SI".
       40-BUSCAR-PENDIENTE-END.
       EXIT.


       42-LEER-ATRASO.
           READ ATRASOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-ATRASOS
           NOT AT END
               IF ATR-ID NOT EQUAL HIST-ID
               OR ATR-PERIODO NOT EQUAL HIST-PERIODO
                   MOVE "SI" TO WS-FIN-ATRASOS
               ELSE
                   MOVE ATR-SEQ TO WS-SEQ-MAXIMA
                   IF ATR-ESTADO EQUAL "P"
                       MOVE ATR-SEQ TO WS-SEQ-PENDIENTE
                   END-IF
               END-IF
           END-READ.
       42-LEER-ATRASO-END.
       EXIT.


      *> SI EL PERIODO YA NO TIENE ATRASOS (TARIFA BORRADA O
      *> CORREGIDA EN ESCALAMANT) SE QUITA SU LINEA PENDIENTE.
       45-ANULAR-PENDIENTE.
           PERFORM 40-BUSCAR-PENDIENTE.
           IF WS-SEQ-PENDIENTE NOT EQUAL ZERO
               MOVE HIST-ID TO ATR-ID
               MOVE HIST-PERIODO TO ATR-PERIODO
               MOVE WS-SEQ-PENDIENTE TO ATR-SEQ
               DELETE ATRASOS RECORD
               INVALID KEY
                   DISPLAY "Error al anular el atraso de " ATR-ID
               NOT INVALID KEY
                   DISPLAY "Atraso pendiente anulado: " ATR-ID " "
                   ATR-PERIODO
               END-DELETE
           END-IF.
       45-ANULAR-PENDIENTE-END.
       EXIT.


      *> LINEA DE ATRASOS POR EMPLEADO AL CAMBIAR DE EMPLEADO.
       50-TOTAL-EMPLEADO.
           IF WS-EMP-MESES NOT EQUAL ZERO
               MOVE WS-ID-ANTERIOR TO EMP-ID
               MOVE WS-EMP-MESES TO EMP-MESES
               MOVE WS-EMP-BRUTO TO EMP-BRUTO
               MOVE WS-EMP-RETENCION TO EMP-RETENCION
               MOVE WS-EMP-NETO TO EMP-NETO
               WRITE REG-INFORME FROM WS-LINEA-EMPLEADO
               ADD WS-EMP-BRUTO TO WS-TOT-BRUTO
               ADD WS-EMP-RETENCION TO WS-TOT-RETENCION
               ADD WS-EMP-NETO TO WS-TOT-NETO
               ADD 1 TO WS-CONTADOR-EMPLEADOS
           END-IF.
           INITIALIZE WS-ACUMULADO-EMPLEADO.
       50-TOTAL-EMPLEADO-END.
       EXIT.

       END PROGRAM NOMINAATRASOS.
