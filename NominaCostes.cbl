      *          que finanzas vea que departamento se movio y cuanto
      *          sin exportar nada a una hoja de calculo. Los
      *          empleados ya dados de baja (sin registro en
      *          empidx.dat) se agrupan bajo "***". Bajo cada
      *          departamento va el coste de empresa: la cotizacion
      *          patronal del periodo (JCOTIZA, grabada por
      *          CALCULARSALARIOS) y el coste total bruto + empresa,
      *          con su total de empresa al pie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPTOS.

       SELECT OPTIONAL COTIZACIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOTIZA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CTZ-CLAVE
       FILE STATUS IS WS-FS-COTIZA.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMCOSTES.txt".

           01 REG-DEPARTAMENTO.
               05 DEP-CODIGO PIC X(3).
               05 DEP-NOMBRE PIC X(20).
               05 DEP-JEFE PIC X(6).
               05 DEP-RIESGO PIC X(1).

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

       FD INFORME
       RECORD CONTAINS 90 CHARACTERS
       01 REGISTRO-INFORME PIC X(90).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JNOMCOSTES".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINACOSTES".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-HISTORICO PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-DEPTOS PIC 99.
       77 WS-FS-COTIZA PIC 99.
       77 WS-FIN-HISTORICO PIC X(3) VALUE "NO".
       77 WS-PERIODO PIC 9(6).
       77 WS-PERIODO-ANTERIOR PIC 9(6).
       77 WS-TOT-DEDUCCIONES PIC 9(9) VALUE 0.
       77 WS-TOT-NETO PIC 9(9) VALUE 0.
       77 WS-TOT-ANTERIOR PIC 9(9) VALUE 0.
       77 WS-TOT-EMPRESA PIC 9(9) VALUE 0.

      *> ACUMULADO POR DEPARTAMENTO DEL PERIODO Y DEL ANTERIOR.
       01 WS-TABLA-DEPTOS.
               10 WS-DEP-NETO PIC 9(9).
               10 WS-DEP-NETO-ANT PIC 9(9).
               10 WS-DEP-EMPLEADOS PIC 9(4).
               10 WS-DEP-EMPRESA PIC 9(9).

       01 WS-CABECERA.
           05 FILLER PIC X(37) VALUE
           05 FILLER PIC X(5) VALUE " Var:".
           05 DET-VARIACION PIC -(8)9.

       01 WS-LINEA-EMPRESA.
           05 FILLER PIC X(24) VALUE
           "    Cotiz. empresa:     ".
           05 EMP-COTIZACION PIC ZZZZZZZZ9.
           05 FILLER PIC X(16) VALUE "  Coste total:  ".
           05 EMP-COSTE PIC ZZZZZZZZ9.

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(24) VALUE "TOTAL EMPRESA       Br:".
           05 TOT-BRUTO PIC ZZZZZZZZ9.
           05 FILLER PIC X(5) VALUE " Var:".
           05 TOT-VARIACION PIC -(8)9.

       01 WS-LINEA-TOTAL-EMPRESA.
           05 FILLER PIC X(24) VALUE
           "TOTAL COTIZ. EMPRESA:   ".
           05 TOTE-COTIZACION PIC ZZZZZZZZ9.
           05 FILLER PIC X(16) VALUE "  Coste total:  ".
           05 TOTE-COSTE PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Periodo del informe (AAAAMM): "
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO (1:4) TO WS-PER-ANIO.
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN INPUT COTIZACIONES.
           PERFORM 15-LEER-PERIODO UNTIL WS-FIN-HISTORICO EQUAL "SI".
           CLOSE HISTORICO-SUELDOS EMPLEADOS-ARCHIVO COTIZACIONES.
       10-ACUMULAR-HISTORICO-END.
       EXIT.

               ADD HIST-IMPUESTO TO WS-DEP-DEDUCCIONES (WS-I)
               ADD HIST-NETO TO WS-DEP-NETO (WS-I)
               ADD 1 TO WS-DEP-EMPLEADOS (WS-I)
               PERFORM 25-SUMAR-COTIZACION
           ELSE
               ADD HIST-NETO TO WS-DEP-NETO-ANT (WS-I)
           END-IF.
       EXIT.


      *> PARTE DE EMPRESA DE LA SEGURIDAD SOCIAL DEL EMPLEADO EN EL
      *> PERIODO; SIN JCOTIZA O SIN LINEA EL COSTE ES SOLO EL BRUTO.
       25-SUMAR-COTIZACION.
           IF WS-FS-COTIZA EQUAL "00"
               MOVE HIST-ID TO CTZ-ID
               MOVE HIST-PERIODO TO CTZ-PERIODO
               READ COTIZACIONES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CTZ-EMPRESA TO WS-DEP-EMPRESA (WS-I)
               END-READ
           END-IF.
       25-SUMAR-COTIZACION-END.
       EXIT.


       50-ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME.
           OPEN INPUT DEPARTAMENTOS.
           MOVE WS-VARIACION TO TOT-VARIACION.
           WRITE REGISTRO-INFORME FROM WS-LINEA-TOTAL.
           DISPLAY WS-LINEA-TOTAL.
           MOVE WS-TOT-EMPRESA TO TOTE-COTIZACION.
           COMPUTE TOTE-COSTE = WS-TOT-BRUTO + WS-TOT-EMPRESA.
           WRITE REGISTRO-INFORME FROM WS-LINEA-TOTAL-EMPRESA.
           DISPLAY WS-LINEA-TOTAL-EMPRESA.
           CLOSE DEPARTAMENTOS INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       50-ESCRIBIR-INFORME-END.
       EXIT.

           MOVE WS-VARIACION TO DET-VARIACION.
           WRITE REGISTRO-INFORME FROM WS-LINEA-DEPTO.
           DISPLAY WS-LINEA-DEPTO.
           MOVE WS-DEP-EMPRESA (WS-I) TO EMP-COTIZACION.
           COMPUTE EMP-COSTE =
               WS-DEP-BRUTO (WS-I) + WS-DEP-EMPRESA (WS-I).
           WRITE REGISTRO-INFORME FROM WS-LINEA-EMPRESA.
           DISPLAY WS-LINEA-EMPRESA.

           ADD WS-DEP-BRUTO (WS-I) TO WS-TOT-BRUTO.
           ADD WS-DEP-DEDUCCIONES (WS-I) TO WS-TOT-DEDUCCIONES.
           ADD WS-DEP-NETO (WS-I) TO WS-TOT-NETO.
           ADD WS-DEP-NETO-ANT (WS-I) TO WS-TOT-ANTERIOR.
           ADD WS-DEP-EMPRESA (WS-I) TO WS-TOT-EMPRESA.
       55-LINEA-DEPTO-END.
       EXIT.

