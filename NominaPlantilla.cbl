      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de plantilla por departamento para
      *          direccion, sin contar filas en una hoja de calculo:
      *          plantilla inicial, altas, bajas, traslados de
      *          entrada y de salida, plantilla final y rotacion del
      *          mes. Las altas y los traslados salen de la pista
      *          JEMPAUDIT (alta "A" y cambio "M" de EMPLEADOS-DEPTO),
      *          las bajas de JEMPBAJAS (NOMINAFINIQUITO) mas las
      *          bajas "B" de la pista que no pasaron por finiquito,
      *          y la plantilla de cada mes se reconstruye hacia atras
      *          desde el maestro empidx.dat. Por departamento da la
      *          antiguedad media (desde el alta de la pista, o los
      *          años de EMPLEADOS-EXPERIENCIA si el alta es anterior
      *          a la pista) y los tramos de edad a fin de mes segun
      *          EMPLEADOS-FECHA-NACIMIENTO. Añade la evolucion de los
      *          ultimos 12 meses y guarda una linea de resumen por
      *          mes en JPLANTILLA; la evolucion marca con "*" los
      *          meses cuya plantilla final ya no cuadra con la que se
      *          guardo en su dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINAPLANTILLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEPTOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPTOS.

       SELECT OPTIONAL BAJAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMPBAJAS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-BAJAS.

       SELECT OPTIONAL AUDITORIA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMPAUDIT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AUDITORIA.

       SELECT PLANTILLA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPLANTILLA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PLA-PERIODO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PLANTILLA.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPLANTIMP.txt".

       DATA DIVISION.
       FILE SECTION.
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

       FD DEPARTAMENTOS.
           01 REG-DEPARTAMENTO.
               05 DEP-CODIGO PIC X(3).
               05 DEP-NOMBRE PIC X(20).
               05 DEP-JEFE PIC X(6).
               05 DEP-RIESGO PIC X(1).

       FD BAJAS
       RECORD CONTAINS 179 CHARACTERS.
       01 REG-BAJA.
           05 REG-BAJA-DATOS PIC X(158).
           05 REG-BAJA-FECHA PIC X(21).

       FD AUDITORIA
       RECORD CONTAINS 296 CHARACTERS.
       01 REG-AUDITORIA PIC X(296).

      *> UNA LINEA DE RESUMEN DE EMPRESA POR MES INFORMADO.
       FD PLANTILLA.
           01 REG-PLANTILLA.
               05 PLA-PERIODO PIC 9(6).
               05 PLA-INICIAL PIC 9(5).
               05 PLA-ALTAS PIC 9(4).
               05 PLA-BAJAS PIC 9(4).
               05 PLA-FINAL PIC 9(5).
               05 PLA-ROTACION PIC 9(3)V99.
               05 PLA-FECHA PIC X(21).

       FD INFORME
       RECORD CONTAINS 100 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(100).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JPLANTIMP".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINAPLANTILLA".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-DEPTOS PIC 99.
       77 WS-FS-BAJAS PIC 99.
       77 WS-FS-AUDITORIA PIC 99.
       77 WS-FS-PLANTILLA PIC 99.
       77 WS-FIN-LECTURA PIC X(3).
       77 WS-PERIODO PIC 9(6).
       77 WS-PER-ANIO PIC 9(4).
       77 WS-PER-MES PIC 9(2).
       77 WS-MES-REF PIC 9(6).
       77 WS-MES-MOV PIC 9(6).
       77 WS-MOV-ANIO PIC 9(4).
       77 WS-MOV-MES PIC 9(2).
       77 WS-DIFERENCIA PIC S9(6).
       77 WS-FIN-MES PIC 9(8).
       77 WS-I PIC 9(3).
       77 WS-J PIC 9(3).
       77 WS-K PIC 9(2).
       77 WS-ENCONTRADO PIC X(2).
       77 WS-DEPTO-BUSCAR PIC X(3).
       77 WS-MOV-TIPO PIC X(1).
       77 WS-MOV-DEPTO PIC X(3).
       77 WS-MOV-FECHA PIC X(21).
       77 WS-EDAD PIC 9(3).
       77 WS-ANTIGUEDAD PIC 9(3).
       77 WS-ROTACION PIC 9(3)V99.
       77 WS-MEDIA PIC 9(3)V9.
       77 WS-FECHA PIC X(21).

      *> FECHA DE LA PISTA "DDD DD/MM/AA HH:MM:SS" PASADA A AAAAMMDD.
       01 WS-FECHA-MOV-X PIC X(8).
       01 WS-FECHA-MOV REDEFINES WS-FECHA-MOV-X PIC 9(8).

       01 WS-AUDITORIA-LINEA.
           05 AUD-OPERADOR PIC X(4).
           05 FILLER PIC X.
           05 AUD-FECHA PIC X(21).
           05 FILLER PIC X.
           05 AUD-OPERACION PIC X(1).
           05 FILLER PIC X.
           05 AUD-ANTES PIC X(133).
           05 FILLER PIC X.
           05 AUD-DESPUES PIC X(133).

      *> VISTA DEL REGISTRO DE EMPLEADO GUARDADO COMO IMAGEN EN LA
      *> PISTA O EN EL ARCHIVO DE BAJAS.
       01 WS-IMAGEN.
           05 IMG-ID PIC X(6).
           05 FILLER PIC X(60).
           05 IMG-FECHA-NACIMIENTO PIC 9(8).
           05 FILLER PIC X(56).
           05 IMG-DEPTO PIC X(3).
       01 WS-IMAGEN-ANTES.
           05 IMA-ID PIC X(6).
           05 FILLER PIC X(124).
           05 IMA-DEPTO PIC X(3).

      *> BAJAS DE JEMPBAJAS, PARA NO CONTAR DOS VECES LA LINEA "B"
      *> QUE EL MISMO FINIQUITO DEJA EN LA PISTA.
       01 WS-TABLA-BAJAS.
           05 WS-BAJ-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-BAJ-ENTRADA OCCURS 500 TIMES.
               10 WS-BAJ-ID PIC X(6).
               10 WS-BAJ-FECHA PIC X(21).

      *> FECHA DE ALTA DE CADA EMPLEADO SEGUN LA PISTA.
       01 WS-TABLA-ALTAS.
           05 WS-ALT-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-ALT-ENTRADA OCCURS 500 TIMES.
               10 WS-ALT-ID PIC X(6).
               10 WS-ALT-FECHA PIC 9(8).

      *> POR DEPARTAMENTO: PLANTILLA ACTUAL DEL MAESTRO Y LOS
      *> MOVIMIENTOS DE LOS 12 MESES DE LA EVOLUCION (1 A 12, EL 12
      *> ES EL MES DEL INFORME) Y LOS POSTERIORES (13), QUE SE
      *> DESHACEN PARA LLEGAR A LA PLANTILLA DE CADA MES.
       01 WS-TABLA-DEPTOS.
           05 WS-DEP-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-DEP-ENTRADA OCCURS 30 TIMES.
               10 WS-DEP-DEPTO PIC X(3).
               10 WS-DEP-ACTUAL PIC 9(5).
               10 WS-DEP-SUMA-ANTIG PIC 9(6).
               10 WS-DEP-TRAMO PIC 9(4) OCCURS 5 TIMES.
               10 WS-DEP-MES OCCURS 13 TIMES.
                   15 WS-DEP-ALTAS PIC 9(4).
                   15 WS-DEP-BAJAS PIC 9(4).
                   15 WS-DEP-ENTRAN PIC 9(4).
                   15 WS-DEP-SALEN PIC 9(4).
                   15 WS-DEP-FINAL PIC S9(5).

      *> TOTALES DE EMPRESA POR MES DE LA EVOLUCION.
       01 WS-TABLA-EMPRESA.
           05 WS-EMP-MES OCCURS 12 TIMES.
               10 WS-EMP-PERIODO PIC 9(6).
               10 WS-EMP-INICIAL PIC S9(5).
               10 WS-EMP-ALTAS PIC 9(5).
               10 WS-EMP-BAJAS PIC 9(5).
               10 WS-EMP-ENTRAN PIC 9(5).
               10 WS-EMP-SALEN PIC 9(5).
               10 WS-EMP-FINAL PIC S9(5).

       01 WS-CABECERA.
           05 FILLER PIC X(36) VALUE
           "PLANTILLA POR DEPARTAMENTO - PERIODO".
           05 FILLER PIC X VALUE SPACE.
           05 CAB-PERIODO PIC 9(6).

       01 WS-LINEA-DEPTO.
           05 DET-DEPTO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(20).
           05 FILLER PIC X(5) VALUE " Ini:".
           05 DET-INICIAL PIC -(4)9.
           05 FILLER PIC X(5) VALUE " Alt:".
           05 DET-ALTAS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " Baj:".
           05 DET-BAJAS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " Ent:".
           05 DET-ENTRAN PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " Sal:".
           05 DET-SALEN PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " Fin:".
           05 DET-FINAL PIC -(4)9.
           05 FILLER PIC X(6) VALUE " Rot%:".
           05 DET-ROTACION PIC ZZ9.99.

       01 WS-LINEA-PERFIL.
           05 FILLER PIC X(19) VALUE "    Antig. media:  ".
           05 PER-ANTIGUEDAD PIC ZZ9.9.
           05 FILLER PIC X(12) VALUE "  Edad <25: ".
           05 PER-TRAMO-1 PIC ZZZ9.
           05 FILLER PIC X(8) VALUE "  25-34:".
           05 PER-TRAMO-2 PIC ZZZ9.
           05 FILLER PIC X(8) VALUE "  35-44:".
           05 PER-TRAMO-3 PIC ZZZ9.
           05 FILLER PIC X(8) VALUE "  45-54:".
           05 PER-TRAMO-4 PIC ZZZ9.
           05 FILLER PIC X(7) VALUE "  55+: ".
           05 PER-TRAMO-5 PIC ZZZ9.

       01 WS-CABECERA-EVOLUCION.
           05 FILLER PIC X(60) VALUE
           "EVOLUCION ULTIMOS 12 MESES (Guard. = final guardado)".

       01 WS-LINEA-EVOLUCION.
           05 EVO-PERIODO PIC 9(6).
           05 FILLER PIC X(5) VALUE " Ini:".
           05 EVO-INICIAL PIC -(4)9.
           05 FILLER PIC X(5) VALUE " Alt:".
           05 EVO-ALTAS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " Baj:".
           05 EVO-BAJAS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " Fin:".
           05 EVO-FINAL PIC -(4)9.
           05 FILLER PIC X(6) VALUE " Rot%:".
           05 EVO-ROTACION PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE " Guard.:".
           05 EVO-GUARDADO PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 EVO-MARCA PIC X(1).

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
           MOVE WS-PERIODO (5:2) TO WS-PER-MES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS NOT EQUAL "00"
               DISPLAY "No se encuentra el maestro de empleados."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-MES-REF = WS-PER-ANIO * 12 + WS-PER-MES - 1.
           COMPUTE WS-FIN-MES = WS-PERIODO * 100 + 31.
           INITIALIZE WS-TABLA-EMPRESA.
           PERFORM 05-PERIODO-EVOLUCION
               VARYING WS-K FROM 12 BY -1 UNTIL WS-K < 1.

           PERFORM 10-CARGAR-BAJAS.
           PERFORM 20-LEER-AUDITORIA.
           PERFORM 30-LEER-MAESTRO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM 40-RECONSTRUIR-PLANTILLA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEP-OCUPADOS.
           PERFORM 50-ESCRIBIR-INFORME.
       STOP RUN.
       00-INICIO-END.
       EXIT.


      *> PERIODO AAAAMM DE CADA MES DE LA EVOLUCION, HACIA ATRAS
      *> DESDE EL MES DEL INFORME.
       05-PERIODO-EVOLUCION.
           COMPUTE WS-EMP-PERIODO (WS-K) =
               WS-PER-ANIO * 100 + WS-PER-MES.
           IF WS-PER-MES EQUAL 1
               SUBTRACT 1 FROM WS-PER-ANIO
               MOVE 12 TO WS-PER-MES
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF.
       05-PERIODO-EVOLUCION-END.
       EXIT.


       10-CARGAR-BAJAS.
           MOVE "NO" TO WS-FIN-LECTURA.
           OPEN INPUT BAJAS.
           IF WS-FS-BAJAS NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-LECTURA
           END-IF.
           PERFORM 15-LEER-BAJA UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE BAJAS.
       10-CARGAR-BAJAS-END.
       EXIT.


       15-LEER-BAJA.
           READ BAJAS
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE REG-BAJA-DATOS TO WS-IMAGEN
               IF WS-BAJ-OCUPADAS < 500
                   ADD 1 TO WS-BAJ-OCUPADAS
                   MOVE IMG-ID TO WS-BAJ-ID (WS-BAJ-OCUPADAS)
                   MOVE REG-BAJA-FECHA
                       TO WS-BAJ-FECHA (WS-BAJ-OCUPADAS)
               END-IF
               MOVE "B" TO WS-MOV-TIPO
               MOVE IMG-DEPTO TO WS-MOV-DEPTO
               MOVE REG-BAJA-FECHA TO WS-MOV-FECHA
               PERFORM 60-ANOTAR-MOVIMIENTO
           END-READ.
       15-LEER-BAJA-END.
       EXIT.


       20-LEER-AUDITORIA.
           MOVE "NO" TO WS-FIN-LECTURA.
           OPEN INPUT AUDITORIA.
           IF WS-FS-AUDITORIA NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-LECTURA
           END-IF.
           PERFORM 25-LEER-LINEA UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE AUDITORIA.
       20-LEER-AUDITORIA-END.
       EXIT.


       25-LEER-LINEA.
           READ AUDITORIA INTO WS-AUDITORIA-LINEA
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE AUD-FECHA TO WS-MOV-FECHA
               EVALUATE AUD-OPERACION
               WHEN "A"
                   MOVE AUD-DESPUES TO WS-IMAGEN
                   PERFORM 27-GUARDAR-ALTA
                   MOVE "A" TO WS-MOV-TIPO
                   MOVE IMG-DEPTO TO WS-MOV-DEPTO
                   PERFORM 60-ANOTAR-MOVIMIENTO
               WHEN "M"
                   MOVE AUD-ANTES TO WS-IMAGEN-ANTES
                   MOVE AUD-DESPUES TO WS-IMAGEN
                   IF IMA-DEPTO NOT EQUAL IMG-DEPTO
                       MOVE "S" TO WS-MOV-TIPO
                       MOVE IMA-DEPTO TO WS-MOV-DEPTO
                       PERFORM 60-ANOTAR-MOVIMIENTO
                       MOVE "E" TO WS-MOV-TIPO
                       MOVE IMG-DEPTO TO WS-MOV-DEPTO
                       PERFORM 60-ANOTAR-MOVIMIENTO
                   END-IF
               WHEN "B"
                   MOVE AUD-ANTES TO WS-IMAGEN
                   PERFORM 28-BUSCAR-BAJA
                   IF WS-ENCONTRADO EQUAL "NO"
                       MOVE "B" TO WS-MOV-TIPO
                       MOVE IMG-DEPTO TO WS-MOV-DEPTO
                       PERFORM 60-ANOTAR-MOVIMIENTO
                   END-IF
               END-EVALUATE
           END-READ.
       25-LEER-LINEA-END.
       EXIT.


       27-GUARDAR-ALTA.
           PERFORM 65-FECHA-MOVIMIENTO.
           IF WS-FECHA-MOV EQUAL ZERO OR WS-ALT-OCUPADAS >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ALT-OCUPADAS.
           MOVE IMG-ID TO WS-ALT-ID (WS-ALT-OCUPADAS).
           MOVE WS-FECHA-MOV TO WS-ALT-FECHA (WS-ALT-OCUPADAS).
       27-GUARDAR-ALTA-END.
       EXIT.


       28-BUSCAR-BAJA.
           MOVE "NO" TO WS-ENCONTRADO.
           PERFORM 29-COMPARAR-BAJA
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-BAJ-OCUPADAS
               OR WS-ENCONTRADO EQUAL "SI".
       28-BUSCAR-BAJA-END.
       EXIT.


       29-COMPARAR-BAJA.
           IF WS-BAJ-ID (WS-J) EQUAL IMG-ID
           AND WS-BAJ-FECHA (WS-J) EQUAL AUD-FECHA
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       29-COMPARAR-BAJA-END.
       EXIT.


      *> PLANTILLA ACTUAL, ANTIGUEDAD Y TRAMOS DE EDAD A FIN DE MES.
       30-LEER-MAESTRO.
           MOVE "NO" TO WS-FIN-LECTURA.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-LECTURA
           END-START.
           PERFORM 35-LEER-EMPLEADO UNTIL WS-FIN-LECTURA EQUAL "SI".
       30-LEER-MAESTRO-END.
       EXIT.


       35-LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE EMPLEADOS-DEPTO TO WS-DEPTO-BUSCAR
               PERFORM 70-BUSCAR-DEPTO
               IF WS-I > 0
                   ADD 1 TO WS-DEP-ACTUAL (WS-I)
                   PERFORM 37-PERFIL-EMPLEADO
               END-IF
           END-READ.
       35-LEER-EMPLEADO-END.
       EXIT.


      *> AÑOS CUMPLIDOS = (FECHA FINAL - FECHA INICIAL) / 10000 EN
      *> FORMATO AAAAMMDD, SIN DECIMALES.
       37-PERFIL-EMPLEADO.
           MOVE EMPLEADOS-EXPERIENCIA TO WS-ANTIGUEDAD.
           PERFORM 38-COMPARAR-ALTA
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-ALT-OCUPADAS.
           ADD WS-ANTIGUEDAD TO WS-DEP-SUMA-ANTIG (WS-I).

           MOVE 0 TO WS-EDAD.
           IF EMPLEADOS-FECHA-NACIMIENTO NUMERIC
           AND EMPLEADOS-FECHA-NACIMIENTO < WS-FIN-MES
               COMPUTE WS-EDAD =
                   (WS-FIN-MES - EMPLEADOS-FECHA-NACIMIENTO) / 10000
           END-IF.
           EVALUATE TRUE
           WHEN WS-EDAD < 25
               ADD 1 TO WS-DEP-TRAMO (WS-I, 1)
           WHEN WS-EDAD < 35
               ADD 1 TO WS-DEP-TRAMO (WS-I, 2)
           WHEN WS-EDAD < 45
               ADD 1 TO WS-DEP-TRAMO (WS-I, 3)
           WHEN WS-EDAD < 55
               ADD 1 TO WS-DEP-TRAMO (WS-I, 4)
           WHEN OTHER
               ADD 1 TO WS-DEP-TRAMO (WS-I, 5)
           END-EVALUATE.
       37-PERFIL-EMPLEADO-END.
       EXIT.


       38-COMPARAR-ALTA.
           IF WS-ALT-ID (WS-J) EQUAL EMPLEADOS-ID
           AND WS-ALT-FECHA (WS-J) < WS-FIN-MES
               COMPUTE WS-ANTIGUEDAD =
                   (WS-FIN-MES - WS-ALT-FECHA (WS-J)) / 10000
           END-IF.
       38-COMPARAR-ALTA-END.
       EXIT.


      *> DESDE LA PLANTILLA ACTUAL SE DESHACEN LOS MOVIMIENTOS
      *> POSTERIORES AL MES DEL INFORME Y LUEGO, MES A MES HACIA
      *> ATRAS, LOS DE CADA MES DE LA EVOLUCION.
       40-RECONSTRUIR-PLANTILLA.
           COMPUTE WS-DEP-FINAL (WS-I, 12) = WS-DEP-ACTUAL (WS-I)
               - WS-DEP-ALTAS (WS-I, 13) + WS-DEP-BAJAS (WS-I, 13)
               - WS-DEP-ENTRAN (WS-I, 13) + WS-DEP-SALEN (WS-I, 13).
           PERFORM 45-MES-ANTERIOR
               VARYING WS-K FROM 12 BY -1 UNTIL WS-K < 2.
           PERFORM 47-SUMAR-EMPRESA
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12.
       40-RECONSTRUIR-PLANTILLA-END.
       EXIT.


       45-MES-ANTERIOR.
           COMPUTE WS-DEP-FINAL (WS-I, WS-K - 1) =
               WS-DEP-FINAL (WS-I, WS-K)
               - WS-DEP-ALTAS (WS-I, WS-K) + WS-DEP-BAJAS (WS-I, WS-K)
               - WS-DEP-ENTRAN (WS-I, WS-K)
               + WS-DEP-SALEN (WS-I, WS-K).
       45-MES-ANTERIOR-END.
       EXIT.


       47-SUMAR-EMPRESA.
           ADD WS-DEP-FINAL (WS-I, WS-K) TO WS-EMP-FINAL (WS-K).
           ADD WS-DEP-ALTAS (WS-I, WS-K) TO WS-EMP-ALTAS (WS-K).
           ADD WS-DEP-BAJAS (WS-I, WS-K) TO WS-EMP-BAJAS (WS-K).
           ADD WS-DEP-ENTRAN (WS-I, WS-K) TO WS-EMP-ENTRAN (WS-K).
           ADD WS-DEP-SALEN (WS-I, WS-K) TO WS-EMP-SALEN (WS-K).
           COMPUTE WS-EMP-INICIAL (WS-K) = WS-EMP-INICIAL (WS-K)
               + WS-DEP-FINAL (WS-I, WS-K)
               - WS-DEP-ALTAS (WS-I, WS-K) + WS-DEP-BAJAS (WS-I, WS-K)
               - WS-DEP-ENTRAN (WS-I, WS-K)
               + WS-DEP-SALEN (WS-I, WS-K).
       47-SUMAR-EMPRESA-END.
       EXIT.


       50-ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME.
           OPEN INPUT DEPARTAMENTOS.
           MOVE WS-EMP-PERIODO (12) TO CAB-PERIODO.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           DISPLAY WS-CABECERA.
           PERFORM 55-LINEA-DEPTO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEP-OCUPADOS.
           CLOSE DEPARTAMENTOS.

           MOVE "TOT" TO DET-DEPTO.
           MOVE "TOTAL EMPRESA" TO DET-NOMBRE.
           MOVE WS-EMP-INICIAL (12) TO DET-INICIAL.
           MOVE WS-EMP-ALTAS (12) TO DET-ALTAS.
           MOVE WS-EMP-BAJAS (12) TO DET-BAJAS.
           MOVE WS-EMP-ENTRAN (12) TO DET-ENTRAN.
           MOVE WS-EMP-SALEN (12) TO DET-SALEN.
           MOVE WS-EMP-FINAL (12) TO DET-FINAL.
           MOVE 12 TO WS-K.
           PERFORM 75-ROTACION-EMPRESA.
           MOVE WS-ROTACION TO DET-ROTACION.
           MOVE SPACES TO REGISTRO-INFORME.
           WRITE REGISTRO-INFORME.
           WRITE REGISTRO-INFORME FROM WS-LINEA-DEPTO.
           DISPLAY WS-LINEA-DEPTO.

           MOVE SPACES TO REGISTRO-INFORME.
           WRITE REGISTRO-INFORME.
           WRITE REGISTRO-INFORME FROM WS-CABECERA-EVOLUCION.
           DISPLAY WS-CABECERA-EVOLUCION.
           OPEN I-O PLANTILLA.
           IF WS-FS-PLANTILLA = "35"
               OPEN OUTPUT PLANTILLA
               CLOSE PLANTILLA
               OPEN I-O PLANTILLA
           END-IF.
           PERFORM 58-LINEA-EVOLUCION
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12.
           PERFORM 59-GUARDAR-RESUMEN.
           CLOSE PLANTILLA INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       50-ESCRIBIR-INFORME-END.
       EXIT.


       55-LINEA-DEPTO.
           MOVE WS-DEP-DEPTO (WS-I) TO DET-DEPTO.
           MOVE "(sin nombre)" TO DET-NOMBRE.
           IF WS-FS-DEPTOS EQUAL "00"
               MOVE WS-DEP-DEPTO (WS-I) TO DEP-CODIGO
               READ DEPARTAMENTOS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEP-NOMBRE TO DET-NOMBRE
               END-READ
           END-IF.
           COMPUTE DET-INICIAL = WS-DEP-FINAL (WS-I, 11).
           MOVE WS-DEP-ALTAS (WS-I, 12) TO DET-ALTAS.
           MOVE WS-DEP-BAJAS (WS-I, 12) TO DET-BAJAS.
           MOVE WS-DEP-ENTRAN (WS-I, 12) TO DET-ENTRAN.
           MOVE WS-DEP-SALEN (WS-I, 12) TO DET-SALEN.
           MOVE WS-DEP-FINAL (WS-I, 12) TO DET-FINAL.
           MOVE 0 TO WS-ROTACION.
           IF WS-DEP-FINAL (WS-I, 11) + WS-DEP-FINAL (WS-I, 12) > 0
               COMPUTE WS-ROTACION ROUNDED =
                   WS-DEP-BAJAS (WS-I, 12) * 200 /
                   (WS-DEP-FINAL (WS-I, 11) + WS-DEP-FINAL (WS-I, 12))
           END-IF.
           MOVE WS-ROTACION TO DET-ROTACION.
           WRITE REGISTRO-INFORME FROM WS-LINEA-DEPTO.
           DISPLAY WS-LINEA-DEPTO.

           MOVE 0 TO WS-MEDIA.
           IF WS-DEP-ACTUAL (WS-I) > 0
               COMPUTE WS-MEDIA ROUNDED =
                   WS-DEP-SUMA-ANTIG (WS-I) / WS-DEP-ACTUAL (WS-I)
           END-IF.
           MOVE WS-MEDIA TO PER-ANTIGUEDAD.
           MOVE WS-DEP-TRAMO (WS-I, 1) TO PER-TRAMO-1.
           MOVE WS-DEP-TRAMO (WS-I, 2) TO PER-TRAMO-2.
           MOVE WS-DEP-TRAMO (WS-I, 3) TO PER-TRAMO-3.
           MOVE WS-DEP-TRAMO (WS-I, 4) TO PER-TRAMO-4.
           MOVE WS-DEP-TRAMO (WS-I, 5) TO PER-TRAMO-5.
           WRITE REGISTRO-INFORME FROM WS-LINEA-PERFIL.
           DISPLAY WS-LINEA-PERFIL.
       55-LINEA-DEPTO-END.
       EXIT.


       58-LINEA-EVOLUCION.
           MOVE WS-EMP-PERIODO (WS-K) TO EVO-PERIODO.
           MOVE WS-EMP-INICIAL (WS-K) TO EVO-INICIAL.
           MOVE WS-EMP-ALTAS (WS-K) TO EVO-ALTAS.
           MOVE WS-EMP-BAJAS (WS-K) TO EVO-BAJAS.
           MOVE WS-EMP-FINAL (WS-K) TO EVO-FINAL.
           PERFORM 75-ROTACION-EMPRESA.
           MOVE WS-ROTACION TO EVO-ROTACION.
           MOVE "-----" TO EVO-GUARDADO.
           MOVE SPACE TO EVO-MARCA.
           MOVE WS-EMP-PERIODO (WS-K) TO PLA-PERIODO.
           READ PLANTILLA RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PLA-FINAL TO EVO-GUARDADO
               IF PLA-FINAL NOT EQUAL WS-EMP-FINAL (WS-K)
                   MOVE "*" TO EVO-MARCA
               END-IF
           END-READ.
           WRITE REGISTRO-INFORME FROM WS-LINEA-EVOLUCION.
           DISPLAY WS-LINEA-EVOLUCION.
       58-LINEA-EVOLUCION-END.
       EXIT.


      *> EL RESUMEN DEL MES SE GRABA O SE SUSTITUYE SI SE REPITE.
       59-GUARDAR-RESUMEN.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE 12 TO WS-K.
           PERFORM 75-ROTACION-EMPRESA.
           MOVE WS-EMP-PERIODO (12) TO PLA-PERIODO.
           MOVE WS-EMP-INICIAL (12) TO PLA-INICIAL.
           MOVE WS-EMP-ALTAS (12) TO PLA-ALTAS.
           MOVE WS-EMP-BAJAS (12) TO PLA-BAJAS.
           MOVE WS-EMP-FINAL (12) TO PLA-FINAL.
           MOVE WS-ROTACION TO PLA-ROTACION.
           MOVE WS-FECHA TO PLA-FECHA.
           WRITE REG-PLANTILLA
           INVALID KEY
               REWRITE REG-PLANTILLA
           END-WRITE.
           DISPLAY "Resumen del mes guardado en JPLANTILLA; informe"
           " en JPLANTIMP.txt.".
       59-GUARDAR-RESUMEN-END.
       EXIT.


      *> CADA MOVIMIENTO VA AL MES DE LA EVOLUCION QUE LE TOCA, O AL
      *> 13 SI ES POSTERIOR AL MES DEL INFORME; LOS MAS ANTIGUOS NO
      *> CUENTAN.
       60-ANOTAR-MOVIMIENTO.
           PERFORM 65-FECHA-MOVIMIENTO.
           IF WS-FECHA-MOV EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-MOV-X (1:4) TO WS-MOV-ANIO.
           MOVE WS-FECHA-MOV-X (5:2) TO WS-MOV-MES.
           COMPUTE WS-MES-MOV = WS-MOV-ANIO * 12 + WS-MOV-MES - 1.
           COMPUTE WS-DIFERENCIA = WS-MES-MOV - WS-MES-REF.
           IF WS-DIFERENCIA < -11
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIFERENCIA > 0
               MOVE 13 TO WS-K
           ELSE
               COMPUTE WS-K = 12 + WS-DIFERENCIA
           END-IF.
           MOVE WS-MOV-DEPTO TO WS-DEPTO-BUSCAR.
           PERFORM 70-BUSCAR-DEPTO.
           IF WS-I EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-MOV-TIPO
           WHEN "A"
               ADD 1 TO WS-DEP-ALTAS (WS-I, WS-K)
           WHEN "B"
               ADD 1 TO WS-DEP-BAJAS (WS-I, WS-K)
           WHEN "E"
               ADD 1 TO WS-DEP-ENTRAN (WS-I, WS-K)
           WHEN "S"
               ADD 1 TO WS-DEP-SALEN (WS-I, WS-K)
           END-EVALUATE.
       60-ANOTAR-MOVIMIENTO-END.
       EXIT.


       65-FECHA-MOVIMIENTO.
           MOVE ZERO TO WS-FECHA-MOV.
           IF WS-MOV-FECHA (11:2) NOT NUMERIC
           OR WS-MOV-FECHA (8:2) NOT NUMERIC
           OR WS-MOV-FECHA (5:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           STRING "20" WS-MOV-FECHA (11:2) WS-MOV-FECHA (8:2)
               WS-MOV-FECHA (5:2) DELIMITED BY SIZE
               INTO WS-FECHA-MOV-X
           END-STRING.
       65-FECHA-MOVIMIENTO-END.
       EXIT.


      *> POSICION DEL DEPARTAMENTO EN LA TABLA (0 SI ESTA LLENA); SE
      *> DA DE ALTA SI NO ESTABA.
       70-BUSCAR-DEPTO.
           MOVE 0 TO WS-I.
           MOVE "NO" TO WS-ENCONTRADO.
           PERFORM 72-COMPARAR-DEPTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-DEP-OCUPADOS
               OR WS-ENCONTRADO EQUAL "SI".
           IF WS-ENCONTRADO EQUAL "NO"
               IF WS-DEP-OCUPADOS >= 30
                   DISPLAY "ERROR: tabla de departamentos llena"
                   " (30); ampliar NOMINAPLANTILLA."
               ELSE
                   ADD 1 TO WS-DEP-OCUPADOS
                   MOVE WS-DEP-OCUPADOS TO WS-I
                   INITIALIZE WS-DEP-ENTRADA (WS-I)
                   MOVE WS-DEPTO-BUSCAR TO WS-DEP-DEPTO (WS-I)
               END-IF
           END-IF.
       70-BUSCAR-DEPTO-END.
       EXIT.


       72-COMPARAR-DEPTO.
           IF WS-DEP-DEPTO (WS-J) EQUAL WS-DEPTO-BUSCAR
               MOVE WS-J TO WS-I
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       72-COMPARAR-DEPTO-END.
       EXIT.


      *> ROTACION = BAJAS / PLANTILLA MEDIA DEL MES * 100.
       75-ROTACION-EMPRESA.
           MOVE 0 TO WS-ROTACION.
           IF WS-EMP-INICIAL (WS-K) + WS-EMP-FINAL (WS-K) > 0
               COMPUTE WS-ROTACION ROUNDED =
                   WS-EMP-BAJAS (WS-K) * 200 /
                   (WS-EMP-INICIAL (WS-K) + WS-EMP-FINAL (WS-K))
           END-IF.
       75-ROTACION-EMPRESA-END.
       EXIT.

       END PROGRAM NOMINAPLANTILLA.
