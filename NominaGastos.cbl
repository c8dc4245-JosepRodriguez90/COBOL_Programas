      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hojas de gastos de viaje y representacion del
      *          personal (JGASTOS), que sustituyen a la caja chica y
      *          sus recibos a mano: empleado de empidx.dat, fecha,
      *          categoria, importe, referencia del justificante y
      *          estado (presentado, aprobado, rechazado, pagado).
      *          Cada categoria tiene su limite en JGASLIMITE y un
      *          justificante ya reclamado no se paga dos veces. Los
      *          aprueba el jefe del departamento del empleado segun
      *          JDEPTOS, eligiendo el pago en la siguiente nomina
      *          (linea exenta en CALCULARSALARIOS) o por
      *          transferencia inmediata a EMPLEADOS-CUENTA-BANCO con
      *          un fichero JPAGOLOTE que aplica BANCOPAGOLOTE desde
      *          la cuenta pagadora de la empresa (JGASCUENTA).
      *          Informe mensual por departamento y categoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINAGASTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GASTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGASTOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GAS-NUMERO
       ALTERNATE RECORD KEY IS GAS-ID WITH DUPLICATES
       ALTERNATE RECORD KEY IS GAS-RECIBO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GASTOS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT DEPARTAMENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEPTOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPTOS.

       SELECT OPTIONAL LIMITES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGASLIMITE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-LIMITES.

       SELECT OPTIONAL CUENTA-EMPRESA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGASCUENTA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CUENTA-EMPRESA.

       SELECT PAGO-LOTE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPAGOLOTE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PAGO-LOTE.

       SELECT GASTOS-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\GasSort.txt".

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\NomGastInf.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *> GAS-ESTADO: "S" PRESENTADO, "A" APROBADO, "R" RECHAZADO,
      *> "P" PAGADO. GAS-FORMA-PAGO: "N" EN LA NOMINA DEL MES, "T"
      *> POR TRANSFERENCIA (GAS-LOTE ES LA REFERENCIA DEL FICHERO).
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

      *> UNA LINEA POR CATEGORIA DE GASTO CON SU IMPORTE MAXIMO POR
      *> HOJA.
       FD LIMITES
       RECORD CONTAINS 24 CHARACTERS.
       01 REG-LIMITE.
           05 LIM-CATEGORIA PIC X(2).
           05 LIM-NOMBRE PIC X(15).
           05 LIM-IMPORTE PIC 9(5)V99.

       FD CUENTA-EMPRESA
       RECORD CONTAINS 10 CHARACTERS.
       01 REG-CUENTA-EMPRESA.
           05 CTA-PAGADORA PIC X(10).

      *> MISMO FORMATO QUE EL FICHERO DE EMPRESA DE BANCOPAGOLOTE:
      *> CABECERA "C" Y UNA LINEA "D" POR GASTO, SIN BANCO DEL
      *> BENEFICIARIO PORQUE LAS CUENTAS DE NOMINA SON DE LA CASA.
       FD PAGO-LOTE
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-PAGO.
           05 PAG-TIPO-REG PIC X(1).
           05 PAG-DATOS PIC X(79).
           05 PAG-CABECERA REDEFINES PAG-DATOS.
               10 CAB-CUENTA PIC X(10).
               10 CAB-REFERENCIA PIC X(12).
               10 CAB-FECHA PIC 9(8).
               10 CAB-LINEAS PIC 9(5).
               10 CAB-TOTAL PIC 9(9)V99.
               10 FILLER PIC X(33).
           05 PAG-DETALLE REDEFINES PAG-DATOS.
               10 DET-LINEA PIC 9(5).
               10 DET-BANCO-BENEF PIC X(11).
               10 DET-CUENTA-BENEF PIC X(24).
               10 DET-IMPORTE PIC 9(7)V99.
               10 DET-CONCEPTO PIC X(20).
               10 FILLER PIC X(10).

       SD GASTOS-SORT
       RECORD CONTAINS 12 CHARACTERS.
       01 SORT-GASTO.
           05 SORT-DEPTO PIC X(3).
           05 SORT-CATEGORIA PIC X(2).
           05 SORT-IMPORTE PIC 9(5)V99.

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "NomGastInf".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINAGASTOS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-GASTOS PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-DEPTOS PIC 99.
       77 WS-FS-LIMITES PIC 99.
       77 WS-FS-CUENTA-EMPRESA PIC 99.
       77 WS-FS-PAGO-LOTE PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-GASTOS PIC X(3) VALUE "NO".
       77 WS-FIN-LIMITES PIC X(3) VALUE "NO".
       77 WS-SORT-FIN PIC X(3) VALUE "NO".
       77 WS-SIGUIENTE PIC 9(6).
       77 WS-ID-ENTRADA PIC X(6).
       77 WS-DEPTO-EMPLEADO PIC X(3).
       77 WS-APROBADOR PIC X(6).
       77 WS-DECISION PIC X(1).
       77 WS-RECIBO-ENTRADA PIC X(12).
       77 WS-RECIBO-DUPLICADO PIC X(1).
       77 WS-L PIC 9(2).
       77 WS-CAT-IDX PIC 9(2).
       77 WS-CUENTA-PAGADORA PIC X(10).
       77 WS-PERIODO-INFORME PIC 9(6).
       77 WS-T PIC 9(3).
       77 WS-NUM-TRANSFER PIC 9(3).
       77 WS-MAX-TRANSFER PIC 9(3) VALUE 200.
       77 WS-TOTAL-TRANSFER PIC 9(9)V99.
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN PIC X(24).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-DEPTO-ANTERIOR PIC X(3).
       77 WS-CATEGORIA-ANTERIOR PIC X(2).
       77 WS-CUENTA-CATEGORIA PIC 9(5).
       77 WS-IMPORTE-CATEGORIA PIC 9(7)V99.
       77 WS-CUENTA-DEPTO PIC 9(5).
       77 WS-IMPORTE-DEPTO PIC 9(7)V99.
       77 WS-CUENTA-TOTAL PIC 9(5).
       77 WS-IMPORTE-TOTAL PIC 9(9)V99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> LIMITES POR DEFECTO SI NO EXISTE JGASLIMITE; SE GRABAN LA
      *> PRIMERA VEZ PARA QUE ADMINISTRACION LOS AJUSTE.
       01 WS-LIMITES-DEFECTO.
           05 FILLER PIC X(24) VALUE "KMKILOMETRAJE    0030000".
           05 FILLER PIC X(24) VALUE "DIDIETAS         0006000".
           05 FILLER PIC X(24) VALUE "ALALOJAMIENTO    0015000".
           05 FILLER PIC X(24) VALUE "TRTRANSPORTE     0020000".
           05 FILLER PIC X(24) VALUE "OTOTROS          0010000".
       01 WS-TABLA-DEFECTO REDEFINES WS-LIMITES-DEFECTO.
           05 WS-DEFECTO PIC X(24) OCCURS 5 TIMES.

       01 WS-TABLA-LIMITES.
           05 WS-LIM-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-LIM-ENTRADA OCCURS 10 TIMES.
               10 WS-LIM-CATEGORIA PIC X(2).
               10 WS-LIM-NOMBRE PIC X(15).
               10 WS-LIM-IMPORTE PIC 9(5)V99.

      *> GASTOS QUE ENTRAN EN EL FICHERO DE TRANSFERENCIAS.
       01 WS-TABLA-TRANSFER.
           05 WS-TRF-ENTRADA OCCURS 200 TIMES.
               10 TRF-NUMERO PIC 9(6).
               10 TRF-IBAN PIC X(24).
               10 TRF-IMPORTE PIC 9(5)V99.

       01 WS-REFERENCIA-LOTE.
           05 FILLER PIC X(4) VALUE "GAST".
           05 REF-FECHA PIC 9(8).

       01 WS-CONCEPTO-LOTE.
           05 FILLER PIC X(14) VALUE "GASTOS HOJA N.".
           05 CON-NUMERO PIC 9(6).

       01 WS-CAB-INFORME.
           05 FILLER PIC X(35) VALUE
           "GASTOS DEL PERSONAL - PERIODO    ".
           05 CAB-PERIODO PIC 9(6).

       01 WS-LINEA-DEPTO.
           05 FILLER PIC X(13) VALUE "DEPARTAMENTO ".
           05 LDE-CODIGO PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LDE-NOMBRE PIC X(20).

       01 WS-LINEA-CATEGORIA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LCA-CODIGO PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LCA-NOMBRE PIC X(15).
           05 FILLER PIC X(7) VALUE " hojas ".
           05 LCA-CUENTA PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE " importe ".
           05 LCA-IMPORTE PIC ZZZZZZ9.99.

       01 WS-LINEA-TOTAL-DEPTO.
           05 FILLER PIC X(22) VALUE "  Total departamento: ".
           05 FILLER PIC X(7) VALUE " hojas ".
           05 LTD-CUENTA PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE " importe ".
           05 LTD-IMPORTE PIC ZZZZZZ9.99.

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(22) VALUE "TOTAL EMPRESA:        ".
           05 FILLER PIC X(7) VALUE " hojas ".
           05 LTO-CUENTA PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE " importe ".
           05 LTO-IMPORTE PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-GASTOS.
           PERFORM 07-CARGAR-LIMITES.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE GASTOS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-GASTOS.
           OPEN I-O GASTOS.
           IF WS-FS-GASTOS = "35"
               OPEN OUTPUT GASTOS
               CLOSE GASTOS
               OPEN I-O GASTOS
           END-IF.
       05-ABRIR-GASTOS-END.
       EXIT.


       07-CARGAR-LIMITES.
           OPEN INPUT LIMITES.
           IF WS-FS-LIMITES EQUAL "00"
               MOVE "NO" TO WS-FIN-LIMITES
               PERFORM 08-LEER-LIMITE UNTIL WS-FIN-LIMITES EQUAL "SI"
               CLOSE LIMITES
           ELSE
               CLOSE LIMITES
               OPEN OUTPUT LIMITES
               PERFORM 09-GRABAR-DEFECTO
                   VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 5
               CLOSE LIMITES
           END-IF.
       07-CARGAR-LIMITES-END.
       EXIT.


       08-LEER-LIMITE.
           READ LIMITES
           AT END
               MOVE "SI" TO WS-FIN-LIMITES
           NOT AT END
               IF WS-LIM-OCUPADOS < 10
                   ADD 1 TO WS-LIM-OCUPADOS
                   MOVE LIM-CATEGORIA TO
                       WS-LIM-CATEGORIA (WS-LIM-OCUPADOS)
                   MOVE LIM-NOMBRE TO WS-LIM-NOMBRE (WS-LIM-OCUPADOS)
                   MOVE LIM-IMPORTE TO
                       WS-LIM-IMPORTE (WS-LIM-OCUPADOS)
               END-IF
           END-READ.
       08-LEER-LIMITE-END.
       EXIT.


       09-GRABAR-DEFECTO.
           MOVE WS-DEFECTO (WS-L) TO REG-LIMITE.
           WRITE REG-LIMITE.
           ADD 1 TO WS-LIM-OCUPADOS.
           MOVE LIM-CATEGORIA TO WS-LIM-CATEGORIA (WS-LIM-OCUPADOS).
           MOVE LIM-NOMBRE TO WS-LIM-NOMBRE (WS-LIM-OCUPADOS).
           MOVE LIM-IMPORTE TO WS-LIM-IMPORTE (WS-LIM-OCUPADOS).
       09-GRABAR-DEFECTO-END.
       EXIT.


       10-MENU.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           DISPLAY "Gastos del personal."
           DISPLAY "Presentar hoja de gastos (1)"
           DISPLAY "Aprobar o rechazar - jefe de departamento (2)"
           DISPLAY "Pagar por transferencia (3)"
           DISPLAY "Gastos de un empleado (4)"
           DISPLAY "Informe mensual (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-PRESENTAR
           WHEN 2
               PERFORM 30-APROBAR
           WHEN 3
               PERFORM 40-TRANSFERENCIAS
           WHEN 4
               PERFORM 50-LISTAR-EMPLEADO
           WHEN 5
               PERFORM 60-INFORME-MENSUAL
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> LA HOJA SE GRABA SIEMPRE: SI SUPERA EL LIMITE DE SU
      *> CATEGORIA O EL JUSTIFICANTE YA SE RECLAMO EN OTRA HOJA NO
      *> RECHAZADA, QUEDA RECHAZADA CON SU MOTIVO.
       20-PRESENTAR.
           DISPLAY "ID del empleado: "
           ACCEPT WS-ID-ENTRADA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS NOT EQUAL "00"
               DISPLAY "No se encuentra el maestro de empleados."
               CLOSE EMPLEADOS-ARCHIVO
           ELSE
               MOVE WS-ID-ENTRADA TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "No existe ese empleado en empidx.dat."
                   CLOSE EMPLEADOS-ARCHIVO
               NOT INVALID KEY
                   DISPLAY "Empleado: " EMPLEADOS-NOMBRE
                   MOVE EMPLEADOS-DEPTO TO WS-DEPTO-EMPLEADO
                   CLOSE EMPLEADOS-ARCHIVO
                   PERFORM 22-DATOS-HOJA
               END-READ
           END-IF.
       20-PRESENTAR-END.
       EXIT.


       22-DATOS-HOJA.
           DISPLAY "Referencia del justificante: "
           ACCEPT WS-RECIBO-ENTRADA.
           PERFORM 26-BUSCAR-RECIBO.
           INITIALIZE REG-GASTO.
           PERFORM 28-SIGUIENTE-NUMERO.
           MOVE WS-SIGUIENTE TO GAS-NUMERO.
           MOVE WS-ID-ENTRADA TO GAS-ID.
           MOVE WS-DEPTO-EMPLEADO TO GAS-DEPTO.
           MOVE WS-RECIBO-ENTRADA TO GAS-RECIBO.
           DISPLAY "Fecha del gasto (AAAAMMDD, 0 = hoy): "
           ACCEPT GAS-FECHA.
           IF GAS-FECHA EQUAL 0
               MOVE WS-HOY-NUM TO GAS-FECHA
           END-IF.
           PERFORM 24-MOSTRAR-CATEGORIA
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LIM-OCUPADOS.
           DISPLAY "Categoria: "
           ACCEPT GAS-CATEGORIA.
           DISPLAY "Importe: "
           ACCEPT GAS-IMPORTE.
           MOVE 0 TO WS-CAT-IDX.
           PERFORM 25-BUSCAR-CATEGORIA
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LIM-OCUPADOS.
           MOVE "S" TO GAS-ESTADO.
           EVALUATE TRUE
           WHEN WS-CAT-IDX EQUAL 0
               DISPLAY "Categoria no valida: hoja no grabada."
           WHEN GAS-IMPORTE NOT > ZERO
               DISPLAY "Importe no valido: hoja no grabada."
           WHEN OTHER
               IF GAS-IMPORTE > WS-LIM-IMPORTE (WS-CAT-IDX)
                   MOVE "R" TO GAS-ESTADO
                   MOVE "SUPERA EL LIMITE" TO GAS-MOTIVO
               END-IF
               IF WS-RECIBO-DUPLICADO EQUAL "S"
                   MOVE "R" TO GAS-ESTADO
                   MOVE "JUSTIFICANTE YA RECLAMADO" TO GAS-MOTIVO
               END-IF
               WRITE REG-GASTO
               INVALID KEY
                   DISPLAY "Error al grabar la hoja de gastos."
               NOT INVALID KEY
                   IF GAS-ESTADO EQUAL "R"
                       DISPLAY "Hoja " GAS-NUMERO " RECHAZADA: "
                       GAS-MOTIVO
                   ELSE
                       DISPLAY "Hoja " GAS-NUMERO " presentada,"
                       " pendiente de aprobacion."
                   END-IF
               END-WRITE
           END-EVALUATE.
       22-DATOS-HOJA-END.
       EXIT.


       24-MOSTRAR-CATEGORIA.
           DISPLAY "  " WS-LIM-CATEGORIA (WS-L) " "
           WS-LIM-NOMBRE (WS-L) " limite " WS-LIM-IMPORTE (WS-L).
       24-MOSTRAR-CATEGORIA-END.
       EXIT.


       25-BUSCAR-CATEGORIA.
           IF WS-LIM-CATEGORIA (WS-L) EQUAL GAS-CATEGORIA
               MOVE WS-L TO WS-CAT-IDX
           END-IF.
       25-BUSCAR-CATEGORIA-END.
       EXIT.


       26-BUSCAR-RECIBO.
           MOVE "N" TO WS-RECIBO-DUPLICADO.
           MOVE "NO" TO WS-FIN-GASTOS.
           MOVE WS-RECIBO-ENTRADA TO GAS-RECIBO.
           START GASTOS KEY IS EQUAL TO GAS-RECIBO
           INVALID KEY
               MOVE "SI" TO WS-FIN-GASTOS
           END-START.
           PERFORM 27-LEER-RECIBO UNTIL WS-FIN-GASTOS EQUAL "SI".
       26-BUSCAR-RECIBO-END.
       EXIT.


       27-LEER-RECIBO.
           READ GASTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-GASTOS
           NOT AT END
               IF GAS-RECIBO NOT EQUAL WS-RECIBO-ENTRADA
                   MOVE "SI" TO WS-FIN-GASTOS
               ELSE
                   IF GAS-ESTADO NOT EQUAL "R"
                       MOVE "S" TO WS-RECIBO-DUPLICADO
                       DISPLAY "Justificante ya reclamado en la hoja "
                       GAS-NUMERO " de " GAS-ID
                   END-IF
               END-IF
           END-READ.
       27-LEER-RECIBO-END.
       EXIT.


       28-SIGUIENTE-NUMERO.
           MOVE ZERO TO WS-SIGUIENTE.
           MOVE "NO" TO WS-FIN-GASTOS.
           MOVE ZEROES TO GAS-NUMERO.
           START GASTOS KEY IS NOT LESS THAN GAS-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-GASTOS
           END-START.
           PERFORM 29-LEER-NUMERO UNTIL WS-FIN-GASTOS EQUAL "SI".
           ADD 1 TO WS-SIGUIENTE.
       28-SIGUIENTE-NUMERO-END.
       EXIT.


       29-LEER-NUMERO.
           READ GASTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-GASTOS
           NOT AT END
               IF GAS-NUMERO > WS-SIGUIENTE
                   MOVE GAS-NUMERO TO WS-SIGUIENTE
               END-IF
           END-READ.
       29-LEER-NUMERO-END.
       EXIT.


      *> SOLO EL JEFE DEL DEPARTAMENTO DEL EMPLEADO (DEP-JEFE DE
      *> JDEPTOS) DECIDE, Y NUNCA SOBRE SUS PROPIAS HOJAS.
       30-APROBAR.
           DISPLAY "ID del jefe que aprueba: "
           ACCEPT WS-APROBADOR.
           DISPLAY "Numero de hoja: "
           ACCEPT GAS-NUMERO.
           READ GASTOS RECORD
           INVALID KEY
               DISPLAY "No existe esa hoja de gastos."
           NOT INVALID KEY
               IF GAS-ESTADO NOT EQUAL "S"
                   DISPLAY "La hoja no esta pendiente (estado "
                   GAS-ESTADO ")."
               ELSE
                   PERFORM 32-COMPROBAR-JEFE
               END-IF
           END-READ.
       30-APROBAR-END.
       EXIT.


       32-COMPROBAR-JEFE.
           OPEN INPUT DEPARTAMENTOS.
           MOVE GAS-DEPTO TO DEP-CODIGO.
           READ DEPARTAMENTOS RECORD
           INVALID KEY
               MOVE SPACES TO DEP-JEFE
           END-READ.
           CLOSE DEPARTAMENTOS.
           EVALUATE TRUE
           WHEN DEP-JEFE EQUAL SPACES
               DISPLAY "El departamento " GAS-DEPTO " no tiene jefe"
               " asignado (DEPTOMANT)."
           WHEN DEP-JEFE NOT EQUAL WS-APROBADOR
               DISPLAY "Solo aprueba el jefe del departamento "
               GAS-DEPTO ": " DEP-JEFE
           WHEN GAS-ID EQUAL WS-APROBADOR
               DISPLAY "Un jefe no aprueba sus propios gastos."
           WHEN OTHER
               PERFORM 35-DECIDIR
           END-EVALUATE.
       32-COMPROBAR-JEFE-END.
       EXIT.


       35-DECIDIR.
           DISPLAY "Hoja " GAS-NUMERO " de " GAS-ID " " GAS-FECHA
           " " GAS-CATEGORIA " " GAS-IMPORTE " just. " GAS-RECIBO.
           DISPLAY "¿Aprobar (A) o rechazar (R)?"
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
           WHEN "A"
               DISPLAY "Pago en nomina (N) o por transferencia (T): "
               ACCEPT GAS-FORMA-PAGO
               IF GAS-FORMA-PAGO NOT EQUAL "T"
                   MOVE "N" TO GAS-FORMA-PAGO
               END-IF
               MOVE "A" TO GAS-ESTADO
           WHEN "R"
               DISPLAY "Motivo del rechazo: "
               ACCEPT GAS-MOTIVO
               MOVE "R" TO GAS-ESTADO
           WHEN OTHER
               DISPLAY "Decision no valida."
           END-EVALUATE.
           IF WS-DECISION EQUAL "A" OR WS-DECISION EQUAL "R"
               MOVE WS-APROBADOR TO GAS-APROBADOR
               MOVE WS-HOY-NUM TO GAS-FECHA-APROB
               REWRITE REG-GASTO
               INVALID KEY
                   DISPLAY "Error al grabar la decision."
               NOT INVALID KEY
                   DISPLAY "Decision anotada."
               END-REWRITE
           END-IF.
       35-DECIDIR-END.
       EXIT.


      *> LAS HOJAS APROBADAS PARA TRANSFERENCIA SALEN EN UN FICHERO
      *> JPAGOLOTE DESDE LA CUENTA DE LA EMPRESA A LA CUENTA DE
      *> NOMINA DE CADA EMPLEADO; BANCOPAGOLOTE LO APLICA CON SUS
      *> CONTROLES DE FONDOS Y DE CUADRE.
       40-TRANSFERENCIAS.
           PERFORM 42-CUENTA-PAGADORA.
           MOVE 0 TO WS-NUM-TRANSFER WS-TOTAL-TRANSFER.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           MOVE "NO" TO WS-FIN-GASTOS.
           MOVE ZEROES TO GAS-NUMERO.
           START GASTOS KEY IS NOT LESS THAN GAS-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-GASTOS
           END-START.
           PERFORM 44-SELECCIONAR-GASTO
               UNTIL WS-FIN-GASTOS EQUAL "SI".
           CLOSE EMPLEADOS-ARCHIVO.
           IF WS-NUM-TRANSFER EQUAL 0
               DISPLAY "No hay gastos aprobados para transferencia."
           ELSE
               PERFORM 46-ESCRIBIR-LOTE
               DISPLAY "Fichero JPAGOLOTE " WS-REFERENCIA-LOTE ": "
               WS-NUM-TRANSFER " gastos, " WS-TOTAL-TRANSFER
               DISPLAY "Entregarlo a BANCOPAGOLOTE."
           END-IF.
       40-TRANSFERENCIAS-END.
       EXIT.


       42-CUENTA-PAGADORA.
           MOVE SPACES TO WS-CUENTA-PAGADORA.
           OPEN INPUT CUENTA-EMPRESA.
           IF WS-FS-CUENTA-EMPRESA EQUAL "00"
               READ CUENTA-EMPRESA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTA-PAGADORA TO WS-CUENTA-PAGADORA
               END-READ
           END-IF.
           CLOSE CUENTA-EMPRESA.
           IF WS-CUENTA-PAGADORA EQUAL SPACES
               DISPLAY "Cuenta pagadora de la empresa: "
               ACCEPT WS-CUENTA-PAGADORA
               MOVE WS-CUENTA-PAGADORA TO CTA-PAGADORA
               OPEN OUTPUT CUENTA-EMPRESA
               WRITE REG-CUENTA-EMPRESA
               CLOSE CUENTA-EMPRESA
           END-IF.
       42-CUENTA-PAGADORA-END.
       EXIT.


       44-SELECCIONAR-GASTO.
           READ GASTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-GASTOS
           NOT AT END
               IF GAS-ESTADO EQUAL "A" AND GAS-FORMA-PAGO EQUAL "T"
                   AND WS-NUM-TRANSFER < WS-MAX-TRANSFER
                   MOVE GAS-ID TO EMPLEADOS-ID
                   MOVE SPACES TO WS-IBAN
                   MOVE "N" TO WS-IBAN-RESULTADO
                   READ EMPLEADOS-ARCHIVO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "G" TO WS-IBAN-OPERACION
                       CALL "IBANSERV" USING WS-IBAN-OPERACION,
                           EMPLEADOS-CUENTA-BANCO, WS-IBAN,
                           WS-IBAN-RESULTADO
                   END-READ
                   IF WS-IBAN-RESULTADO EQUAL "N"
                       OR WS-IBAN EQUAL SPACES
                       DISPLAY "Hoja " GAS-NUMERO ": el empleado "
                       GAS-ID " no tiene cuenta de nomina valida."
                   ELSE
                       ADD 1 TO WS-NUM-TRANSFER
                       MOVE GAS-NUMERO TO TRF-NUMERO (WS-NUM-TRANSFER)
                       MOVE WS-IBAN TO TRF-IBAN (WS-NUM-TRANSFER)
                       MOVE GAS-IMPORTE TO
                           TRF-IMPORTE (WS-NUM-TRANSFER)
                       ADD GAS-IMPORTE TO WS-TOTAL-TRANSFER
                   END-IF
               END-IF
           END-READ.
       44-SELECCIONAR-GASTO-END.
       EXIT.


       46-ESCRIBIR-LOTE.
           MOVE WS-HOY-NUM TO REF-FECHA.
           OPEN OUTPUT PAGO-LOTE.
           MOVE SPACES TO REG-PAGO.
           MOVE "C" TO PAG-TIPO-REG.
           MOVE WS-CUENTA-PAGADORA TO CAB-CUENTA.
           MOVE WS-REFERENCIA-LOTE TO CAB-REFERENCIA.
           MOVE WS-HOY-NUM TO CAB-FECHA.
           MOVE WS-NUM-TRANSFER TO CAB-LINEAS.
           MOVE WS-TOTAL-TRANSFER TO CAB-TOTAL.
           WRITE REG-PAGO.
           PERFORM 48-LINEA-LOTE
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-NUM-TRANSFER.
           CLOSE PAGO-LOTE.
       46-ESCRIBIR-LOTE-END.
       EXIT.


       48-LINEA-LOTE.
           MOVE SPACES TO REG-PAGO.
           MOVE "D" TO PAG-TIPO-REG.
           MOVE WS-T TO DET-LINEA.
           MOVE SPACES TO DET-BANCO-BENEF.
           MOVE TRF-IBAN (WS-T) TO DET-CUENTA-BENEF.
           MOVE TRF-IMPORTE (WS-T) TO DET-IMPORTE.
           MOVE TRF-NUMERO (WS-T) TO CON-NUMERO.
           MOVE WS-CONCEPTO-LOTE TO DET-CONCEPTO.
           WRITE REG-PAGO.
           MOVE TRF-NUMERO (WS-T) TO GAS-NUMERO.
           READ GASTOS RECORD
           INVALID KEY
               DISPLAY "Hoja " TRF-NUMERO (WS-T) " no encontrada."
           NOT INVALID KEY
               MOVE "P" TO GAS-ESTADO
               MOVE WS-HOY-NUM TO GAS-FECHA-PAGO
               MOVE WS-HOY-NUM (1:6) TO GAS-PERIODO-PAGO
               MOVE WS-REFERENCIA-LOTE TO GAS-LOTE
               REWRITE REG-GASTO
               INVALID KEY
                   DISPLAY "Error al marcar pagada la hoja "
                   GAS-NUMERO
               END-REWRITE
           END-READ.
       48-LINEA-LOTE-END.
       EXIT.


       50-LISTAR-EMPLEADO.
           DISPLAY "ID del empleado: "
           ACCEPT WS-ID-ENTRADA.
           MOVE "NO" TO WS-FIN-GASTOS.
           MOVE WS-ID-ENTRADA TO GAS-ID.
           START GASTOS KEY IS EQUAL TO GAS-ID
           INVALID KEY
               DISPLAY "Ese empleado no tiene hojas de gastos."
               MOVE "SI" TO WS-FIN-GASTOS
           END-START.
           PERFORM 55-LISTAR-UNA UNTIL WS-FIN-GASTOS EQUAL "SI".
       50-LISTAR-EMPLEADO-END.
       EXIT.


       55-LISTAR-UNA.
           READ GASTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-GASTOS
           NOT AT END
               IF GAS-ID NOT EQUAL WS-ID-ENTRADA
                   MOVE "SI" TO WS-FIN-GASTOS
               ELSE
                   DISPLAY "  " GAS-NUMERO " " GAS-FECHA " "
                   GAS-CATEGORIA " " GAS-IMPORTE " " GAS-RECIBO
                   " estado " GAS-ESTADO " " GAS-FORMA-PAGO
                   IF GAS-ESTADO EQUAL "R"
                       DISPLAY "      " GAS-MOTIVO
                   END-IF
               END-IF
           END-READ.
       55-LISTAR-UNA-END.
       EXIT.


      *> INFORME DEL MES POR FECHA DEL GASTO: TODAS LAS HOJAS NO
      *> RECHAZADAS, CON TOTALES POR CATEGORIA DENTRO DE CADA
      *> DEPARTAMENTO Y TOTAL DE EMPRESA.
       60-INFORME-MENSUAL.
           DISPLAY "Periodo (AAAAMM): "
           ACCEPT WS-PERIODO-INFORME.
           MOVE 0 TO WS-CUENTA-TOTAL WS-IMPORTE-TOTAL.
           OPEN OUTPUT INFORME.
           OPEN INPUT DEPARTAMENTOS.
           MOVE WS-PERIODO-INFORME TO CAB-PERIODO.
           WRITE REG-INFORME FROM WS-CAB-INFORME.
           DISPLAY WS-CAB-INFORME.
           SORT GASTOS-SORT ON ASCENDING KEY SORT-DEPTO
               ASCENDING KEY SORT-CATEGORIA
               INPUT PROCEDURE 62-LEER-GASTOS
               THRU 62-LEER-GASTOS-END
               OUTPUT PROCEDURE 65-IMPRIMIR-GASTOS
               THRU 65-IMPRIMIR-GASTOS-END.
           MOVE WS-CUENTA-TOTAL TO LTO-CUENTA.
           MOVE WS-IMPORTE-TOTAL TO LTO-IMPORTE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           DISPLAY WS-LINEA-TOTAL.
           CLOSE INFORME DEPARTAMENTOS.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en NomGastInf.txt".
       60-INFORME-MENSUAL-END.
       EXIT.


       62-LEER-GASTOS.
           MOVE "NO" TO WS-FIN-GASTOS.
           MOVE ZEROES TO GAS-NUMERO.
           START GASTOS KEY IS NOT LESS THAN GAS-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-GASTOS
           END-START.
           PERFORM 63-SOLTAR-GASTO UNTIL WS-FIN-GASTOS EQUAL "SI".
       62-LEER-GASTOS-END.
       EXIT.


       63-SOLTAR-GASTO.
           READ GASTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-GASTOS
           NOT AT END
               IF GAS-FECHA (1:6) EQUAL WS-PERIODO-INFORME
                   AND GAS-ESTADO NOT EQUAL "R"
                   MOVE GAS-DEPTO TO SORT-DEPTO
                   MOVE GAS-CATEGORIA TO SORT-CATEGORIA
                   MOVE GAS-IMPORTE TO SORT-IMPORTE
                   RELEASE SORT-GASTO
               END-IF
           END-READ.
       63-SOLTAR-GASTO-END.
       EXIT.


       65-IMPRIMIR-GASTOS.
           MOVE "NO" TO WS-SORT-FIN.
           MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR WS-CATEGORIA-ANTERIOR.
           MOVE 0 TO WS-CUENTA-CATEGORIA WS-IMPORTE-CATEGORIA
               WS-CUENTA-DEPTO WS-IMPORTE-DEPTO.
           PERFORM 67-TRATAR-GASTO UNTIL WS-SORT-FIN EQUAL "SI".
           PERFORM 68-TOTAL-CATEGORIA.
           PERFORM 69-TOTAL-DEPTO.
       65-IMPRIMIR-GASTOS-END.
       EXIT.


       67-TRATAR-GASTO.
           RETURN GASTOS-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               IF SORT-DEPTO NOT EQUAL WS-DEPTO-ANTERIOR
                   PERFORM 68-TOTAL-CATEGORIA
                   PERFORM 69-TOTAL-DEPTO
                   MOVE SORT-DEPTO TO WS-DEPTO-ANTERIOR LDE-CODIGO
                       DEP-CODIGO
                   MOVE SPACES TO LDE-NOMBRE
                   READ DEPARTAMENTOS RECORD
                   NOT INVALID KEY
                       MOVE DEP-NOMBRE TO LDE-NOMBRE
                   END-READ
                   WRITE REG-INFORME FROM WS-LINEA-DEPTO
                   DISPLAY WS-LINEA-DEPTO
                   MOVE HIGH-VALUES TO WS-CATEGORIA-ANTERIOR
               END-IF
               IF SORT-CATEGORIA NOT EQUAL WS-CATEGORIA-ANTERIOR
                   PERFORM 68-TOTAL-CATEGORIA
                   MOVE SORT-CATEGORIA TO WS-CATEGORIA-ANTERIOR
               END-IF
               ADD 1 TO WS-CUENTA-CATEGORIA WS-CUENTA-DEPTO
                   WS-CUENTA-TOTAL
               ADD SORT-IMPORTE TO WS-IMPORTE-CATEGORIA
                   WS-IMPORTE-DEPTO WS-IMPORTE-TOTAL
           END-RETURN.
       67-TRATAR-GASTO-END.
       EXIT.


       68-TOTAL-CATEGORIA.
           IF WS-CUENTA-CATEGORIA > 0
               MOVE WS-CATEGORIA-ANTERIOR TO LCA-CODIGO GAS-CATEGORIA
               MOVE SPACES TO LCA-NOMBRE
               MOVE 0 TO WS-CAT-IDX
               PERFORM 25-BUSCAR-CATEGORIA
                   VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LIM-OCUPADOS
               IF WS-CAT-IDX > 0
                   MOVE WS-LIM-NOMBRE (WS-CAT-IDX) TO LCA-NOMBRE
               END-IF
               MOVE WS-CUENTA-CATEGORIA TO LCA-CUENTA
               MOVE WS-IMPORTE-CATEGORIA TO LCA-IMPORTE
               WRITE REG-INFORME FROM WS-LINEA-CATEGORIA
               DISPLAY WS-LINEA-CATEGORIA
           END-IF.
           MOVE 0 TO WS-CUENTA-CATEGORIA WS-IMPORTE-CATEGORIA.
       68-TOTAL-CATEGORIA-END.
       EXIT.


       69-TOTAL-DEPTO.
           IF WS-CUENTA-DEPTO > 0
               MOVE WS-CUENTA-DEPTO TO LTD-CUENTA
               MOVE WS-IMPORTE-DEPTO TO LTD-IMPORTE
               WRITE REG-INFORME FROM WS-LINEA-TOTAL-DEPTO
               DISPLAY WS-LINEA-TOTAL-DEPTO
           END-IF.
           MOVE 0 TO WS-CUENTA-DEPTO WS-IMPORTE-DEPTO.
       69-TOTAL-DEPTO-END.
       EXIT.

       END PROGRAM NOMINAGASTOS.
