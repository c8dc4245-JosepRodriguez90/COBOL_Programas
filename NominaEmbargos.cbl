      ******************************************************************
      * Author:
      * Date:
      * Purpose: Embargos judiciales de sueldo, que hasta ahora se
      *          aplicaban en papel despues de la nomina. Mantiene
      *          JEMBARGOS, una orden por empleado y numero con el
      *          juzgado y su cuenta de consignaciones, la referencia
      *          de los autos, el acreedor, el total adeudado, lo ya
      *          retenido, la prioridad y la fecha de inicio; y el
      *          salario minimo mensual de JEMBSMI sobre el que se
      *          calcula la escala legal. La retencion la hacen
      *          CALCULARSALARIOS y NOMINAFINIQUITO a traves del
      *          servicio EMBARGOSERV, que cierra cada orden al
      *          saldarla y anota cada retencion en JEMBMOVS. De esas
      *          anotaciones salen aqui la remesa mensual a los
      *          juzgados (JEMBREMESA: cabecera "1" por juzgado,
      *          detalle "2" por orden, total "3" por juzgado y
      *          control "9") y el informe por juzgado JEMBINFORME
      *          con lo adeudado, lo retenido y lo pendiente de cada
      *          orden.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINAEMBARGOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMBARGOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBARGOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMB-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMBARGOS.

       SELECT OPTIONAL SALARIO-MINIMO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBSMI.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SMI.

       SELECT OPTIONAL MOVIMIENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOVIMIENTOS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT REMESA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBREMESA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REMESA.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMBINFORME.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       SELECT EMBARGOS-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\EmbSort.txt".

       DATA DIVISION.
       FILE SECTION.
      *> ORDEN DE EMBARGO: ESTADO "A" ACTIVA, "C" CERRADA (SALDADA O
      *> LEVANTADA POR EL JUZGADO) CON SU FECHA DE FIN.
       FD EMBARGOS.
           01 REG-EMBARGO.
               05 EMB-CLAVE.
                   10 EMB-ID PIC X(6).
                   10 EMB-NUMERO PIC 9(2).
               05 EMB-JUZGADO PIC X(30).
               05 EMB-AUTOS PIC X(15).
               05 EMB-ACREEDOR PIC X(30).
               05 EMB-CUENTA PIC X(24).
               05 EMB-TOTAL PIC 9(7).
               05 EMB-RETENIDO PIC 9(7).
               05 EMB-PRIORIDAD PIC 9(2).
               05 EMB-FECHA-INICIO PIC 9(8).
               05 EMB-ESTADO PIC X(1).
               05 EMB-FECHA-FIN PIC 9(8).

       FD SALARIO-MINIMO
       RECORD CONTAINS 14 CHARACTERS.
       01 REG-SMI.
           05 SMI-IMPORTE PIC 9(6).
           05 SMI-FECHA PIC 9(8).

      *> RETENCIONES APLICADAS POR EMBARGOSERV ("N" NOMINA, "F"
      *> FINIQUITO).
       FD MOVIMIENTOS
       RECORD CONTAINS 40 CHARACTERS.
       01 REG-MOVIMIENTO.
           05 MOV-PERIODO PIC 9(6).
           05 MOV-ID PIC X(6).
           05 MOV-NUMERO PIC 9(2).
           05 MOV-ORIGEN PIC X(1).
           05 MOV-IMPORTE PIC 9(7).
           05 MOV-PENDIENTE PIC 9(7).
           05 MOV-FECHA PIC 9(8).
           05 FILLER PIC X(3).

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

       FD REMESA
       RECORD CONTAINS 100 CHARACTERS.
       01 REG-REMESA PIC X(100).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-INFORME PIC X(80).

       SD EMBARGOS-SORT
       RECORD CONTAINS 140 CHARACTERS.
       01 SORT-EMBARGO.
           05 SORT-JUZGADO PIC X(30).
           05 SORT-AUTOS PIC X(15).
           05 SORT-ID PIC X(6).
           05 SORT-NUMERO PIC 9(2).
           05 SORT-ACREEDOR PIC X(30).
           05 SORT-CUENTA PIC X(24).
           05 SORT-TOTAL PIC 9(7).
           05 SORT-RETENIDO PIC 9(7).
           05 SORT-IMPORTE PIC 9(7).
           05 SORT-PENDIENTE PIC 9(7).
           05 SORT-ESTADO PIC X(1).
           05 FILLER PIC X(4).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JEMBINFORME".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINAEMBARGOS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-EMBARGOS PIC 99.
       77 WS-FS-SMI PIC 99.
       77 WS-FS-MOVIMIENTOS PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-REMESA PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-PERIODO PIC 9(6).
       77 WS-PER-MES PIC 9(2).
       77 WS-ID PIC X(6).
       77 WS-NUMERO PIC 9(2).
       77 WS-CONFIRMAR PIC X(1).
       77 WS-FIN-EMBARGOS PIC X(3).
       77 WS-FIN-MOVIMIENTOS PIC X(3).
       77 WS-SORT-FIN PIC X(3).
       77 WS-JUZGADO-ANTERIOR PIC X(30).
       77 WS-SMI PIC 9(6) VALUE 1134.
       77 WS-SMI-NUEVO PIC 9(6).
       77 WS-PENDIENTE PIC 9(7).
       77 WS-I PIC 9(3).
       77 WS-ORDENES PIC 9(5).
       77 WS-JUZ-LINEAS PIC 9(6).
       77 WS-JUZ-IMPORTE PIC 9(11).
       77 WS-JUZ-PENDIENTE PIC 9(11).
       77 WS-TOT-JUZGADOS PIC 9(4).
       77 WS-TOT-LINEAS PIC 9(6).
       77 WS-TOT-IMPORTE PIC 9(11).
       77 WS-TOT-PENDIENTE PIC 9(11).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> RETENIDO EN EL PERIODO POR ORDEN, CARGADO DE JEMBMOVS PARA
      *> EL INFORME.
       01 WS-TABLA-MES.
           05 WS-MES-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-MES-ENTRADA OCCURS 200 TIMES.
               10 WS-MES-ID PIC X(6).
               10 WS-MES-NUMERO PIC 9(2).
               10 WS-MES-IMPORTE PIC 9(7).

       01 WS-REM-CABECERA.
           05 FILLER PIC X(1) VALUE "1".
           05 REM-CAB-JUZGADO PIC X(30).
           05 REM-CAB-CUENTA PIC X(24).
           05 REM-CAB-PERIODO PIC 9(6).
           05 REM-CAB-FECHA PIC 9(8).
           05 FILLER PIC X(31) VALUE SPACES.

       01 WS-REM-DETALLE.
           05 FILLER PIC X(1) VALUE "2".
           05 REM-DET-AUTOS PIC X(15).
           05 REM-DET-ACREEDOR PIC X(30).
           05 REM-DET-ID PIC X(6).
           05 REM-DET-NUMERO PIC 9(2).
           05 REM-DET-IMPORTE PIC 9(9).
           05 REM-DET-PENDIENTE PIC 9(9).
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-REM-TOTAL.
           05 FILLER PIC X(1) VALUE "3".
           05 REM-TOT-JUZGADO PIC X(30).
           05 REM-TOT-LINEAS PIC 9(6).
           05 REM-TOT-IMPORTE PIC 9(11).
           05 FILLER PIC X(52) VALUE SPACES.

       01 WS-REM-CONTROL.
           05 FILLER PIC X(1) VALUE "9".
           05 REM-CTL-PERIODO PIC 9(6).
           05 REM-CTL-JUZGADOS PIC 9(4).
           05 REM-CTL-LINEAS PIC 9(6).
           05 REM-CTL-IMPORTE PIC 9(11).
           05 FILLER PIC X(72) VALUE SPACES.

       01 WS-INF-TITULO.
           05 FILLER PIC X(40) VALUE
           "EMBARGOS JUDICIALES POR JUZGADO - MES ".
           05 INF-TIT-PERIODO PIC 9(6).

       01 WS-INF-CABECERA.
           05 FILLER PIC X(48) VALUE
           "EMPL.  N AUTOS           ACREEDOR               ".
           05 FILLER PIC X(32) VALUE
           "  TOTAL RETENID PENDTE. EN MES E".

       01 WS-INF-JUZGADO.
           05 FILLER PIC X(9) VALUE "Juzgado: ".
           05 INF-JUZ-NOMBRE PIC X(30).
           05 FILLER PIC X(10) VALUE " Cuenta: ".
           05 INF-JUZ-CUENTA PIC X(24).

       01 WS-INF-DETALLE.
           05 INF-DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-NUMERO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-AUTOS PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-ACREEDOR PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-TOTAL PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-RETENIDO PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-PENDIENTE PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-MES PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 INF-DET-ESTADO PIC X(1).

       01 WS-INF-SUBTOTAL.
           05 FILLER PIC X(20) VALUE "  Total juzgado:    ".
           05 INF-SUB-ORDENES PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE " ord. Pendte. ".
           05 INF-SUB-PENDIENTE PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(9) VALUE " En mes: ".
           05 INF-SUB-MES PIC ZZZZZZZZZZ9.

       01 WS-INF-TOTAL.
           05 FILLER PIC X(20) VALUE "TOTAL EMPRESA:      ".
           05 INF-TOT-ORDENES PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE " ord. Pendte. ".
           05 INF-TOT-PENDIENTE PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(9) VALUE " En mes: ".
           05 INF-TOT-MES PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 7.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "Embargos judiciales de sueldo."
           DISPLAY "Alta de una orden de embargo (1)"
           DISPLAY "Consultar las ordenes de un empleado (2)"
           DISPLAY "Levantar una orden (3)"
           DISPLAY "Salario minimo de la escala legal (4)"
           DISPLAY "Remesa del mes a los juzgados (5)"
           DISPLAY "Informe por juzgado (6)"
           DISPLAY "salir (7)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-ORDEN
           WHEN 2
               PERFORM 30-CONSULTAR
           WHEN 3
               PERFORM 35-LEVANTAR-ORDEN
           WHEN 4
               PERFORM 40-SALARIO-MINIMO
           WHEN 5
               PERFORM 50-REMESA
           WHEN 6
               PERFORM 60-INFORME
           WHEN 7
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> EL NUMERO DE ORDEN ES EL SIGUIENTE LIBRE DEL EMPLEADO. LO
      *> YA RETENIDO SE TECLEA PARA LAS ORDENES QUE VENIAN
      *> APLICANDOSE EN PAPEL.
       20-ALTA-ORDEN.
           DISPLAY "ID del empleado embargado: "
           ACCEPT WS-ID.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           MOVE WS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "No existe ese empleado."
               CLOSE EMPLEADOS-ARCHIVO
               EXIT PARAGRAPH
           END-READ.
           CLOSE EMPLEADOS-ARCHIVO.
           DISPLAY "Empleado: " EMPLEADOS-NOMBRE " "
           EMPLEADOS-APELLIDOS.
           PERFORM 90-ABRIR-EMBARGOS.
           PERFORM 25-SIGUIENTE-NUMERO.
           IF WS-NUMERO > 98
               DISPLAY "El empleado ya tiene 99 ordenes."
               CLOSE EMBARGOS
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-EMBARGO.
           MOVE WS-ID TO EMB-ID.
           COMPUTE EMB-NUMERO = WS-NUMERO + 1.
           DISPLAY "Juzgado: "
           ACCEPT EMB-JUZGADO.
           DISPLAY "Cuenta de consignaciones del juzgado: "
           ACCEPT EMB-CUENTA.
           DISPLAY "Referencia de los autos: "
           ACCEPT EMB-AUTOS.
           DISPLAY "Acreedor: "
           ACCEPT EMB-ACREEDOR.
           DISPLAY "Total adeudado: "
           ACCEPT EMB-TOTAL.
           DISPLAY "Importe ya retenido: "
           ACCEPT EMB-RETENIDO.
           DISPLAY "Prioridad (1 = la primera en cobrar): "
           ACCEPT EMB-PRIORIDAD.
           DISPLAY "Fecha de inicio (AAAAMMDD): "
           ACCEPT EMB-FECHA-INICIO.
           IF EMB-TOTAL EQUAL ZERO OR EMB-JUZGADO EQUAL SPACES
           OR EMB-FECHA-INICIO (5:2) < "01"
           OR EMB-FECHA-INICIO (5:2) > "12"
               DISPLAY "Datos de la orden no validos: no se graba."
               CLOSE EMBARGOS
               EXIT PARAGRAPH
           END-IF.
           IF EMB-RETENIDO NOT LESS EMB-TOTAL
               MOVE "C" TO EMB-ESTADO
               MOVE EMB-FECHA-INICIO TO EMB-FECHA-FIN
           ELSE
               MOVE "A" TO EMB-ESTADO
               MOVE ZERO TO EMB-FECHA-FIN
           END-IF.
           WRITE REG-EMBARGO
           INVALID KEY
               DISPLAY "Error al grabar la orden."
           NOT INVALID KEY
               DISPLAY "Orden " EMB-ID "/" EMB-NUMERO " grabada."
           END-WRITE.
           CLOSE EMBARGOS.
       20-ALTA-ORDEN-END.
       EXIT.


       25-SIGUIENTE-NUMERO.
           MOVE ZERO TO WS-NUMERO.
           MOVE "NO" TO WS-FIN-EMBARGOS.
           MOVE WS-ID TO EMB-ID.
           MOVE ZERO TO EMB-NUMERO.
           START EMBARGOS KEY IS NOT LESS THAN EMB-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-EMBARGOS
           END-START.
           PERFORM 27-LEER-NUMERO UNTIL WS-FIN-EMBARGOS EQUAL "SI".
       25-SIGUIENTE-NUMERO-END.
       EXIT.


       27-LEER-NUMERO.
           READ EMBARGOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-EMBARGOS
           NOT AT END
               IF EMB-ID NOT EQUAL WS-ID
                   MOVE "SI" TO WS-FIN-EMBARGOS
               ELSE
                   MOVE EMB-NUMERO TO WS-NUMERO
               END-IF
           END-READ.
       27-LEER-NUMERO-END.
       EXIT.


       30-CONSULTAR.
           DISPLAY "ID del empleado: "
           ACCEPT WS-ID.
           PERFORM 90-ABRIR-EMBARGOS.
           MOVE ZERO TO WS-ORDENES.
           MOVE "NO" TO WS-FIN-EMBARGOS.
           MOVE WS-ID TO EMB-ID.
           MOVE ZERO TO EMB-NUMERO.
           START EMBARGOS KEY IS NOT LESS THAN EMB-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-EMBARGOS
           END-START.
           PERFORM 32-MOSTRAR-ORDEN UNTIL WS-FIN-EMBARGOS EQUAL "SI".
           IF WS-ORDENES EQUAL ZERO
               DISPLAY "El empleado no tiene ordenes de embargo."
           END-IF.
           CLOSE EMBARGOS.
       30-CONSULTAR-END.
       EXIT.


       32-MOSTRAR-ORDEN.
           READ EMBARGOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-EMBARGOS
           NOT AT END
               IF EMB-ID NOT EQUAL WS-ID
                   MOVE "SI" TO WS-FIN-EMBARGOS
               ELSE
                   ADD 1 TO WS-ORDENES
                   COMPUTE WS-PENDIENTE = EMB-TOTAL - EMB-RETENIDO
                   DISPLAY "Orden " EMB-NUMERO " (" EMB-ESTADO ")"
                   " prioridad " EMB-PRIORIDAD " desde "
                   EMB-FECHA-INICIO
                   DISPLAY "  " EMB-JUZGADO " autos " EMB-AUTOS
                   DISPLAY "  Acreedor " EMB-ACREEDOR
                   DISPLAY "  Total " EMB-TOTAL " retenido "
                   EMB-RETENIDO " pendiente " WS-PENDIENTE
               END-IF
           END-READ.
       32-MOSTRAR-ORDEN-END.
       EXIT.


      *> EL JUZGADO PUEDE ALZAR EL EMBARGO ANTES DE SALDARSE: LA
      *> ORDEN QUEDA CERRADA Y YA NO SE RETIENE POR ELLA.
       35-LEVANTAR-ORDEN.
           DISPLAY "ID del empleado: "
           ACCEPT WS-ID.
           DISPLAY "Numero de orden: "
           ACCEPT WS-NUMERO.
           PERFORM 90-ABRIR-EMBARGOS.
           MOVE WS-ID TO EMB-ID.
           MOVE WS-NUMERO TO EMB-NUMERO.
           READ EMBARGOS RECORD
           INVALID KEY
               DISPLAY "No existe esa orden."
           NOT INVALID KEY
               IF EMB-ESTADO EQUAL "C"
                   DISPLAY "La orden ya esta cerrada."
               ELSE
                   DISPLAY "Autos " EMB-AUTOS " pendiente "
                   EMB-TOTAL " - " EMB-RETENIDO
                   DISPLAY "¿Levantar la orden (S/N)?"
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR EQUAL "S"
                       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
                       MOVE "C" TO EMB-ESTADO
                       MOVE WS-HOY-NUM TO EMB-FECHA-FIN
                       REWRITE REG-EMBARGO
                       INVALID KEY
                           DISPLAY "Error al cerrar la orden."
                       NOT INVALID KEY
                           DISPLAY "Orden levantada."
                       END-REWRITE
                   END-IF
               END-IF
           END-READ.
           CLOSE EMBARGOS.
       35-LEVANTAR-ORDEN-END.
       EXIT.


       40-SALARIO-MINIMO.
           OPEN INPUT SALARIO-MINIMO.
           IF WS-FS-SMI EQUAL "00"
               READ SALARIO-MINIMO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SMI-IMPORTE TO WS-SMI
                   DISPLAY "Vigente desde " SMI-FECHA
               END-READ
           END-IF.
           CLOSE SALARIO-MINIMO.
           DISPLAY "Salario minimo mensual inembargable: " WS-SMI.
           DISPLAY "Nuevo importe (0 = sin cambios): "
           ACCEPT WS-SMI-NUEVO.
           IF WS-SMI-NUEVO > ZERO
               MOVE WS-SMI-NUEVO TO SMI-IMPORTE
               DISPLAY "Fecha de efecto (AAAAMMDD): "
               ACCEPT SMI-FECHA
               OPEN OUTPUT SALARIO-MINIMO
               WRITE REG-SMI
               CLOSE SALARIO-MINIMO
               DISPLAY "Salario minimo actualizado."
           END-IF.
       40-SALARIO-MINIMO-END.
       EXIT.


      *> REMESA DEL MES: LAS RETENCIONES DEL PERIODO AGRUPADAS POR
      *> JUZGADO, CON LA CUENTA DE CONSIGNACIONES A LA QUE SE
      *> TRANSFIERE CADA TOTAL.
       50-REMESA.
           PERFORM 95-PEDIR-PERIODO.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMBARGOS.
           IF WS-FS-EMBARGOS NOT EQUAL "00"
               DISPLAY "No hay ordenes de embargo."
               CLOSE EMBARGOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TOT-JUZGADOS WS-TOT-LINEAS WS-TOT-IMPORTE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           OPEN OUTPUT REMESA.
           SORT EMBARGOS-SORT ON ASCENDING KEY SORT-JUZGADO
               ASCENDING KEY SORT-AUTOS
               INPUT PROCEDURE 52-LEER-MOVIMIENTOS
               THRU 52-LEER-MOVIMIENTOS-END
               OUTPUT PROCEDURE 55-ESCRIBIR-REMESA
               THRU 55-ESCRIBIR-REMESA-END.
           MOVE WS-PERIODO TO REM-CTL-PERIODO.
           MOVE WS-TOT-JUZGADOS TO REM-CTL-JUZGADOS.
           MOVE WS-TOT-LINEAS TO REM-CTL-LINEAS.
           MOVE WS-TOT-IMPORTE TO REM-CTL-IMPORTE.
           WRITE REG-REMESA FROM WS-REM-CONTROL.
           CLOSE REMESA EMBARGOS.
           DISPLAY "Remesa del periodo " WS-PERIODO " en"
           " JEMBREMESA.txt".
           DISPLAY "Juzgados: " WS-TOT-JUZGADOS " retenciones: "
           WS-TOT-LINEAS " importe: " WS-TOT-IMPORTE.
       50-REMESA-END.
       EXIT.


       52-LEER-MOVIMIENTOS.
           MOVE "NO" TO WS-FIN-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           IF WS-FS-MOVIMIENTOS NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           END-IF.
           PERFORM 53-SOLTAR-MOVIMIENTO
               UNTIL WS-FIN-MOVIMIENTOS EQUAL "SI".
           CLOSE MOVIMIENTOS.
       52-LEER-MOVIMIENTOS-END.
       EXIT.


       53-SOLTAR-MOVIMIENTO.
           READ MOVIMIENTOS
           AT END
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           NOT AT END
               IF MOV-PERIODO EQUAL WS-PERIODO
                   MOVE MOV-ID TO EMB-ID
                   MOVE MOV-NUMERO TO EMB-NUMERO
                   READ EMBARGOS RECORD
                   INVALID KEY
                       DISPLAY "Retencion sin orden: " MOV-ID "/"
                       MOV-NUMERO
                   NOT INVALID KEY
                       MOVE SPACES TO SORT-EMBARGO
                       MOVE EMB-JUZGADO TO SORT-JUZGADO
                       MOVE EMB-AUTOS TO SORT-AUTOS
                       MOVE EMB-ID TO SORT-ID
                       MOVE EMB-NUMERO TO SORT-NUMERO
                       MOVE EMB-ACREEDOR TO SORT-ACREEDOR
                       MOVE EMB-CUENTA TO SORT-CUENTA
                       MOVE EMB-TOTAL TO SORT-TOTAL
                       MOVE EMB-RETENIDO TO SORT-RETENIDO
                       MOVE MOV-IMPORTE TO SORT-IMPORTE
                       MOVE MOV-PENDIENTE TO SORT-PENDIENTE
                       MOVE EMB-ESTADO TO SORT-ESTADO
                       RELEASE SORT-EMBARGO
                   END-READ
               END-IF
           END-READ.
       53-SOLTAR-MOVIMIENTO-END.
       EXIT.


       55-ESCRIBIR-REMESA.
           MOVE "NO" TO WS-SORT-FIN.
           MOVE HIGH-VALUES TO WS-JUZGADO-ANTERIOR.
           MOVE 0 TO WS-JUZ-LINEAS WS-JUZ-IMPORTE.
           PERFORM 57-TRATAR-RETENCION UNTIL WS-SORT-FIN EQUAL "SI".
           PERFORM 58-TOTAL-JUZGADO.
       55-ESCRIBIR-REMESA-END.
       EXIT.


       57-TRATAR-RETENCION.
           RETURN EMBARGOS-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               IF SORT-JUZGADO NOT EQUAL WS-JUZGADO-ANTERIOR
                   PERFORM 58-TOTAL-JUZGADO
                   MOVE SORT-JUZGADO TO WS-JUZGADO-ANTERIOR
                   MOVE SORT-JUZGADO TO REM-CAB-JUZGADO
                   MOVE SORT-CUENTA TO REM-CAB-CUENTA
                   MOVE WS-PERIODO TO REM-CAB-PERIODO
                   MOVE WS-HOY-NUM TO REM-CAB-FECHA
                   WRITE REG-REMESA FROM WS-REM-CABECERA
                   ADD 1 TO WS-TOT-JUZGADOS
               END-IF
               MOVE SORT-AUTOS TO REM-DET-AUTOS
               MOVE SORT-ACREEDOR TO REM-DET-ACREEDOR
               MOVE SORT-ID TO REM-DET-ID
               MOVE SORT-NUMERO TO REM-DET-NUMERO
               MOVE SORT-IMPORTE TO REM-DET-IMPORTE
               MOVE SORT-PENDIENTE TO REM-DET-PENDIENTE
               WRITE REG-REMESA FROM WS-REM-DETALLE
               ADD 1 TO WS-JUZ-LINEAS WS-TOT-LINEAS
               ADD SORT-IMPORTE TO WS-JUZ-IMPORTE WS-TOT-IMPORTE
           END-RETURN.
       57-TRATAR-RETENCION-END.
       EXIT.


       58-TOTAL-JUZGADO.
           IF WS-JUZ-LINEAS > 0
               MOVE WS-JUZGADO-ANTERIOR TO REM-TOT-JUZGADO
               MOVE WS-JUZ-LINEAS TO REM-TOT-LINEAS
               MOVE WS-JUZ-IMPORTE TO REM-TOT-IMPORTE
               WRITE REG-REMESA FROM WS-REM-TOTAL
           END-IF.
           MOVE 0 TO WS-JUZ-LINEAS WS-JUZ-IMPORTE.
       58-TOTAL-JUZGADO-END.
       EXIT.


      *> INFORME POR JUZGADO: TODAS LAS ORDENES, ACTIVAS Y
      *> CERRADAS, CON LO RETENIDO EN EL MES PEDIDO.
       60-INFORME.
           PERFORM 95-PEDIR-PERIODO.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMBARGOS.
           IF WS-FS-EMBARGOS NOT EQUAL "00"
               DISPLAY "No hay ordenes de embargo."
               CLOSE EMBARGOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 62-CARGAR-MES.
           MOVE 0 TO WS-TOT-LINEAS WS-TOT-IMPORTE WS-TOT-PENDIENTE.
           OPEN OUTPUT INFORME.
           MOVE WS-PERIODO TO INF-TIT-PERIODO.
           WRITE REG-INFORME FROM WS-INF-TITULO.
           DISPLAY WS-INF-TITULO.
           WRITE REG-INFORME FROM WS-INF-CABECERA.
           SORT EMBARGOS-SORT ON ASCENDING KEY SORT-JUZGADO
               ASCENDING KEY SORT-AUTOS
               INPUT PROCEDURE 65-LEER-ORDENES
               THRU 65-LEER-ORDENES-END
               OUTPUT PROCEDURE 70-IMPRIMIR-ORDENES
               THRU 70-IMPRIMIR-ORDENES-END.
           MOVE WS-TOT-LINEAS TO INF-TOT-ORDENES.
           MOVE WS-TOT-PENDIENTE TO INF-TOT-PENDIENTE.
           MOVE WS-TOT-IMPORTE TO INF-TOT-MES.
           WRITE REG-INFORME FROM WS-INF-TOTAL.
           DISPLAY WS-INF-TOTAL.
           CLOSE INFORME EMBARGOS.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en JEMBINFORME.txt".
       60-INFORME-END.
       EXIT.


       62-CARGAR-MES.
           MOVE 0 TO WS-MES-OCUPADAS.
           MOVE "NO" TO WS-FIN-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           IF WS-FS-MOVIMIENTOS NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           END-IF.
           PERFORM 63-LEER-MES UNTIL WS-FIN-MOVIMIENTOS EQUAL "SI".
           CLOSE MOVIMIENTOS.
       62-CARGAR-MES-END.
       EXIT.


       63-LEER-MES.
           READ MOVIMIENTOS
           AT END
               MOVE "SI" TO WS-FIN-MOVIMIENTOS
           NOT AT END
               IF MOV-PERIODO EQUAL WS-PERIODO
                   IF WS-MES-OCUPADAS >= 200
                       DISPLAY "ERROR: tabla de retenciones del mes"
                       " llena (200); ampliar NOMINAEMBARGOS."
                       MOVE "SI" TO WS-FIN-MOVIMIENTOS
                   ELSE
                       ADD 1 TO WS-MES-OCUPADAS
                       MOVE MOV-ID TO WS-MES-ID (WS-MES-OCUPADAS)
                       MOVE MOV-NUMERO TO
                           WS-MES-NUMERO (WS-MES-OCUPADAS)
                       MOVE MOV-IMPORTE TO
                           WS-MES-IMPORTE (WS-MES-OCUPADAS)
                   END-IF
               END-IF
           END-READ.
       63-LEER-MES-END.
       EXIT.


       65-LEER-ORDENES.
           MOVE "NO" TO WS-FIN-EMBARGOS.
           MOVE LOW-VALUES TO EMB-CLAVE.
           START EMBARGOS KEY IS NOT LESS THAN EMB-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-EMBARGOS
           END-START.
           PERFORM 67-SOLTAR-ORDEN UNTIL WS-FIN-EMBARGOS EQUAL "SI".
       65-LEER-ORDENES-END.
       EXIT.


       67-SOLTAR-ORDEN.
           READ EMBARGOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-EMBARGOS
           NOT AT END
               MOVE SPACES TO SORT-EMBARGO
               MOVE EMB-JUZGADO TO SORT-JUZGADO
               MOVE EMB-AUTOS TO SORT-AUTOS
               MOVE EMB-ID TO SORT-ID
               MOVE EMB-NUMERO TO SORT-NUMERO
               MOVE EMB-ACREEDOR TO SORT-ACREEDOR
               MOVE EMB-CUENTA TO SORT-CUENTA
               MOVE EMB-TOTAL TO SORT-TOTAL
               MOVE EMB-RETENIDO TO SORT-RETENIDO
               MOVE ZERO TO SORT-IMPORTE
               PERFORM 68-SUMAR-MES
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MES-OCUPADAS
               COMPUTE SORT-PENDIENTE = EMB-TOTAL - EMB-RETENIDO
               MOVE EMB-ESTADO TO SORT-ESTADO
               RELEASE SORT-EMBARGO
           END-READ.
       67-SOLTAR-ORDEN-END.
       EXIT.


       68-SUMAR-MES.
           IF WS-MES-ID (WS-I) EQUAL EMB-ID
           AND WS-MES-NUMERO (WS-I) EQUAL EMB-NUMERO
               ADD WS-MES-IMPORTE (WS-I) TO SORT-IMPORTE
           END-IF.
       68-SUMAR-MES-END.
       EXIT.


       70-IMPRIMIR-ORDENES.
           MOVE "NO" TO WS-SORT-FIN.
           MOVE HIGH-VALUES TO WS-JUZGADO-ANTERIOR.
           MOVE 0 TO WS-ORDENES WS-JUZ-IMPORTE WS-JUZ-PENDIENTE.
           PERFORM 72-TRATAR-ORDEN UNTIL WS-SORT-FIN EQUAL "SI".
           PERFORM 75-SUBTOTAL-JUZGADO.
       70-IMPRIMIR-ORDENES-END.
       EXIT.


       72-TRATAR-ORDEN.
           RETURN EMBARGOS-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               IF SORT-JUZGADO NOT EQUAL WS-JUZGADO-ANTERIOR
                   PERFORM 75-SUBTOTAL-JUZGADO
                   MOVE SORT-JUZGADO TO WS-JUZGADO-ANTERIOR
                   MOVE SORT-JUZGADO TO INF-JUZ-NOMBRE
                   MOVE SORT-CUENTA TO INF-JUZ-CUENTA
                   WRITE REG-INFORME FROM WS-INF-JUZGADO
                   DISPLAY WS-INF-JUZGADO
               END-IF
               MOVE SORT-ID TO INF-DET-ID
               MOVE SORT-NUMERO TO INF-DET-NUMERO
               MOVE SORT-AUTOS TO INF-DET-AUTOS
               MOVE SORT-ACREEDOR TO INF-DET-ACREEDOR
               MOVE SORT-TOTAL TO INF-DET-TOTAL
               MOVE SORT-RETENIDO TO INF-DET-RETENIDO
               MOVE SORT-PENDIENTE TO INF-DET-PENDIENTE
               MOVE SORT-IMPORTE TO INF-DET-MES
               MOVE SORT-ESTADO TO INF-DET-ESTADO
               WRITE REG-INFORME FROM WS-INF-DETALLE
               DISPLAY WS-INF-DETALLE
               ADD 1 TO WS-ORDENES WS-TOT-LINEAS
               ADD SORT-IMPORTE TO WS-JUZ-IMPORTE WS-TOT-IMPORTE
               ADD SORT-PENDIENTE TO WS-JUZ-PENDIENTE
                   WS-TOT-PENDIENTE
           END-RETURN.
       72-TRATAR-ORDEN-END.
       EXIT.


       75-SUBTOTAL-JUZGADO.
           IF WS-ORDENES > 0
               MOVE WS-ORDENES TO INF-SUB-ORDENES
               MOVE WS-JUZ-PENDIENTE TO INF-SUB-PENDIENTE
               MOVE WS-JUZ-IMPORTE TO INF-SUB-MES
               WRITE REG-INFORME FROM WS-INF-SUBTOTAL
               DISPLAY WS-INF-SUBTOTAL
           END-IF.
           MOVE 0 TO WS-ORDENES WS-JUZ-IMPORTE WS-JUZ-PENDIENTE.
       75-SUBTOTAL-JUZGADO-END.
       EXIT.


       90-ABRIR-EMBARGOS.
           OPEN I-O EMBARGOS.
           IF WS-FS-EMBARGOS EQUAL "35"
               OPEN OUTPUT EMBARGOS
               CLOSE EMBARGOS
               OPEN I-O EMBARGOS
           END-IF.
       90-ABRIR-EMBARGOS-END.
       EXIT.


       95-PEDIR-PERIODO.
           DISPLAY "Periodo (AAAAMM): "
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO (5:2) TO WS-PER-MES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
           END-IF.
       95-PEDIR-PERIODO-END.
       EXIT.

       END PROGRAM NOMINAEMBARGOS.
