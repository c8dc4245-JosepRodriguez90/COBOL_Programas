      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion mensual de cotizaciones a la seguridad
      *          social. Lee las cotizaciones que deja cada pasada
      *          definitiva de CALCULARSALARIOS en JCOTIZA (parte del
      *          empleado y parte de empresa por contingencia) y
      *          genera el fichero JLIQCOTIZA.txt en el formato fijo
      *          del organismo: una cabecera "1" con el codigo de
      *          cuenta de cotizacion de la empresa (JCOTCCC, se pide
      *          y se guarda la primera vez) y el periodo, un detalle
      *          "2" por empleado y un registro de control "9" con el
      *          numero de detalles y los totales de base, parte del
      *          empleado, parte de empresa y liquido a ingresar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINACOTIZA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COTIZACIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOTIZA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CTZ-CLAVE
       FILE STATUS IS WS-FS-COTIZA.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT OPTIONAL CUENTA-COTIZACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOTCCC.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CCC.

       SELECT LIQUIDACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JLIQCOTIZA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-LIQUIDACION.

       DATA DIVISION.
       FILE SECTION.
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

       FD CUENTA-COTIZACION
       RECORD CONTAINS 11 CHARACTERS.
       01 REG-CUENTA-COTIZACION.
           05 CCC-CODIGO PIC X(11).

      *> FORMATO FIJO DEL ORGANISMO, 100 POSICIONES: CABECERA "1",
      *> DETALLE "2" POR EMPLEADO Y CONTROL "9" AL FINAL.
       FD LIQUIDACION
       RECORD CONTAINS 100 CHARACTERS.
       01 REG-LIQ-CABECERA.
           05 LIQ-CAB-TIPO PIC X(1).
           05 LIQ-CAB-CCC PIC X(11).
           05 LIQ-CAB-PERIODO PIC 9(6).
           05 LIQ-CAB-FECHA PIC 9(8).
           05 FILLER PIC X(74).
       01 REG-LIQ-DETALLE.
           05 LIQ-DET-TIPO PIC X(1).
           05 LIQ-DET-ID PIC X(6).
           05 LIQ-DET-APELLIDOS PIC X(20).
           05 LIQ-DET-NOMBRE PIC X(12).
           05 LIQ-DET-CLASE PIC X(1).
           05 LIQ-DET-BASE PIC 9(7).
           05 LIQ-DET-OBRERA PIC 9(6).
           05 LIQ-DET-COMUNES PIC 9(6).
           05 LIQ-DET-DESEMPLEO PIC 9(6).
           05 LIQ-DET-FORMACION PIC 9(6).
           05 LIQ-DET-ACCIDENTES PIC 9(6).
           05 LIQ-DET-EMPRESA PIC 9(7).
           05 LIQ-DET-TOTAL PIC 9(7).
           05 FILLER PIC X(9).
       01 REG-LIQ-CONTROL.
           05 LIQ-CTL-TIPO PIC X(1).
           05 LIQ-CTL-REGISTROS PIC 9(6).
           05 LIQ-CTL-BASE PIC 9(11).
           05 LIQ-CTL-OBRERA PIC 9(11).
           05 LIQ-CTL-EMPRESA PIC 9(11).
           05 LIQ-CTL-LIQUIDO PIC 9(11).
           05 FILLER PIC X(49).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-COTIZA PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-CCC PIC 99.
       77 WS-FS-LIQUIDACION PIC 99.
       77 WS-FIN-COTIZA PIC X(3) VALUE "NO".
       77 WS-PERIODO PIC 9(6).
       77 WS-CCC PIC X(11).
       77 WS-CONTADOR PIC 9(6) VALUE 0.
       77 WS-TOT-BASE PIC 9(11) VALUE 0.
       77 WS-TOT-OBRERA PIC 9(11) VALUE 0.
       77 WS-TOT-EMPRESA PIC 9(11) VALUE 0.
       77 WS-TOT-LIQUIDO PIC 9(11) VALUE 0.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Periodo a liquidar (AAAAMM): "
           ACCEPT WS-PERIODO.
           OPEN INPUT COTIZACIONES.
           IF WS-FS-COTIZA NOT EQUAL "00"
               DISPLAY "No hay cotizaciones: falta una pasada"
               " definitiva de CALCULARSALARIOS."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 10-CUENTA-COTIZACION.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN OUTPUT LIQUIDACION.
           PERFORM 20-ESCRIBIR-CABECERA.
           PERFORM 30-LEER-COTIZACION UNTIL WS-FIN-COTIZA EQUAL "SI".
           PERFORM 50-ESCRIBIR-CONTROL.
           CLOSE COTIZACIONES EMPLEADOS-ARCHIVO LIQUIDACION.
           IF WS-CONTADOR EQUAL ZERO
               DISPLAY "AVISO: ninguna cotizacion del periodo "
               WS-PERIODO "; el fichero solo lleva cabecera y control."
           END-IF.
           DISPLAY "Liquidacion " WS-PERIODO " en JLIQCOTIZA.txt:".
           DISPLAY "  Empleados:        " WS-CONTADOR.
           DISPLAY "  Base:             " WS-TOT-BASE.
           DISPLAY "  Parte empleado:   " WS-TOT-OBRERA.
           DISPLAY "  Parte empresa:    " WS-TOT-EMPRESA.
           DISPLAY "  Liquido a pagar:  " WS-TOT-LIQUIDO.
       STOP RUN.
       00-INICIO-END.
       EXIT.


      *> CODIGO DE CUENTA DE COTIZACION DE LA EMPRESA: SE PIDE LA
      *> PRIMERA VEZ Y QUEDA GUARDADO EN JCOTCCC.
       10-CUENTA-COTIZACION.
           MOVE SPACES TO WS-CCC.
           OPEN INPUT CUENTA-COTIZACION.
           IF WS-FS-CCC EQUAL "00"
               READ CUENTA-COTIZACION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CCC-CODIGO TO WS-CCC
               END-READ
           END-IF.
           CLOSE CUENTA-COTIZACION.
           IF WS-CCC EQUAL SPACES
               DISPLAY "Codigo de cuenta de cotizacion de la empresa: "
               ACCEPT WS-CCC
               MOVE WS-CCC TO CCC-CODIGO
               OPEN OUTPUT CUENTA-COTIZACION
               WRITE REG-CUENTA-COTIZACION
               CLOSE CUENTA-COTIZACION
           END-IF.
       10-CUENTA-COTIZACION-END.
       EXIT.


       20-ESCRIBIR-CABECERA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE SPACES TO REG-LIQ-CABECERA.
           MOVE "1" TO LIQ-CAB-TIPO.
           MOVE WS-CCC TO LIQ-CAB-CCC.
           MOVE WS-PERIODO TO LIQ-CAB-PERIODO.
           MOVE WS-HOY-NUM TO LIQ-CAB-FECHA.
           WRITE REG-LIQ-CABECERA.
       20-ESCRIBIR-CABECERA-END.
       EXIT.


       30-LEER-COTIZACION.
           READ COTIZACIONES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-COTIZA
           NOT AT END
               IF CTZ-PERIODO EQUAL WS-PERIODO
                   PERFORM 40-ESCRIBIR-DETALLE
               END-IF
           END-READ.
       30-LEER-COTIZACION-END.
       EXIT.


       40-ESCRIBIR-DETALLE.
           MOVE SPACES TO REG-LIQ-DETALLE.
           MOVE "2" TO LIQ-DET-TIPO.
           MOVE CTZ-ID TO LIQ-DET-ID.
           IF WS-FS-EMPLEADOS EQUAL "00"
               MOVE CTZ-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "(BAJA)" TO LIQ-DET-APELLIDOS
               NOT INVALID KEY
                   MOVE EMPLEADOS-APELLIDOS TO LIQ-DET-APELLIDOS
                   MOVE EMPLEADOS-NOMBRE TO LIQ-DET-NOMBRE
               END-READ
           END-IF.
           MOVE CTZ-CLASE TO LIQ-DET-CLASE.
           MOVE CTZ-BASE TO LIQ-DET-BASE.
           MOVE CTZ-OBRERA TO LIQ-DET-OBRERA.
           MOVE CTZ-COMUNES TO LIQ-DET-COMUNES.
           MOVE CTZ-DESEMPLEO TO LIQ-DET-DESEMPLEO.
           MOVE CTZ-FORMACION TO LIQ-DET-FORMACION.
           MOVE CTZ-ACCIDENTES TO LIQ-DET-ACCIDENTES.
           MOVE CTZ-EMPRESA TO LIQ-DET-EMPRESA.
           COMPUTE LIQ-DET-TOTAL = CTZ-OBRERA + CTZ-EMPRESA.
           WRITE REG-LIQ-DETALLE.
           ADD 1 TO WS-CONTADOR.
           ADD CTZ-BASE TO WS-TOT-BASE.
           ADD CTZ-OBRERA TO WS-TOT-OBRERA.
           ADD CTZ-EMPRESA TO WS-TOT-EMPRESA.
           ADD LIQ-DET-TOTAL TO WS-TOT-LIQUIDO.
       40-ESCRIBIR-DETALLE-END.
       EXIT.


       50-ESCRIBIR-CONTROL.
           MOVE SPACES TO REG-LIQ-CONTROL.
           MOVE "9" TO LIQ-CTL-TIPO.
           MOVE WS-CONTADOR TO LIQ-CTL-REGISTROS.
           MOVE WS-TOT-BASE TO LIQ-CTL-BASE.
           MOVE WS-TOT-OBRERA TO LIQ-CTL-OBRERA.
           MOVE WS-TOT-EMPRESA TO LIQ-CTL-EMPRESA.
           MOVE WS-TOT-LIQUIDO TO LIQ-CTL-LIQUIDO.
           WRITE REG-LIQ-CONTROL.
       50-ESCRIBIR-CONTROL-END.
       EXIT.

       END PROGRAM NOMINACOTIZA.
