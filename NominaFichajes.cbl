      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacion del fichero diario del reloj de fichar
      *          (JFICHAJES: empleado, fecha, hora de entrada y de
      *          salida) para no teclear a mano en NOMINAVARIABLES
      *          las horas extra "H" ni las ausencias sin sueldo "A".
      *          Cada dia fichado se compara con la jornada diaria
      *          contratada del empleado (JJORNADA, opcion 2 de este
      *          programa; solo los empleados con jornada pasan por
      *          el reloj) y con el calendario laborable de FECHASERV:
      *          lo que pasa de la jornada, o todo lo trabajado en un
      *          dia no laborable, es hora extra. Los dias laborables
      *          sin fichaje hasta el ultimo dia importado cuentan
      *          como ausencia, salvo que esten cubiertos por una
      *          ausencia aprobada en JVACMOVS (NOMINAVACACIONES).
      *          Cada dia tratado queda en JFICHADIA, asi importar dos
      *          veces el mismo dia no graba lineas repetidas. Al
      *          final se deja en JVARNOMINA una linea "H" y una "A"
      *          por empleado con lo nuevo de la pasada, y en
      *          JFICHAEXC la lista de fichajes incompletos, horas
      *          imposibles y ausencias anotadas para que RRHH las
      *          revise. Un periodo cerrado (PERIODOSERV) no se importa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINAFICHAJES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL FICHAJES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFICHAJES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-FICHAJES.

       SELECT JORNADAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JJORNADA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS JOR-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-JORNADAS.

       SELECT FICHADIAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFICHADIA.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DIA-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FICHADIAS.

       SELECT OPTIONAL VACMOVS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JVACMOVS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-VACMOVS.

       SELECT OPTIONAL VARIABLES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JVARNOMINA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-VARIABLES.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JFICHAEXC.txt".

       DATA DIVISION.
       FILE SECTION.
      *> UNA LINEA POR EMPLEADO Y DIA TAL COMO LA SACA EL RELOJ; UNA
      *> HORA EN BLANCO ES UN FICHAJE QUE FALTA.
       FD FICHAJES
       RECORD CONTAINS 25 CHARACTERS.
       01 REG-FICHAJE.
           05 FIC-ID PIC X(6).
           05 FILLER PIC X(1).
           05 FIC-FECHA PIC X(8).
           05 FIC-FECHA-N REDEFINES FIC-FECHA PIC 9(8).
           05 FILLER PIC X(1).
           05 FIC-ENTRADA PIC X(4).
           05 FIC-ENTRADA-N REDEFINES FIC-ENTRADA.
               10 FIC-ENT-HH PIC 9(2).
               10 FIC-ENT-MM PIC 9(2).
           05 FILLER PIC X(1).
           05 FIC-SALIDA PIC X(4).
           05 FIC-SALIDA-N REDEFINES FIC-SALIDA.
               10 FIC-SAL-HH PIC 9(2).
               10 FIC-SAL-MM PIC 9(2).

      *> JORNADA DIARIA CONTRATADA, EN HORAS, DE CADA EMPLEADO QUE
      *> FICHA.
       FD JORNADAS.
           01 REG-JORNADA.
               05 JOR-ID PIC X(6).
               05 JOR-HORAS PIC 9(2)V99.

      *> DIAS YA TRATADOS: "T" TRABAJADO, "A" AUSENCIA ANOTADA, "X"
      *> FICHAJE CON INCIDENCIA (NO CUENTA COMO AUSENCIA Y SE PUEDE
      *> CORREGIR VOLVIENDO A IMPORTAR EL DIA).
       FD FICHADIAS.
           01 REG-FICHADIA.
               05 DIA-CLAVE.
                   10 DIA-ID PIC X(6).
                   10 DIA-FECHA PIC 9(8).
               05 DIA-TIPO PIC X(1).
               05 DIA-HORAS PIC 9(2)V99.
               05 DIA-EXTRA PIC 9(2)V99.
               05 DIA-PERIODO PIC 9(6).

       FD VACMOVS
       RECORD CONTAINS 32 CHARACTERS.
       01 REG-VACMOV PIC X(32).

       FD VARIABLES
       RECORD CONTAINS 20 CHARACTERS.
       01 REG-VARIABLE.
           05 VAR-ID PIC X(6).
           05 VAR-PERIODO PIC 9(6).
           05 VAR-CONCEPTO PIC X(1).
           05 VAR-CANTIDAD PIC 9(3)V99.
           05 FILLER PIC X(2).

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

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JFICHAEXC".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINAFICHAJES".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-FICHAJES PIC 99.
       77 WS-FS-JORNADAS PIC 99.
       77 WS-FS-FICHADIAS PIC 99.
       77 WS-FS-VACMOVS PIC 99.
       77 WS-FS-VARIABLES PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-PERIODO PIC 9(6).
       77 WS-PER-MES PIC 9(2).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).
       77 WS-FIN-FICHAJES PIC X(3).
       77 WS-FIN-VACMOVS PIC X(3).
       77 WS-FIN-JORNADAS PIC X(3).
       77 WS-FECHA-MAX PIC 9(8).
       77 WS-FECHA-CALCULO PIC 9(8).
       77 WS-DIA PIC 9(2).
       77 WS-DIAS-MES PIC 9(2).
       77 WS-DIAS-TRATAR PIC 9(2).
       77 WS-I PIC 9(3).
       77 WS-J PIC 9(3).
       77 WS-MIN-ENTRADA PIC 9(4).
       77 WS-MIN-SALIDA PIC 9(4).
       77 WS-HORAS PIC 9(2)V99.
       77 WS-EXTRA PIC 9(2)V99.
       77 WS-CORRECTO PIC X(2).
       77 WS-EXISTE-DIA PIC X(2).
       77 WS-JUSTIFICADO PIC X(2).
       77 WS-ENCONTRADO PIC X(2).
       77 WS-MOTIVO PIC X(40).
       77 WS-LEIDOS PIC 9(5) VALUE 0.
       77 WS-ANOTADOS PIC 9(5) VALUE 0.
       77 WS-DUPLICADOS PIC 9(5) VALUE 0.
       77 WS-OTRO-PERIODO PIC 9(5) VALUE 0.
       77 WS-EXCEPCIONES PIC 9(5) VALUE 0.
       77 WS-AUSENCIAS PIC 9(5) VALUE 0.
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).

      *> CALENDARIO DEL MES: FECHA Y SI ES LABORABLE (1) O NO (0).
       01 WS-TABLA-MES.
           05 WS-MES-DIA OCCURS 31 TIMES.
               10 WS-MES-FECHA PIC 9(8).
               10 WS-MES-LABORABLE PIC 9(1).

      *> AUSENCIAS APROBADAS DE JVACMOVS (CUALQUIER TIPO).
       01 WS-TABLA-LICENCIAS.
           05 WS-LIC-OCUPADAS PIC 9(3) VALUE 0.
           05 WS-LIC-ENTRADA OCCURS 300 TIMES.
               10 WS-LIC-ID PIC X(6).
               10 WS-LIC-DESDE PIC 9(8).
               10 WS-LIC-HASTA PIC 9(8).
       01 WS-SOLICITUD.
           05 WS-SOL-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SOL-TIPO PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SOL-DESDE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SOL-HASTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SOL-DIAS PIC 9(2)V9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SOL-ESTADO PIC X(1).

      *> LO NUEVO DE ESTA PASADA POR EMPLEADO, PARA JVARNOMINA.
       01 WS-TABLA-ACUMULADOS.
           05 WS-ACU-OCUPADOS PIC 9(3) VALUE 0.
           05 WS-ACU-ENTRADA OCCURS 200 TIMES.
               10 WS-ACU-ID PIC X(6).
               10 WS-ACU-EXTRA PIC 9(3)V99.
               10 WS-ACU-AUSENCIAS PIC 9(3)V99.

       01 WS-CABECERA.
           05 FILLER PIC X(40) VALUE
           "INCIDENCIAS DE FICHAJE - PERIODO".
           05 CAB-PERIODO PIC 9(6).

       01 WS-LINEA-INCIDENCIA.
           05 INC-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INC-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INC-ENTRADA PIC X(4).
           05 FILLER PIC X(1) VALUE "-".
           05 INC-SALIDA PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INC-MOTIVO PIC X(40).

       01 WS-LINEA-RESUMEN.
           05 RES-TEXTO PIC X(40).
           05 RES-CANTIDAD PIC ZZZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 3.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "Fichajes del reloj."
           DISPLAY "Importar fichajes de un periodo (1)"
           DISPLAY "Jornada diaria contratada de un empleado (2)"
           DISPLAY "salir (3)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-IMPORTAR
           WHEN 2
               PERFORM 90-JORNADA
           WHEN 3
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-IMPORTAR.
           DISPLAY "Periodo a importar (AAAAMM): "
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO (5:2) TO WS-PER-MES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO WS-PERSERV-OP.
           MOVE WS-PERIODO TO WS-PERSERV-PERIODO.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
           IF WS-PERSERV-ESTADO EQUAL "C"
               DISPLAY "El periodo " WS-PERIODO " esta cerrado: no"
               " se importan fichajes."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FICHAJES.
           IF WS-FS-FICHAJES NOT EQUAL "00"
               DISPLAY "No se encuentra el fichero del reloj"
               " JFICHAJES.txt."
               CLOSE FICHAJES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT JORNADAS.
           IF WS-FS-JORNADAS NOT EQUAL "00"
               DISPLAY "No hay jornadas contratadas: darlas antes"
               " con la opcion 2."
               CLOSE FICHAJES JORNADAS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           OPEN I-O FICHADIAS.
           IF WS-FS-FICHADIAS = "35"
               OPEN OUTPUT FICHADIAS
               CLOSE FICHADIAS
               OPEN I-O FICHADIAS
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE WS-PERIODO TO CAB-PERIODO.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.

           MOVE 0 TO WS-LEIDOS WS-ANOTADOS WS-DUPLICADOS
               WS-OTRO-PERIODO WS-EXCEPCIONES WS-AUSENCIAS
               WS-ACU-OCUPADOS WS-FECHA-MAX.
           PERFORM 15-PREPARAR-MES.
           PERFORM 60-CARGAR-LICENCIAS.

           MOVE "NO" TO WS-FIN-FICHAJES.
           PERFORM 25-LEER-FICHAJE UNTIL WS-FIN-FICHAJES EQUAL "SI".
           PERFORM 40-AUSENCIAS.
           PERFORM 80-GRABAR-VARIABLES.
           PERFORM 85-RESUMEN.
           CLOSE FICHAJES JORNADAS EMPLEADOS-ARCHIVO FICHADIAS
               INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       20-IMPORTAR-END.
       EXIT.


      *> DIAS DEL MES CON SU MARCA DE LABORABLE, CALCULADOS UNA SOLA
      *> VEZ PARA NO LEER EL CALENDARIO DE FESTIVOS EN CADA FICHAJE.
       15-PREPARAR-MES.
           MOVE 0 TO WS-DIAS-MES.
           COMPUTE WS-FECHA-CALCULO = WS-PERIODO * 100 + 1.
           PERFORM 17-DIA-MES
               UNTIL WS-FECHA-CALCULO (1:6) NOT EQUAL WS-PERIODO.
       15-PREPARAR-MES-END.
       EXIT.


       17-DIA-MES.
           ADD 1 TO WS-DIAS-MES.
           MOVE WS-FECHA-CALCULO TO WS-MES-FECHA (WS-DIAS-MES).
           MOVE "L" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-CALCULO,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-DIAS TO WS-MES-LABORABLE (WS-DIAS-MES).
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE 1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-CALCULO,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FECHA-CALCULO.
       17-DIA-MES-END.
       EXIT.


       25-LEER-FICHAJE.
           READ FICHAJES
           AT END
               MOVE "SI" TO WS-FIN-FICHAJES
           NOT AT END
               ADD 1 TO WS-LEIDOS
               PERFORM 30-TRATAR-FICHAJE
           END-READ.
       25-LEER-FICHAJE-END.
       EXIT.


       30-TRATAR-FICHAJE.
           IF FIC-FECHA NOT NUMERIC
               MOVE "Fecha no valida" TO WS-MOTIVO
               PERFORM 70-ESCRIBIR-INCIDENCIA
               EXIT PARAGRAPH
           END-IF.
           IF FIC-FECHA (1:6) NOT EQUAL WS-PERIODO
               ADD 1 TO WS-OTRO-PERIODO
               EXIT PARAGRAPH
           END-IF.
           MOVE FIC-FECHA-N (7:2) TO WS-DIA.
           IF WS-DIA < 1 OR WS-DIA > WS-DIAS-MES
               MOVE "Fecha no valida" TO WS-MOTIVO
               PERFORM 70-ESCRIBIR-INCIDENCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE FIC-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "Empleado inexistente en empidx.dat" TO WS-MOTIVO
               PERFORM 70-ESCRIBIR-INCIDENCIA
               EXIT PARAGRAPH
           END-READ.
           MOVE FIC-ID TO JOR-ID.
           READ JORNADAS RECORD
           INVALID KEY
               MOVE "Empleado sin jornada contratada" TO WS-MOTIVO
               PERFORM 70-ESCRIBIR-INCIDENCIA
               EXIT PARAGRAPH
           END-READ.
           IF FIC-FECHA-N > WS-FECHA-MAX
               MOVE FIC-FECHA-N TO WS-FECHA-MAX
           END-IF.

           PERFORM 35-VALIDAR-HORAS.

           MOVE FIC-ID TO DIA-ID.
           MOVE FIC-FECHA-N TO DIA-FECHA.
           MOVE "SI" TO WS-EXISTE-DIA.
           READ FICHADIAS RECORD
           INVALID KEY
               MOVE "NO" TO WS-EXISTE-DIA
           END-READ.
      *> UN DIA YA TRATADO SOLO SE VUELVE A MIRAR SI QUEDO CON
      *> INCIDENCIA Y AHORA LLEGA CORREGIDO.
           IF WS-EXISTE-DIA EQUAL "SI"
               IF DIA-TIPO EQUAL "X" AND WS-CORRECTO EQUAL "SI"
                   CONTINUE
               ELSE
                   IF DIA-TIPO EQUAL "A" AND WS-CORRECTO EQUAL "SI"
                       MOVE "Dia ya anotado como ausencia"
                           TO WS-MOTIVO
                       PERFORM 70-ESCRIBIR-INCIDENCIA
                   ELSE
                       ADD 1 TO WS-DUPLICADOS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-PERIODO TO DIA-PERIODO.
           IF WS-CORRECTO EQUAL "NO"
               PERFORM 70-ESCRIBIR-INCIDENCIA
               MOVE "X" TO DIA-TIPO
               MOVE 0 TO DIA-HORAS DIA-EXTRA
               IF WS-EXISTE-DIA EQUAL "NO"
                   WRITE REG-FICHADIA
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *> EN DIA NO LABORABLE TODO LO TRABAJADO ES HORA EXTRA.
           MOVE 0 TO WS-EXTRA.
           IF WS-MES-LABORABLE (WS-DIA) EQUAL 0
               MOVE WS-HORAS TO WS-EXTRA
           ELSE
               IF WS-HORAS > JOR-HORAS
                   COMPUTE WS-EXTRA = WS-HORAS - JOR-HORAS
               END-IF
           END-IF.
           MOVE "T" TO DIA-TIPO.
           MOVE WS-HORAS TO DIA-HORAS.
           MOVE WS-EXTRA TO DIA-EXTRA.
           IF WS-EXISTE-DIA EQUAL "SI"
               REWRITE REG-FICHADIA
           ELSE
               WRITE REG-FICHADIA
           END-IF.
           ADD 1 TO WS-ANOTADOS.
           IF WS-EXTRA > 0
               PERFORM 75-BUSCAR-ACUMULADO
               IF WS-I > 0
                   ADD WS-EXTRA TO WS-ACU-EXTRA (WS-I)
               END-IF
           END-IF.
       30-TRATAR-FICHAJE-END.
       EXIT.


       35-VALIDAR-HORAS.
           MOVE "SI" TO WS-CORRECTO.
           IF FIC-ENTRADA EQUAL SPACES
               MOVE "Falta el fichaje de entrada" TO WS-MOTIVO
               MOVE "NO" TO WS-CORRECTO
               EXIT PARAGRAPH
           END-IF.
           IF FIC-SALIDA EQUAL SPACES
               MOVE "Falta el fichaje de salida" TO WS-MOTIVO
               MOVE "NO" TO WS-CORRECTO
               EXIT PARAGRAPH
           END-IF.
           IF FIC-ENTRADA NOT NUMERIC OR FIC-SALIDA NOT NUMERIC
               MOVE "Hora imposible" TO WS-MOTIVO
               MOVE "NO" TO WS-CORRECTO
               EXIT PARAGRAPH
           END-IF.
           IF FIC-ENT-HH > 23 OR FIC-ENT-MM > 59
           OR FIC-SAL-HH > 23 OR FIC-SAL-MM > 59
               MOVE "Hora imposible" TO WS-MOTIVO
               MOVE "NO" TO WS-CORRECTO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MIN-ENTRADA = FIC-ENT-HH * 60 + FIC-ENT-MM.
           COMPUTE WS-MIN-SALIDA = FIC-SAL-HH * 60 + FIC-SAL-MM.
           IF WS-MIN-SALIDA NOT > WS-MIN-ENTRADA
               MOVE "Salida anterior o igual a la entrada"
                   TO WS-MOTIVO
               MOVE "NO" TO WS-CORRECTO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HORAS ROUNDED =
               (WS-MIN-SALIDA - WS-MIN-ENTRADA) / 60.
       35-VALIDAR-HORAS-END.
       EXIT.


      *> AUSENCIAS: DIAS LABORABLES DEL MES HASTA EL ULTIMO DIA
      *> IMPORTADO SIN NINGUN FICHAJE DE UN EMPLEADO CON JORNADA.
       40-AUSENCIAS.
           IF WS-FECHA-MAX EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-MAX (7:2) TO WS-DIAS-TRATAR.
           MOVE LOW-VALUES TO JOR-ID.
           MOVE "NO" TO WS-FIN-JORNADAS.
           START JORNADAS KEY IS NOT LESS THAN JOR-ID
           INVALID KEY
               MOVE "SI" TO WS-FIN-JORNADAS
           END-START.
           PERFORM 42-LEER-JORNADA UNTIL WS-FIN-JORNADAS EQUAL "SI".
       40-AUSENCIAS-END.
       EXIT.


       42-LEER-JORNADA.
           READ JORNADAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-JORNADAS
           NOT AT END
               MOVE JOR-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 45-DIA-AUSENCIA
                       VARYING WS-DIA FROM 1 BY 1
                       UNTIL WS-DIA > WS-DIAS-TRATAR
               END-READ
           END-READ.
       42-LEER-JORNADA-END.
       EXIT.


       45-DIA-AUSENCIA.
           IF WS-MES-LABORABLE (WS-DIA) EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           MOVE JOR-ID TO DIA-ID.
           MOVE WS-MES-FECHA (WS-DIA) TO DIA-FECHA.
           READ FICHADIAS RECORD
           INVALID KEY
               PERFORM 50-BUSCAR-LICENCIA
               IF WS-JUSTIFICADO EQUAL "NO"
                   MOVE JOR-ID TO DIA-ID
                   MOVE WS-MES-FECHA (WS-DIA) TO DIA-FECHA
                   MOVE "A" TO DIA-TIPO
                   MOVE 0 TO DIA-HORAS DIA-EXTRA
                   MOVE WS-PERIODO TO DIA-PERIODO
                   WRITE REG-FICHADIA
                   ADD 1 TO WS-AUSENCIAS
                   PERFORM 77-ACUMULAR-AUSENCIA
               END-IF
           END-READ.
       45-DIA-AUSENCIA-END.
       EXIT.


       50-BUSCAR-LICENCIA.
           MOVE "NO" TO WS-JUSTIFICADO.
           PERFORM 55-COMPARAR-LICENCIA
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-LIC-OCUPADAS
               OR WS-JUSTIFICADO EQUAL "SI".
       50-BUSCAR-LICENCIA-END.
       EXIT.


       55-COMPARAR-LICENCIA.
           IF WS-LIC-ID (WS-J) EQUAL JOR-ID
           AND WS-MES-FECHA (WS-DIA) NOT < WS-LIC-DESDE (WS-J)
           AND WS-MES-FECHA (WS-DIA) NOT > WS-LIC-HASTA (WS-J)
               MOVE "SI" TO WS-JUSTIFICADO
           END-IF.
       55-COMPARAR-LICENCIA-END.
       EXIT.


      *> SOLO LAS SOLICITUDES APROBADAS JUSTIFICAN EL DIA; LAS SIN
      *> SUELDO YA LLEVAN SU LINEA "A" DESDE NOMINAVACACIONES.
       60-CARGAR-LICENCIAS.
           MOVE 0 TO WS-LIC-OCUPADAS.
           MOVE "NO" TO WS-FIN-VACMOVS.
           OPEN INPUT VACMOVS.
           IF WS-FS-VACMOVS NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-VACMOVS
           END-IF.
           PERFORM 65-LEER-LICENCIA UNTIL WS-FIN-VACMOVS EQUAL "SI".
           CLOSE VACMOVS.
       60-CARGAR-LICENCIAS-END.
       EXIT.


       65-LEER-LICENCIA.
           READ VACMOVS
           AT END
               MOVE "SI" TO WS-FIN-VACMOVS
           NOT AT END
               MOVE REG-VACMOV TO WS-SOLICITUD
               IF WS-SOL-ESTADO EQUAL "A"
                   IF WS-LIC-OCUPADAS >= 300
                       DISPLAY "ERROR: tabla de ausencias llena"
                       " (300); ampliar NOMINAFICHAJES."
                   ELSE
                       ADD 1 TO WS-LIC-OCUPADAS
                       MOVE WS-SOL-ID TO WS-LIC-ID (WS-LIC-OCUPADAS)
                       MOVE WS-SOL-DESDE
                           TO WS-LIC-DESDE (WS-LIC-OCUPADAS)
                       MOVE WS-SOL-HASTA
                           TO WS-LIC-HASTA (WS-LIC-OCUPADAS)
                   END-IF
               END-IF
           END-READ.
       65-LEER-LICENCIA-END.
       EXIT.


       70-ESCRIBIR-INCIDENCIA.
           MOVE FIC-ID TO INC-ID.
           MOVE FIC-FECHA TO INC-FECHA.
           MOVE FIC-ENTRADA TO INC-ENTRADA.
           MOVE FIC-SALIDA TO INC-SALIDA.
           MOVE WS-MOTIVO TO INC-MOTIVO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-INCIDENCIA.
           ADD 1 TO WS-EXCEPCIONES.
       70-ESCRIBIR-INCIDENCIA-END.
       EXIT.


      *> POSICION DEL EMPLEADO EN LA TABLA DE ACUMULADOS (0 SI ESTA
      *> LLENA); SE DA DE ALTA SI NO ESTABA.
       75-BUSCAR-ACUMULADO.
           MOVE 0 TO WS-I.
           MOVE "NO" TO WS-ENCONTRADO.
           PERFORM 76-COMPARAR-ACUMULADO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-ACU-OCUPADOS
               OR WS-ENCONTRADO EQUAL "SI".
           IF WS-ENCONTRADO EQUAL "NO"
               IF WS-ACU-OCUPADOS >= 200
                   DISPLAY "ERROR: tabla de empleados llena"
                   " (200); ampliar NOMINAFICHAJES."
               ELSE
                   ADD 1 TO WS-ACU-OCUPADOS
                   MOVE WS-ACU-OCUPADOS TO WS-I
                   MOVE DIA-ID TO WS-ACU-ID (WS-I)
                   MOVE 0 TO WS-ACU-EXTRA (WS-I)
                       WS-ACU-AUSENCIAS (WS-I)
               END-IF
           END-IF.
       75-BUSCAR-ACUMULADO-END.
       EXIT.


       76-COMPARAR-ACUMULADO.
           IF WS-ACU-ID (WS-J) EQUAL DIA-ID
               MOVE WS-J TO WS-I
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       76-COMPARAR-ACUMULADO-END.
       EXIT.


       77-ACUMULAR-AUSENCIA.
           PERFORM 75-BUSCAR-ACUMULADO.
           IF WS-I > 0
               ADD 1 TO WS-ACU-AUSENCIAS (WS-I)
           END-IF.
           MOVE DIA-ID TO INC-ID.
           MOVE DIA-FECHA TO INC-FECHA.
           MOVE SPACES TO INC-ENTRADA INC-SALIDA.
           MOVE "Ausencia sin justificar anotada" TO INC-MOTIVO.
           WRITE REGISTRO-INFORME FROM WS-LINEA-INCIDENCIA.
       77-ACUMULAR-AUSENCIA-END.
       EXIT.


       80-GRABAR-VARIABLES.
           OPEN EXTEND VARIABLES.
           PERFORM 82-GRABAR-EMPLEADO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACU-OCUPADOS.
           CLOSE VARIABLES.
       80-GRABAR-VARIABLES-END.
       EXIT.


       82-GRABAR-EMPLEADO.
           MOVE SPACES TO REG-VARIABLE.
           MOVE WS-ACU-ID (WS-I) TO VAR-ID.
           MOVE WS-PERIODO TO VAR-PERIODO.
           IF WS-ACU-EXTRA (WS-I) > 0
               MOVE "H" TO VAR-CONCEPTO
               MOVE WS-ACU-EXTRA (WS-I) TO VAR-CANTIDAD
               WRITE REG-VARIABLE
           END-IF.
           IF WS-ACU-AUSENCIAS (WS-I) > 0
               MOVE "A" TO VAR-CONCEPTO
               MOVE WS-ACU-AUSENCIAS (WS-I) TO VAR-CANTIDAD
               WRITE REG-VARIABLE
           END-IF.
       82-GRABAR-EMPLEADO-END.
       EXIT.


       85-RESUMEN.
           MOVE SPACES TO REGISTRO-INFORME.
           WRITE REGISTRO-INFORME.
           MOVE "Lineas leidas del reloj:" TO RES-TEXTO.
           MOVE WS-LEIDOS TO RES-CANTIDAD.
           PERFORM 87-LINEA-RESUMEN.
           MOVE "Dias fichados anotados:" TO RES-TEXTO.
           MOVE WS-ANOTADOS TO RES-CANTIDAD.
           PERFORM 87-LINEA-RESUMEN.
           MOVE "Dias ya importados (omitidos):" TO RES-TEXTO.
           MOVE WS-DUPLICADOS TO RES-CANTIDAD.
           PERFORM 87-LINEA-RESUMEN.
           MOVE "Lineas de otro periodo (omitidas):" TO RES-TEXTO.
           MOVE WS-OTRO-PERIODO TO RES-CANTIDAD.
           PERFORM 87-LINEA-RESUMEN.
           MOVE "Fichajes con incidencia:" TO RES-TEXTO.
           MOVE WS-EXCEPCIONES TO RES-CANTIDAD.
           PERFORM 87-LINEA-RESUMEN.
           MOVE "Ausencias sin justificar anotadas:" TO RES-TEXTO.
           MOVE WS-AUSENCIAS TO RES-CANTIDAD.
           PERFORM 87-LINEA-RESUMEN.
           DISPLAY "Variables del periodo grabadas en JVARNOMINA;"
           " incidencias en JFICHAEXC.txt.".
       85-RESUMEN-END.
       EXIT.


       87-LINEA-RESUMEN.
           WRITE REGISTRO-INFORME FROM WS-LINEA-RESUMEN.
           DISPLAY WS-LINEA-RESUMEN.
       87-LINEA-RESUMEN-END.
       EXIT.


       90-JORNADA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS NOT EQUAL "00"
               DISPLAY "No se encuentra el maestro de empleados."
               CLOSE EMPLEADOS-ARCHIVO
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O JORNADAS.
           IF WS-FS-JORNADAS = "35"
               OPEN OUTPUT JORNADAS
               CLOSE JORNADAS
               OPEN I-O JORNADAS
           END-IF.
           DISPLAY "ID del empleado: "
           ACCEPT EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "No existe ese empleado en empidx.dat."
           NOT INVALID KEY
               DISPLAY "Empleado: " EMPLEADOS-NOMBRE
               MOVE EMPLEADOS-ID TO JOR-ID
               READ JORNADAS RECORD
               INVALID KEY
                   DISPLAY "Sin jornada; no pasa por el reloj."
                   PERFORM 95-PEDIR-JORNADA
                   IF WS-CORRECTO EQUAL "SI" AND WS-HORAS > 0
                       MOVE WS-HORAS TO JOR-HORAS
                       WRITE REG-JORNADA
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Jornada actual: " JOR-HORAS " h/dia"
                   PERFORM 95-PEDIR-JORNADA
                   IF WS-CORRECTO EQUAL "SI"
                       IF WS-HORAS > 0
                           MOVE WS-HORAS TO JOR-HORAS
                           REWRITE REG-JORNADA
                       ELSE
                           DELETE JORNADAS RECORD
                           DISPLAY "Empleado fuera del control"
                           " horario."
                       END-IF
                   END-IF
               END-READ
           END-READ.
           CLOSE EMPLEADOS-ARCHIVO JORNADAS.
       90-JORNADA-END.
       EXIT.


       95-PEDIR-JORNADA.
           DISPLAY "Horas diarias contratadas (0 = no ficha): "
           ACCEPT WS-HORAS.
           MOVE "SI" TO WS-CORRECTO.
           IF WS-HORAS > 12
               DISPLAY "Jornada no valida; se deja sin cambios."
               MOVE "NO" TO WS-CORRECTO
           END-IF.
       95-PEDIR-JORNADA-END.
       EXIT.

       END PROGRAM NOMINAFICHAJES.
