      ******************************************************************
      * Author:
      * Date:
      * Purpose: Horario semanal de clases por grupo en JHORARIO:
      *          cada franja (grupo, dia de la semana y hora) lleva
      *          la asignatura, su profesor (el que tiene asignado en
      *          JASIGPROF desde PROFESORMANT) y el aula. Una franja
      *          se rechaza si el profesor o el aula ya estan
      *          ocupados a esa hora con otro grupo, y se avisa
      *          cuando las horas semanales de una asignatura en el
      *          grupo no cuadran con las que pide el catalogo
      *          (JASIGHORAS, ASIGMANT). Imprime en JHORARIOIMP el
      *          horario de un grupo, de un profesor o de un aula.
      *          ALUMASIST pasa lista por franja con este horario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIOMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HORARIO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHORARIO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HOR-CLAVE
       ALTERNATE RECORD KEY IS HOR-CLAVE-PROFESOR
       ALTERNATE RECORD KEY IS HOR-CLAVE-AULA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HORARIO.

       SELECT OPTIONAL GRUPOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGRUPOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GRP-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.

       SELECT OPTIONAL ASIGNATURAS-CAT
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Asignaturas.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASIG-CODIGO
       ALTERNATE RECORD KEY IS ASIG-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT OPTIONAL ASIG-PROFESOR ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JASIGPROF.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS APF-ASIGNATURA
       FILE STATUS IS WS-FS-ASIGPROF.

       SELECT OPTIONAL PROFESORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPROFESORES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PROF-ID
       FILE STATUS IS WS-FS-PROFESORES.

       SELECT OPTIONAL ASIG-HORAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JASIGHORAS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASH-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HORAS.

       SELECT IMPRESO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHORARIOIMP.txt".

       DATA DIVISION.
       FILE SECTION.
      *> UNA FRANJA POR GRUPO, DIA (1 = LUNES ... 5 = VIERNES) Y HORA
      *> (1-8). EL PROFESOR Y EL AULA LLEVAN REPETIDOS EL DIA Y LA
      *> HORA PARA TENER SUS PROPIAS CLAVES SIN DUPLICADOS: UN
      *> PROFESOR O UN AULA NO PUEDEN ESTAR EN DOS SITIOS A LA VEZ.
       FD HORARIO.
           01 REG-HORARIO.
               05 HOR-CLAVE.
                   10 HOR-GRUPO PIC X(3).
                   10 HOR-DIA PIC 9(1).
                   10 HOR-HORA PIC 9(1).
               05 HOR-ASIGNATURA PIC X(4).
               05 HOR-CLAVE-PROFESOR.
                   10 HOR-PROFESOR PIC X(4).
                   10 HOR-PROF-DIA PIC 9(1).
                   10 HOR-PROF-HORA PIC 9(1).
               05 HOR-CLAVE-AULA.
                   10 HOR-AULA PIC X(4).
                   10 HOR-AULA-DIA PIC 9(1).
                   10 HOR-AULA-HORA PIC 9(1).

       FD GRUPOS.
           01 REG-GRUPO.
               05 GRP-CODIGO PIC X(3).
               05 GRP-CURSO PIC X(10).
               05 GRP-CAPACIDAD PIC 9(2).
               05 GRP-TUTOR PIC X(15).

       FD ASIGNATURAS-CAT.
           01 REG-ASIGNATURA.
               05 ASIG-CODIGO PIC X(4).
               05 ASIG-NOMBRE PIC X(10).

       FD ASIG-PROFESOR.
           01 DATOS-ASIG-PROFESOR.
               05 APF-ASIGNATURA PIC X(4).
               05 APF-PROFESOR PIC X(4).
               05 APF-CURSO PIC X(6).

       FD PROFESORES.
           01 DATOS-PROFESOR.
               05 PROF-ID PIC X(4).
               05 PROF-NOMBRE PIC X(15).
               05 PROF-CLAVE PIC X(4).

       FD ASIG-HORAS.
           01 REG-ASIG-HORAS.
               05 ASH-CODIGO PIC X(4).
               05 ASH-HORAS PIC 9(2).

       FD IMPRESO
       RECORD CONTAINS 70 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REG-IMPRESO PIC X(70).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JHORARIOIMP".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "HORARIOMANT".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-HORARIO PIC 99.
       77 WS-FS-GRUPOS PIC 99.
       77 WS-FS-CATALOGO PIC 99.
       77 WS-FS-ASIGPROF PIC 99.
       77 WS-FS-PROFESORES PIC 99.
       77 WS-FS-HORAS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-HORARIO PIC X(3) VALUE "NO".
       77 WS-FRANJA-VALIDA PIC X(1).
       77 WS-CONFLICTO PIC X(1).
       77 WS-ENCONTRADO PIC X(2).
       77 WS-GRUPO-BUSCAR PIC X(3).
       77 WS-DIA-ENTRADA PIC 9(1).
       77 WS-HORA-ENTRADA PIC 9(1).
       77 WS-ASIG-ENTRADA PIC X(4).
       77 WS-PROF-ENTRADA PIC X(4).
       77 WS-AULA-ENTRADA PIC X(4).
       77 WS-HORAS-GRUPO PIC 9(2).
       77 WS-TOTAL-FRANJAS PIC 9(2).
       77 WS-D PIC 9(1).
       77 WS-H PIC 9(1).
       77 WS-A PIC 9(2).

      *> REJILLA SEMANAL QUE SE IMPRIME: 8 HORAS POR 5 DIAS. CADA
      *> CELDA SON DOS CODIGOS (ASIGNATURA Y AULA EN EL HORARIO DE UN
      *> GRUPO; GRUPO Y ASIGNATURA EN EL DE UN PROFESOR O UN AULA).
       01 WS-REJILLA.
           05 WS-REJ-HORA OCCURS 8 TIMES.
               10 WS-REJ-CELDA OCCURS 5 TIMES PIC X(9).

       01 WS-CELDA.
           05 WS-CELDA-A PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CELDA-B PIC X(4).

      *> HORAS DE CADA ASIGNATURA EN EL HORARIO DEL GRUPO, PARA
      *> COMPARARLAS CON EL CATALOGO (40 FRANJAS COMO MAXIMO).
       01 WS-TABLA-ASIG.
           05 WS-TA-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-TA-ENTRADA OCCURS 40 TIMES.
               10 WS-TA-CODIGO PIC X(4).
               10 WS-TA-HORAS PIC 9(2).

       01 WS-LINEA-TITULO.
           05 WS-LT-TEXTO PIC X(17).
           05 WS-LT-CODIGO PIC X(4).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-LT-NOMBRE PIC X(15).
           05 FILLER PIC X(31) VALUE SPACES.

       01 WS-LINEA-DIAS.
           05 FILLER PIC X(6) VALUE "HORA".
           05 FILLER PIC X(50) VALUE
           "LUNES     MARTES    MIERCOLES JUEVES    VIERNES".
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-LINEA-REJILLA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LR-HORA PIC 9(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LR-DIA OCCURS 5 TIMES.
               10 WS-LR-CELDA PIC X(9).
               10 FILLER PIC X(1).
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-LINEA-RESUMEN.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LRS-ASIGNATURA PIC X(4).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-LRS-HORARIO PIC Z9.
           05 FILLER PIC X(15) VALUE " h en horario, ".
           05 WS-LRS-CATALOGO PIC X(2).
           05 FILLER PIC X(15) VALUE " h en catalogo ".
           05 WS-LRS-AVISO PIC X(12).
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Horas lectivas: ".
           05 WS-LTT-FRANJAS PIC Z9.
           05 FILLER PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-ARCHIVOS.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE HORARIO GRUPOS ASIGNATURAS-CAT ASIG-PROFESOR
               PROFESORES ASIG-HORAS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-ARCHIVOS.
           OPEN I-O HORARIO.
           IF WS-FS-HORARIO = "35" *>No es troba l'arxiu, el creem nou.
               OPEN OUTPUT HORARIO
               CLOSE HORARIO
               OPEN I-O HORARIO
           END-IF.
           OPEN INPUT GRUPOS ASIGNATURAS-CAT ASIG-PROFESOR
               PROFESORES ASIG-HORAS.
       05-ABRIR-ARCHIVOS-END.
       EXIT.


       10-MENU.
           DISPLAY "Horario semanal de clases."
           DISPLAY "Asignar franja a un grupo (1)"
           DISPLAY "Quitar franja de un grupo (2)"
           DISPLAY "Horario de un grupo (3)"
           DISPLAY "Horario de un profesor (4)"
           DISPLAY "Horario de un aula (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ASIGNAR-FRANJA
           WHEN 2
               PERFORM 30-QUITAR-FRANJA
           WHEN 3
               PERFORM 40-HORARIO-GRUPO
           WHEN 4
               PERFORM 50-HORARIO-PROFESOR
           WHEN 5
               PERFORM 60-HORARIO-AULA
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> EL GRUPO DEBE EXISTIR EN JGRUPOS, LA ASIGNATURA EN EL
      *> CATALOGO Y TENER PROFESOR EN JASIGPROF; EL PROFESOR DE LA
      *> FRANJA ES SIEMPRE EL ASIGNADO A LA ASIGNATURA.
       20-ASIGNAR-FRANJA.
           DISPLAY "Codigo del grupo: "
           ACCEPT WS-GRUPO-BUSCAR.
           MOVE WS-GRUPO-BUSCAR TO GRP-CODIGO.
           READ GRUPOS RECORD
           INVALID KEY
               DISPLAY "Ese grupo no existe."
           NOT INVALID KEY
               PERFORM 22-PEDIR-FRANJA
               IF WS-FRANJA-VALIDA EQUAL "S"
                   PERFORM 24-PEDIR-CLASE
               END-IF
               IF WS-FRANJA-VALIDA EQUAL "S"
                   PERFORM 26-COMPROBAR-CHOQUES
                   IF WS-CONFLICTO EQUAL "N"
                       PERFORM 28-GRABAR-FRANJA
                       PERFORM 70-COMPROBAR-HORAS
                   ELSE
                       DISPLAY "Franja rechazada."
                   END-IF
               END-IF
           END-READ.
       20-ASIGNAR-FRANJA-END.
       EXIT.


       22-PEDIR-FRANJA.
           MOVE "S" TO WS-FRANJA-VALIDA.
           DISPLAY "Dia (1 lunes, 2 martes, 3 miercoles, 4 jueves,"
           " 5 viernes): "
           ACCEPT WS-DIA-ENTRADA.
           DISPLAY "Hora (1-8): "
           ACCEPT WS-HORA-ENTRADA.
           IF WS-DIA-ENTRADA < 1 OR WS-DIA-ENTRADA > 5
           OR WS-HORA-ENTRADA < 1 OR WS-HORA-ENTRADA > 8
               DISPLAY "Dia u hora no validos."
               MOVE "N" TO WS-FRANJA-VALIDA
           END-IF.
       22-PEDIR-FRANJA-END.
       EXIT.


       24-PEDIR-CLASE.
           DISPLAY "Codigo de la asignatura: "
           ACCEPT WS-ASIG-ENTRADA.
           MOVE WS-ASIG-ENTRADA TO ASIG-CODIGO.
           READ ASIGNATURAS-CAT RECORD
           INVALID KEY
               DISPLAY "Esa asignatura no esta en el catalogo."
               MOVE "N" TO WS-FRANJA-VALIDA
           NOT INVALID KEY
               MOVE WS-ASIG-ENTRADA TO APF-ASIGNATURA
               READ ASIG-PROFESOR RECORD
               INVALID KEY
                   DISPLAY "La asignatura no tiene profesor asignado"
                   " (PROFESORMANT)."
                   MOVE "N" TO WS-FRANJA-VALIDA
               NOT INVALID KEY
                   MOVE APF-PROFESOR TO WS-PROF-ENTRADA
                   DISPLAY ASIG-NOMBRE " la da el profesor "
                   WS-PROF-ENTRADA
               END-READ
           END-READ.
           IF WS-FRANJA-VALIDA EQUAL "S"
               DISPLAY "Aula: "
               ACCEPT WS-AULA-ENTRADA
               IF WS-AULA-ENTRADA EQUAL SPACES
                   DISPLAY "El aula es obligatoria."
                   MOVE "N" TO WS-FRANJA-VALIDA
               END-IF
           END-IF.
       24-PEDIR-CLASE-END.
       EXIT.


      *> EL PROFESOR Y EL AULA SE BUSCAN POR SUS CLAVES ALTERNATIVAS
      *> EN ESE DIA Y HORA. SI LOS TIENE EL MISMO GRUPO EN ESA FRANJA
      *> NO HAY CHOQUE: LA FRANJA NUEVA SUSTITUYE A LA ANTERIOR.
       26-COMPROBAR-CHOQUES.
           MOVE "N" TO WS-CONFLICTO.
           MOVE WS-PROF-ENTRADA TO HOR-PROFESOR.
           MOVE WS-DIA-ENTRADA TO HOR-PROF-DIA.
           MOVE WS-HORA-ENTRADA TO HOR-PROF-HORA.
           READ HORARIO RECORD KEY IS HOR-CLAVE-PROFESOR
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF HOR-GRUPO NOT EQUAL WS-GRUPO-BUSCAR
                   DISPLAY "Profesor ocupado: da " HOR-ASIGNATURA
                   " al grupo " HOR-GRUPO " en el aula " HOR-AULA
                   " a esa hora."
                   MOVE "S" TO WS-CONFLICTO
               END-IF
           END-READ.

           MOVE WS-AULA-ENTRADA TO HOR-AULA.
           MOVE WS-DIA-ENTRADA TO HOR-AULA-DIA.
           MOVE WS-HORA-ENTRADA TO HOR-AULA-HORA.
           READ HORARIO RECORD KEY IS HOR-CLAVE-AULA
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF HOR-GRUPO NOT EQUAL WS-GRUPO-BUSCAR
                   DISPLAY "Aula ocupada: la tiene el grupo "
                   HOR-GRUPO " con " HOR-ASIGNATURA " (profesor "
                   HOR-PROFESOR ") a esa hora."
                   MOVE "S" TO WS-CONFLICTO
               END-IF
           END-READ.
       26-COMPROBAR-CHOQUES-END.
       EXIT.


       28-GRABAR-FRANJA.
           MOVE WS-GRUPO-BUSCAR TO HOR-GRUPO.
           MOVE WS-DIA-ENTRADA TO HOR-DIA.
           MOVE WS-HORA-ENTRADA TO HOR-HORA.
           READ HORARIO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "Sustituye a " HOR-ASIGNATURA " en el aula "
               HOR-AULA "."
           END-READ.
           MOVE WS-GRUPO-BUSCAR TO HOR-GRUPO.
           MOVE WS-DIA-ENTRADA TO HOR-DIA.
           MOVE WS-HORA-ENTRADA TO HOR-HORA.
           MOVE WS-ASIG-ENTRADA TO HOR-ASIGNATURA.
           MOVE WS-PROF-ENTRADA TO HOR-PROFESOR.
           MOVE WS-DIA-ENTRADA TO HOR-PROF-DIA.
           MOVE WS-HORA-ENTRADA TO HOR-PROF-HORA.
           MOVE WS-AULA-ENTRADA TO HOR-AULA.
           MOVE WS-DIA-ENTRADA TO HOR-AULA-DIA.
           MOVE WS-HORA-ENTRADA TO HOR-AULA-HORA.
           WRITE REG-HORARIO
           INVALID KEY
      *>LA FRANJA DEL GRUPO YA ESTABA OCUPADA: MANDA LA NUEVA.
               REWRITE REG-HORARIO
               INVALID KEY
                   DISPLAY "Error al anotar la franja."
               NOT INVALID KEY
                   DISPLAY "Franja cambiada."
               END-REWRITE
           NOT INVALID KEY
               DISPLAY "Franja anotada."
           END-WRITE.
       28-GRABAR-FRANJA-END.
       EXIT.


       30-QUITAR-FRANJA.
           DISPLAY "Codigo del grupo: "
           ACCEPT WS-GRUPO-BUSCAR.
           PERFORM 22-PEDIR-FRANJA.
           IF WS-FRANJA-VALIDA EQUAL "S"
               MOVE WS-GRUPO-BUSCAR TO HOR-GRUPO
               MOVE WS-DIA-ENTRADA TO HOR-DIA
               MOVE WS-HORA-ENTRADA TO HOR-HORA
               READ HORARIO RECORD
               INVALID KEY
                   DISPLAY "Esa franja esta libre."
               NOT INVALID KEY
                   MOVE HOR-ASIGNATURA TO WS-ASIG-ENTRADA
                   DELETE HORARIO RECORD
                   INVALID KEY
                       DISPLAY "Error al quitar la franja."
                   NOT INVALID KEY
                       DISPLAY "Franja de " WS-ASIG-ENTRADA
                       " quitada."
                       PERFORM 70-COMPROBAR-HORAS
                   END-DELETE
               END-READ
           END-IF.
       30-QUITAR-FRANJA-END.
       EXIT.


       40-HORARIO-GRUPO.
           DISPLAY "Codigo del grupo: "
           ACCEPT WS-GRUPO-BUSCAR.
           MOVE WS-GRUPO-BUSCAR TO GRP-CODIGO.
           READ GRUPOS RECORD
           INVALID KEY
               DISPLAY "Ese grupo no existe."
           NOT INVALID KEY
               MOVE SPACES TO WS-REJILLA
               MOVE 0 TO WS-TA-OCUPADOS
               MOVE 0 TO WS-TOTAL-FRANJAS
               MOVE "NO" TO WS-FIN-HORARIO
               MOVE WS-GRUPO-BUSCAR TO HOR-GRUPO
               MOVE 0 TO HOR-DIA
               MOVE 0 TO HOR-HORA
               START HORARIO KEY IS NOT LESS THAN HOR-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-HORARIO
               END-START
               PERFORM 42-CARGAR-FRANJA-GRUPO
                   UNTIL WS-FIN-HORARIO EQUAL "SI"

               MOVE "HORARIO GRUPO " TO WS-LT-TEXTO
               MOVE GRP-CODIGO TO WS-LT-CODIGO
               MOVE GRP-CURSO TO WS-LT-NOMBRE
               PERFORM 80-IMPRIMIR-REJILLA
               PERFORM 46-RESUMEN-ASIGNATURA
                   VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-TA-OCUPADOS
               PERFORM 88-CERRAR-IMPRESO
           END-READ.
       40-HORARIO-GRUPO-END.
       EXIT.


       42-CARGAR-FRANJA-GRUPO.
           READ HORARIO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HORARIO
           NOT AT END
               IF HOR-GRUPO NOT EQUAL WS-GRUPO-BUSCAR
                   MOVE "SI" TO WS-FIN-HORARIO
               ELSE
                   MOVE HOR-ASIGNATURA TO WS-CELDA-A
                   MOVE HOR-AULA TO WS-CELDA-B
                   MOVE WS-CELDA TO WS-REJ-CELDA (HOR-HORA, HOR-DIA)
                   ADD 1 TO WS-TOTAL-FRANJAS
                   PERFORM 44-ACUMULAR-ASIGNATURA
               END-IF
           END-READ.
       42-CARGAR-FRANJA-GRUPO-END.
       EXIT.


       44-ACUMULAR-ASIGNATURA.
           MOVE "NO" TO WS-ENCONTRADO.
           PERFORM 45-BUSCAR-ASIGNATURA
               VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-TA-OCUPADOS
               OR WS-ENCONTRADO EQUAL "SI".
           IF WS-ENCONTRADO EQUAL "NO" AND WS-TA-OCUPADOS < 40
               ADD 1 TO WS-TA-OCUPADOS
               MOVE HOR-ASIGNATURA TO WS-TA-CODIGO (WS-TA-OCUPADOS)
               MOVE 1 TO WS-TA-HORAS (WS-TA-OCUPADOS)
           END-IF.
       44-ACUMULAR-ASIGNATURA-END.
       EXIT.


       45-BUSCAR-ASIGNATURA.
           IF WS-TA-CODIGO (WS-A) EQUAL HOR-ASIGNATURA
               ADD 1 TO WS-TA-HORAS (WS-A)
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       45-BUSCAR-ASIGNATURA-END.
       EXIT.


      *> DEBAJO DE LA REJILLA DEL GRUPO, LAS HORAS DE CADA
      *> ASIGNATURA FRENTE A LAS QUE PIDE EL CATALOGO.
       46-RESUMEN-ASIGNATURA.
           MOVE WS-TA-CODIGO (WS-A) TO WS-LRS-ASIGNATURA.
           MOVE WS-TA-HORAS (WS-A) TO WS-LRS-HORARIO.
           MOVE SPACES TO WS-LRS-AVISO.
           MOVE WS-TA-CODIGO (WS-A) TO ASH-CODIGO.
           READ ASIG-HORAS RECORD
           INVALID KEY
               MOVE "--" TO WS-LRS-CATALOGO
               MOVE "SIN HORAS" TO WS-LRS-AVISO
           NOT INVALID KEY
               MOVE ASH-HORAS TO WS-LRS-CATALOGO
               IF ASH-HORAS NOT EQUAL WS-TA-HORAS (WS-A)
                   MOVE "NO CUADRA" TO WS-LRS-AVISO
               END-IF
           END-READ.
           MOVE WS-LINEA-RESUMEN TO REG-IMPRESO.
           PERFORM 86-EMITIR-LINEA.
       46-RESUMEN-ASIGNATURA-END.
       EXIT.


       50-HORARIO-PROFESOR.
           DISPLAY "Codigo del profesor: "
           ACCEPT WS-PROF-ENTRADA.
           MOVE WS-PROF-ENTRADA TO PROF-ID.
           READ PROFESORES RECORD
           INVALID KEY
               DISPLAY "No existe ese profesor."
           NOT INVALID KEY
               MOVE SPACES TO WS-REJILLA
               MOVE 0 TO WS-TOTAL-FRANJAS
               MOVE "NO" TO WS-FIN-HORARIO
               MOVE WS-PROF-ENTRADA TO HOR-PROFESOR
               MOVE 0 TO HOR-PROF-DIA
               MOVE 0 TO HOR-PROF-HORA
               START HORARIO KEY IS NOT LESS THAN HOR-CLAVE-PROFESOR
               INVALID KEY
                   MOVE "SI" TO WS-FIN-HORARIO
               END-START
               PERFORM 55-CARGAR-FRANJA-PROFESOR
                   UNTIL WS-FIN-HORARIO EQUAL "SI"

               MOVE "HORARIO PROFESOR" TO WS-LT-TEXTO
               MOVE PROF-ID TO WS-LT-CODIGO
               MOVE PROF-NOMBRE TO WS-LT-NOMBRE
               PERFORM 80-IMPRIMIR-REJILLA
               MOVE WS-TOTAL-FRANJAS TO WS-LTT-FRANJAS
               MOVE WS-LINEA-TOTAL TO REG-IMPRESO
               PERFORM 86-EMITIR-LINEA
               PERFORM 88-CERRAR-IMPRESO
           END-READ.
       50-HORARIO-PROFESOR-END.
       EXIT.


       55-CARGAR-FRANJA-PROFESOR.
           READ HORARIO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HORARIO
           NOT AT END
               IF HOR-PROFESOR NOT EQUAL WS-PROF-ENTRADA
                   MOVE "SI" TO WS-FIN-HORARIO
               ELSE
                   MOVE HOR-GRUPO TO WS-CELDA-A
                   MOVE HOR-ASIGNATURA TO WS-CELDA-B
                   MOVE WS-CELDA TO WS-REJ-CELDA (HOR-HORA, HOR-DIA)
                   ADD 1 TO WS-TOTAL-FRANJAS
               END-IF
           END-READ.
       55-CARGAR-FRANJA-PROFESOR-END.
       EXIT.


       60-HORARIO-AULA.
           DISPLAY "Aula: "
           ACCEPT WS-AULA-ENTRADA.
           MOVE SPACES TO WS-REJILLA.
           MOVE 0 TO WS-TOTAL-FRANJAS.
           MOVE "NO" TO WS-FIN-HORARIO.
           MOVE WS-AULA-ENTRADA TO HOR-AULA.
           MOVE 0 TO HOR-AULA-DIA.
           MOVE 0 TO HOR-AULA-HORA.
           START HORARIO KEY IS NOT LESS THAN HOR-CLAVE-AULA
           INVALID KEY
               MOVE "SI" TO WS-FIN-HORARIO
           END-START.
           PERFORM 65-CARGAR-FRANJA-AULA
               UNTIL WS-FIN-HORARIO EQUAL "SI".

           MOVE "HORARIO AULA" TO WS-LT-TEXTO.
           MOVE WS-AULA-ENTRADA TO WS-LT-CODIGO.
           MOVE SPACES TO WS-LT-NOMBRE.
           PERFORM 80-IMPRIMIR-REJILLA.
           MOVE WS-TOTAL-FRANJAS TO WS-LTT-FRANJAS.
           MOVE WS-LINEA-TOTAL TO REG-IMPRESO.
           PERFORM 86-EMITIR-LINEA.
           PERFORM 88-CERRAR-IMPRESO.
       60-HORARIO-AULA-END.
       EXIT.


       65-CARGAR-FRANJA-AULA.
           READ HORARIO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HORARIO
           NOT AT END
               IF HOR-AULA NOT EQUAL WS-AULA-ENTRADA
                   MOVE "SI" TO WS-FIN-HORARIO
               ELSE
                   MOVE HOR-GRUPO TO WS-CELDA-A
                   MOVE HOR-ASIGNATURA TO WS-CELDA-B
                   MOVE WS-CELDA TO WS-REJ-CELDA (HOR-HORA, HOR-DIA)
                   ADD 1 TO WS-TOTAL-FRANJAS
               END-IF
           END-READ.
       65-CARGAR-FRANJA-AULA-END.
       EXIT.


      *> TRAS CADA CAMBIO EN EL HORARIO DE UN GRUPO SE CUENTAN LAS
      *> FRANJAS DE LA ASIGNATURA Y SE COMPARAN CON LAS HORAS
      *> SEMANALES DEL CATALOGO. ES SOLO UN AVISO: EL HORARIO SE VA
      *> HACIENDO POCO A POCO.
       70-COMPROBAR-HORAS.
           MOVE 0 TO WS-HORAS-GRUPO.
           MOVE "NO" TO WS-FIN-HORARIO.
           MOVE WS-GRUPO-BUSCAR TO HOR-GRUPO.
           MOVE 0 TO HOR-DIA.
           MOVE 0 TO HOR-HORA.
           START HORARIO KEY IS NOT LESS THAN HOR-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-HORARIO
           END-START.
           PERFORM 75-CONTAR-FRANJA UNTIL WS-FIN-HORARIO EQUAL "SI".

           MOVE WS-ASIG-ENTRADA TO ASH-CODIGO.
           READ ASIG-HORAS RECORD
           INVALID KEY
               DISPLAY "Aviso: " WS-ASIG-ENTRADA " no tiene horas"
               " semanales en el catalogo (ASIGMANT)."
           NOT INVALID KEY
               IF WS-HORAS-GRUPO NOT EQUAL ASH-HORAS
                   DISPLAY "Aviso: el grupo " WS-GRUPO-BUSCAR
                   " tiene " WS-HORAS-GRUPO " horas de "
                   WS-ASIG-ENTRADA " y el catalogo pide "
                   ASH-HORAS "."
               END-IF
           END-READ.
       70-COMPROBAR-HORAS-END.
       EXIT.


       75-CONTAR-FRANJA.
           READ HORARIO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-HORARIO
           NOT AT END
               IF HOR-GRUPO NOT EQUAL WS-GRUPO-BUSCAR
                   MOVE "SI" TO WS-FIN-HORARIO
               ELSE
                   IF HOR-ASIGNATURA EQUAL WS-ASIG-ENTRADA
                       ADD 1 TO WS-HORAS-GRUPO
                   END-IF
               END-IF
           END-READ.
       75-CONTAR-FRANJA-END.
       EXIT.


      *> EL LISTADO VA A JHORARIOIMP (SE REHACE EN CADA PETICION)
      *> Y TAMBIEN POR PANTALLA.
       80-IMPRIMIR-REJILLA.
           OPEN OUTPUT IMPRESO.
           MOVE WS-LINEA-TITULO TO REG-IMPRESO.
           PERFORM 86-EMITIR-LINEA.
           MOVE SPACES TO REG-IMPRESO.
           PERFORM 86-EMITIR-LINEA.
           MOVE WS-LINEA-DIAS TO REG-IMPRESO.
           PERFORM 86-EMITIR-LINEA.
           PERFORM 82-IMPRIMIR-HORA
               VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 8.
           MOVE SPACES TO REG-IMPRESO.
           PERFORM 86-EMITIR-LINEA.
       80-IMPRIMIR-REJILLA-END.
       EXIT.


       82-IMPRIMIR-HORA.
           MOVE WS-H TO WS-LR-HORA.
           PERFORM 84-COPIAR-CELDA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5.
           MOVE WS-LINEA-REJILLA TO REG-IMPRESO.
           PERFORM 86-EMITIR-LINEA.
       82-IMPRIMIR-HORA-END.
       EXIT.


       84-COPIAR-CELDA.
           MOVE WS-REJ-CELDA (WS-H, WS-D) TO WS-LR-CELDA (WS-D).
       84-COPIAR-CELDA-END.
       EXIT.


       86-EMITIR-LINEA.
           WRITE REG-IMPRESO.
           DISPLAY REG-IMPRESO.
       86-EMITIR-LINEA-END.
       EXIT.


       88-CERRAR-IMPRESO.
           CLOSE IMPRESO.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Horario impreso en JHORARIOIMP."
       88-CERRAR-IMPRESO-END.
       EXIT.

       END PROGRAM HORARIOMANT.
