      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion del maestro de departamentos al formato
      *          con jefe de departamento. Procedimiento: renombrar
      *          JDEPTOS.txt a JDEPTOS-V1.txt y ejecutar este programa
      *          una sola vez. Cada departamento se graba con el jefe
      *          en blanco y se avisa, para que RRHH lo asigne en
      *          DEPTOMANT antes de aprobar gastos en NOMINAGASTOS.
      *          La clase de riesgo de accidentes queda en "1"
      *          (oficina) hasta que se revise en DEPTOMANT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDEPTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEPARTAMENTOS-V1 ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEPTOS-V1.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS V1-CODIGO
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FS-V1.

       SELECT DEPARTAMENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEPTOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPTOS.

       DATA DIVISION.
       FILE SECTION.
      *> FORMATO ANTIGUO DEL REGISTRO DE DEPARTAMENTO, TAL CUAL ERA.
       FD DEPARTAMENTOS-V1.
       01 REG-DEPARTAMENTO-V1.
           05 V1-CODIGO PIC X(3).
           05 V1-NOMBRE PIC X(20).

       FD DEPARTAMENTOS.
           01 REG-DEPARTAMENTO.
               05 DEP-CODIGO PIC X(3).
               05 DEP-NOMBRE PIC X(20).
               05 DEP-JEFE PIC X(6).
               05 DEP-RIESGO PIC X(1).

       WORKING-STORAGE SECTION.

       77 WS-FS-V1 PIC 99.
       77 WS-FS-DEPTOS PIC 99.
       77 WS-FIN-V1 PIC X(3) VALUE "NO".
       77 WS-CONTADOR PIC 9(5) VALUE 0.
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       00-INICIO.
           OPEN INPUT DEPARTAMENTOS-V1.
           IF WS-FS-V1 NOT EQUAL "00"
               DISPLAY "No se encuentra JDEPTOS-V1.txt: renombrar"
               " antes el maestro antiguo."
               MOVE "SI" TO WS-FIN-V1
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DEPARTAMENTOS
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
           END-IF.
           PERFORM 10-CONVERTIR-DEPARTAMENTO
               UNTIL WS-FIN-V1 EQUAL "SI".
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE DEPARTAMENTOS-V1 DEPARTAMENTOS
           END-IF.
           DISPLAY "Departamentos convertidos: " WS-CONTADOR.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-CONVERTIR-DEPARTAMENTO.
           READ DEPARTAMENTOS-V1
           AT END
               MOVE "SI" TO WS-FIN-V1
           NOT AT END
               MOVE V1-CODIGO TO DEP-CODIGO
               MOVE V1-NOMBRE TO DEP-NOMBRE
               MOVE SPACES TO DEP-JEFE
               MOVE "1" TO DEP-RIESGO
               WRITE REG-DEPARTAMENTO
               INVALID KEY
                   DISPLAY "Departamento duplicado, no convertido: "
                   V1-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR
                   DISPLAY "AVISO: departamento " V1-CODIGO
                   " sin jefe; asignarlo en DEPTOMANT."
               END-WRITE
           END-READ.
       10-CONVERTIR-DEPARTAMENTO-END.
       EXIT.

       END PROGRAM CONVDEPTOS.
