      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de la escala salarial al formato con
      *          fecha de alta de cada tarifa. Procedimiento:
      *          renombrar JESCALAS.txt a JESCALAS-V1.txt y ejecutar
      *          este programa una sola vez. Como no se sabe cuando se
      *          grabo cada tarifa antigua, la fecha de alta queda
      *          igual a la de efecto: se da por hecho que ninguna
      *          tarifa anterior se grabo con efecto retroactivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVESCALAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ESCALAS-V1 ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JESCALAS-V1.txt"
       ORGANIZATION INDEXED
       ACCESS SEQUENTIAL
       RECORD KEY IS V1-CLAVE
       FILE STATUS IS WS-FS-V1.

       SELECT ESCALAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JESCALAS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS ESC-CLAVE
       FILE STATUS IS WS-FS-ESCALAS.

       DATA DIVISION.
       FILE SECTION.
      *> FORMATO ANTIGUO DE LA ESCALA, TAL CUAL ERA.
       FD ESCALAS-V1.
           01 REG-ESCALA-V1.
               05 V1-CLAVE.
                   10 V1-CATEGORIA PIC X(6).
                   10 V1-FECHA-EFECTO PIC 9(8).
               05 V1-SUELDO PIC 9(6).

       FD ESCALAS.
           01 REG-ESCALA.
               05 ESC-CLAVE.
                   10 ESC-CATEGORIA PIC X(6).
                   10 ESC-FECHA-EFECTO PIC 9(8).
               05 ESC-SUELDO PIC 9(6).
               05 ESC-FECHA-ALTA PIC 9(8).

       WORKING-STORAGE SECTION.

       77 WS-FS-V1 PIC 99.
       77 WS-FS-ESCALAS PIC 99.
       77 WS-FIN-V1 PIC X(3) VALUE "NO".
       77 WS-CONTADOR PIC 9(5) VALUE 0.
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       00-INICIO.
           OPEN INPUT ESCALAS-V1.
           IF WS-FS-V1 NOT EQUAL "00"
               DISPLAY "No se encuentra JESCALAS-V1.txt: renombrar"
               " antes la escala antigua."
               MOVE "SI" TO WS-FIN-V1
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ESCALAS
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
           END-IF.
           PERFORM 10-CONVERTIR-TARIFA
               UNTIL WS-FIN-V1 EQUAL "SI".
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE ESCALAS-V1 ESCALAS
           END-IF.
           DISPLAY "Tarifas convertidas: " WS-CONTADOR.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-CONVERTIR-TARIFA.
           READ ESCALAS-V1
           AT END
               MOVE "SI" TO WS-FIN-V1
           NOT AT END
               MOVE V1-CATEGORIA TO ESC-CATEGORIA
               MOVE V1-FECHA-EFECTO TO ESC-FECHA-EFECTO
               MOVE V1-SUELDO TO ESC-SUELDO
               MOVE V1-FECHA-EFECTO TO ESC-FECHA-ALTA
               WRITE REG-ESCALA
               INVALID KEY
                   DISPLAY "Tarifa duplicada, no convertida: "
                   V1-CATEGORIA " " V1-FECHA-EFECTO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR
               END-WRITE
           END-READ.
       10-CONVERTIR-TARIFA-END.
       EXIT.

       END PROGRAM CONVESCALAS.
