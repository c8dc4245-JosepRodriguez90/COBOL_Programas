      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion del maestro de prestamos al formato con
      *          numero de solicitud. Procedimiento: renombrar el
      *          JPRESTAMOS en produccion a JPRESTAMOS-V1.txt y
      *          ejecutar este programa una sola vez. Cada prestamo
      *          se graba igual que estaba con PREST-SOLICITUD a cero,
      *          porque se formalizo antes de que existieran las
      *          solicitudes de BANCOSOLICITUD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPREST.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRESTAMOS-V1 ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTAMOS-V1.txt"
       ORGANIZATION INDEXED
       ACCESS SEQUENTIAL
       RECORD KEY IS V1-PREST-ID
       FILE STATUS IS WS-FS-V1.

       SELECT PRESTAMOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTAMOS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PREST-ID
       FILE STATUS IS WS-FS-PRESTAMOS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> FORMATO ANTIGUO DEL REGISTRO DE PRESTAMO, TAL CUAL ERA.
       FD PRESTAMOS-V1.
           01 DATOS-PRESTAMO-V1.
               05 V1-PREST-ID PIC 9(4).
               05 V1-PREST-RESTO PIC X(60).

       FD PRESTAMOS.
           01 DATOS-PRESTAMO.
               05 PREST-ID PIC 9(4).
               05 PREST-RESTO PIC X(60).
               05 PREST-SOLICITUD PIC 9(6).

       WORKING-STORAGE SECTION.

       77 WS-FS-V1 PIC 99.
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FIN-V1 PIC X(3) VALUE "NO".
       77 WS-CONTADOR-PRESTAMOS PIC 9(5) VALUE 0.
       77 WS-ARCHIVOS-ABIERTOS PIC X(1) VALUE "N".

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 20-CONVERTIR-PRESTAMO UNTIL WS-FIN-V1 EQUAL "SI".
           PERFORM 90-CERRAR.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-ABRIR-ARCHIVOS.
           OPEN INPUT PRESTAMOS-V1.
           IF WS-FS-V1 NOT EQUAL "00"
               DISPLAY "No se encuentra JPRESTAMOS-V1.txt:"
               " renombrar antes el archivo antiguo."
               MOVE "SI" TO WS-FIN-V1
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PRESTAMOS
               MOVE "S" TO WS-ARCHIVOS-ABIERTOS
           END-IF.
       10-ABRIR-ARCHIVOS-END.
       EXIT.


       20-CONVERTIR-PRESTAMO.
           READ PRESTAMOS-V1 NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-V1
           NOT AT END
               MOVE V1-PREST-ID TO PREST-ID
               MOVE V1-PREST-RESTO TO PREST-RESTO
               MOVE ZERO TO PREST-SOLICITUD
               WRITE DATOS-PRESTAMO
               INVALID KEY
                   DISPLAY "Prestamo duplicado, no convertido: "
                   V1-PREST-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-PRESTAMOS
               END-WRITE
           END-READ.
       20-CONVERTIR-PRESTAMO-END.
       EXIT.


       90-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS EQUAL "S"
               CLOSE PRESTAMOS-V1 PRESTAMOS
           END-IF.
           DISPLAY "Prestamos convertidos: " WS-CONTADOR-PRESTAMOS.
       90-CERRAR-END.
       EXIT.

       END PROGRAM CONVPREST.
