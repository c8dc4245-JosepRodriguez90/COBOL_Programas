      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del maestro de cajeros al registro
      *          con la oficina asignada (mismo procedimiento que
      *          CONVPIN). Pasos: renombrar en produccion JCAJEROS.txt
      *          a JCAJEROS-OFI.txt y ejecutar este programa una sola
      *          vez. Cada cajero se graba en el archivo nuevo con la
      *          oficina principal "0001", la unica que habia; los
      *          traslados se hacen despues desde CAJEROMANT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCAJERO.

       ENVIRONMENT DIVISION. *>*****************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CAJEROS-VIEJO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJEROS-OFI.txt"
       ORGANIZATION INDEXED
       ACCESS SEQUENTIAL
       RECORD KEY IS V-CAJERO-ID
       FILE STATUS IS WS-FS-VIEJO.

       SELECT CAJEROS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJEROS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CAJERO-ID
       FILE STATUS IS WS-FS-CAJEROS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD CAJEROS-VIEJO.
           01 DATOS-CAJERO-VIEJO.
               05 V-CAJERO-ID PIC X(4).
               05 V-CAJERO-RESTO PIC X(20).

       FD CAJEROS.
           01 DATOS-CAJERO.
               05 CAJERO-ID PIC X(4).
               05 CAJERO-NOMBRE PIC X(15).
               05 CAJERO-CLAVE PIC X(4).
               05 CAJERO-ROL PIC X(1).
               05 CAJERO-OFICINA PIC X(4).

       WORKING-STORAGE SECTION.

       77 WS-FS-VIEJO PIC 99.
       77 WS-FS-CAJEROS PIC 99.
       77 WS-FIN-VIEJO PIC X(3) VALUE "NO".
       77 WS-CONTADOR-CAJEROS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           OPEN INPUT CAJEROS-VIEJO.
           IF WS-FS-VIEJO NOT EQUAL "00"
               DISPLAY "No se encuentra JCAJEROS-OFI.txt:"
               " renombrar antes el maestro de cajeros."
               CLOSE CAJEROS-VIEJO
           ELSE
               OPEN OUTPUT CAJEROS
               PERFORM 20-CONVERTIR-UNO
                   UNTIL WS-FIN-VIEJO EQUAL "SI"
               CLOSE CAJEROS-VIEJO CAJEROS
           END-IF.
           DISPLAY "Cajeros convertidos: " WS-CONTADOR-CAJEROS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       20-CONVERTIR-UNO.
           READ CAJEROS-VIEJO NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-VIEJO
           NOT AT END
               MOVE V-CAJERO-ID TO CAJERO-ID
               MOVE V-CAJERO-RESTO TO DATOS-CAJERO (5:20)
               MOVE "0001" TO CAJERO-OFICINA
               WRITE DATOS-CAJERO
               INVALID KEY
                   DISPLAY "Cajero duplicado, no convertido: "
                   V-CAJERO-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CAJEROS
               END-WRITE
           END-READ.
       20-CONVERTIR-UNO-END.
       EXIT.

       END PROGRAM CONVCAJERO.
