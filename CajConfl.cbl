      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido de conflicto de interes del cajero
      *          (mismo patron que PRODCUENTA/OFICINASERV): dice si un
      *          cajero opera sobre una cuenta de la que el mismo o un
      *          familiar declarado es titular. Los vinculos de cada
      *          cajero (su empleado, su ficha de cliente y los
      *          clientes de sus familiares) estan en JCAJVINC, que se
      *          mantiene desde CAJEROMANT; la titularidad es la del
      *          CLIENTE-ID de la cuenta (lo pasa quien llama) mas los
      *          titulares "T" y cotitulares "C" de JTITULARES.
      *          Resultado: "P" cuenta propia, "F" cuenta de un
      *          familiar, "N" sin conflicto (tambien para operadores
      *          sin vinculos, como los procesos de lote). En
      *          PARAM-CLIENTE vuelve el cliente vinculado que es
      *          titular.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJCONFL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL VINCULOS ASSIGN TO WS-RUTA-VINCULOS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS VIN-CAJERO
       FILE STATUS IS WS-FS-VINCULOS.

       SELECT OPTIONAL TITULARES ASSIGN TO WS-RUTA-TITULARES
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS TIT-CLAVE
       FILE STATUS IS WS-FS-TITULARES.

       DATA DIVISION.
       FILE SECTION.
      *> VINCULOS DEL CAJERO: EMPLEADO DE EMPIDX, SU PROPIA FICHA DE
      *> CLIENTE Y HASTA CINCO FAMILIARES DECLARADOS CON SU CLIENTE.
       FD VINCULOS.
           01 DATOS-VINCULO.
               05 VIN-CAJERO PIC X(4).
               05 VIN-EMPLEADO PIC X(6).
               05 VIN-CLIENTE PIC X(6).
               05 VIN-FAMILIAR OCCURS 5 TIMES.
                   10 VIN-FAM-CLIENTE PIC X(6).
                   10 VIN-FAM-PARENTESCO PIC X(10).

       FD TITULARES.
           01 DATOS-TITULAR.
               05 TIT-CLAVE.
                   10 TIT-CUENTA PIC X(10).
                   10 TIT-CLIENTE PIC X(6).
               05 TIT-ROL PIC X(1).

       WORKING-STORAGE SECTION.
       77 WS-FS-VINCULOS PIC 99.
       77 WS-FS-TITULARES PIC 99.
       77 WS-F PIC 9(1).
       77 WS-CLIENTE-MIRAR PIC X(6).
       77 WS-TIPO-MIRAR PIC X(1).
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-VINCULOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJVINC.txt".
       77 WS-RUTA-TITULARES PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTITULARES.txt".

       LINKAGE SECTION.
       01 PARAM-CAJERO PIC X(4).
       01 PARAM-CUENTA PIC X(10).
       01 PARAM-TITULAR PIC X(6).
       01 PARAM-RESULTADO PIC X(1).
       01 PARAM-CLIENTE PIC X(6).

       PROCEDURE DIVISION USING PARAM-CAJERO, PARAM-CUENTA,
           PARAM-TITULAR, PARAM-RESULTADO, PARAM-CLIENTE.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JCAJVINC" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-VINCULOS
               MOVE "JTITULARES" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-TITULARES
           END-IF.
           MOVE "N" TO PARAM-RESULTADO.
           MOVE SPACES TO PARAM-CLIENTE.
           OPEN INPUT VINCULOS.
           IF WS-FS-VINCULOS EQUAL "00"
               MOVE PARAM-CAJERO TO VIN-CAJERO
               READ VINCULOS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 020-REVISAR-VINCULOS
               END-READ
           END-IF.
           CLOSE VINCULOS.
       010-SERVICIO-END.
       EXIT PROGRAM.


      *> PRIMERO EL PROPIO CAJERO Y LUEGO SUS FAMILIARES: SI ES
      *> TITULAR EL MISMO, ESO ES LO QUE SE INFORMA.
       020-REVISAR-VINCULOS.
           OPEN INPUT TITULARES.
           MOVE VIN-CLIENTE TO WS-CLIENTE-MIRAR.
           MOVE "P" TO WS-TIPO-MIRAR.
           PERFORM 030-MIRAR-CLIENTE.
           PERFORM 025-MIRAR-FAMILIAR
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > 5 OR PARAM-RESULTADO NOT EQUAL "N".
           CLOSE TITULARES.
       020-REVISAR-VINCULOS-END.
       EXIT.


       025-MIRAR-FAMILIAR.
           MOVE VIN-FAM-CLIENTE (WS-F) TO WS-CLIENTE-MIRAR.
           MOVE "F" TO WS-TIPO-MIRAR.
           PERFORM 030-MIRAR-CLIENTE.
       025-MIRAR-FAMILIAR-END.
       EXIT.


       030-MIRAR-CLIENTE.
           IF WS-CLIENTE-MIRAR NOT EQUAL SPACES
           AND PARAM-RESULTADO EQUAL "N"
               IF WS-CLIENTE-MIRAR EQUAL PARAM-TITULAR
                   MOVE WS-TIPO-MIRAR TO PARAM-RESULTADO
                   MOVE WS-CLIENTE-MIRAR TO PARAM-CLIENTE
               ELSE
                   IF WS-FS-TITULARES EQUAL "00"
                       PERFORM 035-LEER-TITULAR
                   END-IF
               END-IF
           END-IF.
       030-MIRAR-CLIENTE-END.
       EXIT.


       035-LEER-TITULAR.
           MOVE PARAM-CUENTA TO TIT-CUENTA.
           MOVE WS-CLIENTE-MIRAR TO TIT-CLIENTE.
           READ TITULARES RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF TIT-ROL EQUAL "T" OR TIT-ROL EQUAL "C"
                   MOVE WS-TIPO-MIRAR TO PARAM-RESULTADO
                   MOVE WS-CLIENTE-MIRAR TO PARAM-CLIENTE
               END-IF
           END-READ.
       035-LEER-TITULAR-END.
       EXIT.

       END PROGRAM CAJCONFL.
