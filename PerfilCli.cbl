      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servicio compartido del perfil de identidad (KYC) de
      *          los clientes (mismo patron que PRODCUENTA): el
      *          perfil vive en JCLIPERFIL, al lado del maestro
      *          JCLIENTES, con el documento de identidad, su
      *          caducidad, la fecha de nacimiento, la direccion, el
      *          telefono y la nacionalidad.
      *          "L" devuelve el perfil del cliente;
      *          "V" ademas lo valida para abrir cuentas.
      *          Resultado "S" perfil completo y en vigor, "N" el
      *          cliente no tiene perfil, "I" perfil incompleto,
      *          "C" documento de identidad caducado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFILCLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PERFILES ASSIGN TO WS-RUTA-PERFILES
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PERF-CLI-ID
       FILE STATUS IS WS-FS-PERFILES.

       DATA DIVISION.
       FILE SECTION.
      *> PERFIL DE IDENTIDAD DEL CLIENTE (BANCOCLIENTES). EL CORREO
      *> ES OPCIONAL; EL RESTO ES OBLIGATORIO PARA ABRIR CUENTAS. EL
      *> FINAL DEL REGISTRO QUEDA DE RESERVA.
       FD PERFILES.
           01 DATOS-PERFIL.
               05 PERF-CLI-ID PIC X(6).
               05 PERF-DOC-TIPO PIC X(1).
               05 PERF-DOC-NUMERO PIC X(15).
               05 PERF-DOC-CADUCIDAD PIC 9(8).
               05 PERF-FECHA-NACIMIENTO PIC 9(8).
               05 PERF-DIRECCION PIC X(40).
               05 PERF-POBLACION PIC X(20).
               05 PERF-COD-POSTAL PIC X(5).
               05 PERF-TELEFONO PIC X(15).
               05 PERF-EMAIL PIC X(30).
               05 PERF-NACIONALIDAD PIC X(3).
               05 PERF-FECHA-REVISION PIC 9(8).
               05 FILLER PIC X(41).

       WORKING-STORAGE SECTION.
       77 WS-FS-PERFILES PIC 99.
       77 WS-RUTA-CARGADA PIC X(1) VALUE "N".
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-PERFILES PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIPERFIL.txt".

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       LINKAGE SECTION.
       01 PARAM-OPERACION PIC X(1).
       01 PARAM-CLIENTE PIC X(6).
       01 PARAM-PERFIL PIC X(200).
       01 PARAM-RESULTADO PIC X(1).

       PROCEDURE DIVISION USING PARAM-OPERACION, PARAM-CLIENTE,
           PARAM-PERFIL, PARAM-RESULTADO.
       010-SERVICIO.
           IF WS-RUTA-CARGADA NOT EQUAL "S"
               MOVE "S" TO WS-RUTA-CARGADA
               MOVE "JCLIPERFIL" TO WS-RUTA-LOGICO
               CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-PERFILES
           END-IF.
           MOVE SPACES TO PARAM-PERFIL.
           MOVE "N" TO PARAM-RESULTADO.
           OPEN INPUT PERFILES.
           IF WS-FS-PERFILES EQUAL "00"
               MOVE PARAM-CLIENTE TO PERF-CLI-ID
               READ PERFILES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DATOS-PERFIL TO PARAM-PERFIL
                   MOVE "S" TO PARAM-RESULTADO
                   IF PARAM-OPERACION EQUAL "V"
                       PERFORM 020-VALIDAR-PERFIL
                   END-IF
               END-READ
           END-IF.
           CLOSE PERFILES.
       010-SERVICIO-END.
       EXIT PROGRAM.


       020-VALIDAR-PERFIL.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           EVALUATE TRUE
           WHEN PERF-DOC-TIPO EQUAL SPACE
           WHEN PERF-DOC-NUMERO EQUAL SPACES
           WHEN PERF-DOC-CADUCIDAD NOT NUMERIC
           WHEN PERF-DOC-CADUCIDAD EQUAL ZERO
           WHEN PERF-FECHA-NACIMIENTO NOT NUMERIC
           WHEN PERF-FECHA-NACIMIENTO EQUAL ZERO
           WHEN PERF-DIRECCION EQUAL SPACES
           WHEN PERF-POBLACION EQUAL SPACES
           WHEN PERF-TELEFONO EQUAL SPACES
           WHEN PERF-NACIONALIDAD EQUAL SPACES
               MOVE "I" TO PARAM-RESULTADO
           WHEN PERF-DOC-CADUCIDAD < WS-HOY-NUM
               MOVE "C" TO PARAM-RESULTADO
           WHEN OTHER
               MOVE "S" TO PARAM-RESULTADO
           END-EVALUATE.
       020-VALIDAR-PERFIL-END.
       EXIT.
