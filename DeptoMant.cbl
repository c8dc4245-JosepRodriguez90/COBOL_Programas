      * Purpose: Mantenimiento del maestro de departamentos (JDEPTOS):
      *          codigo y nombre. EMPLEADOSMANT valida contra el los
      *          codigos de departamento tecleados y el directorio de
      *          READ-FILES agrupa por el. Cada departamento lleva el
      *          ID de su jefe (empidx.dat), que es quien aprueba los
      *          gastos de su gente en NOMINAGASTOS, y su clase de
      *          riesgo de accidentes de trabajo (1 oficina a 4
      *          riesgo alto), con la que CALCULARSALARIOS toma el
      *          tipo de accidentes de la cotizacion de empresa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPTOS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPARTAMENTOS.
           01 REG-DEPARTAMENTO.
               05 DEP-CODIGO PIC X(3).
               05 DEP-NOMBRE PIC X(20).
               05 DEP-JEFE PIC X(6).
               05 DEP-RIESGO PIC X(1).

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

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-DEPTOS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-DEPTOS PIC X(3) VALUE "NO".
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-JEFE-OK PIC X(1).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "El maestro de departamentos exige rol de"
               " supervisor."
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE DEPARTAMENTOS.
       STOP RUN.
       00-INICIO-END.
           DISPLAY "Alta de departamento (1)"
           DISPLAY "Baja de departamento (2)"
           DISPLAY "Listar departamentos (3)"
           DISPLAY "Asignar jefe de departamento (4)"
           DISPLAY "Clase de riesgo de accidentes (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 3
               PERFORM 40-LISTAR-DEPARTAMENTOS
           WHEN 4
               PERFORM 50-ASIGNAR-JEFE
           WHEN 5
               PERFORM 60-ASIGNAR-RIESGO
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           INVALID KEY
               DISPLAY "Nombre del departamento: "
               ACCEPT DEP-NOMBRE
               PERFORM 55-PEDIR-JEFE
               PERFORM 65-PEDIR-RIESGO
               IF WS-JEFE-OK EQUAL "S"
                   WRITE REG-DEPARTAMENTO
                   DISPLAY "Departamento dado de alta."
               END-IF
           NOT INVALID KEY
               DISPLAY "Ya existe ese departamento: " DEP-NOMBRE
           END-READ.
           AT END
               MOVE "SI" TO WS-FIN-DEPTOS
           NOT AT END
               DISPLAY "  " DEP-CODIGO " " DEP-NOMBRE " jefe "
               DEP-JEFE " riesgo " DEP-RIESGO
           END-READ.
       45-LISTAR-UNO-END.
       EXIT.

       50-ASIGNAR-JEFE.
           DISPLAY "Codigo del departamento: "
           ACCEPT DEP-CODIGO
           READ DEPARTAMENTOS RECORD
           INVALID KEY
               DISPLAY "No existe ese departamento."
           NOT INVALID KEY
               DISPLAY DEP-NOMBRE " jefe actual: " DEP-JEFE
               PERFORM 55-PEDIR-JEFE
               IF WS-JEFE-OK EQUAL "S"
                   REWRITE REG-DEPARTAMENTO
                   INVALID KEY
                       DISPLAY "Error al grabar el departamento."
                   NOT INVALID KEY
                       DISPLAY "Jefe de departamento asignado."
                   END-REWRITE
               END-IF
           END-READ.
       50-ASIGNAR-JEFE-END.
       EXIT.


      *> EL JEFE TIENE QUE EXISTIR EN EL MAESTRO DE EMPLEADOS; EN
      *> BLANCO EL DEPARTAMENTO QUEDA SIN JEFE Y SUS GASTOS NO SE
      *> PUEDEN APROBAR.
       55-PEDIR-JEFE.
           MOVE "S" TO WS-JEFE-OK.
           DISPLAY "ID del jefe del departamento (INTRO = sin jefe): "
           ACCEPT DEP-JEFE
           IF DEP-JEFE NOT EQUAL SPACES
               OPEN INPUT EMPLEADOS-ARCHIVO
               IF WS-FS-EMPLEADOS NOT EQUAL "00"
                   DISPLAY "No se encuentra el maestro de empleados."
                   MOVE "N" TO WS-JEFE-OK
               ELSE
                   MOVE DEP-JEFE TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO RECORD
                   INVALID KEY
                       DISPLAY "No existe ese empleado en empidx.dat."
                       MOVE "N" TO WS-JEFE-OK
                   NOT INVALID KEY
                       DISPLAY "Jefe: " EMPLEADOS-NOMBRE
                   END-READ
               END-IF
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.
       55-PEDIR-JEFE-END.
       EXIT.


       60-ASIGNAR-RIESGO.
           DISPLAY "Codigo del departamento: "
           ACCEPT DEP-CODIGO
           READ DEPARTAMENTOS RECORD
           INVALID KEY
               DISPLAY "No existe ese departamento."
           NOT INVALID KEY
               DISPLAY DEP-NOMBRE " clase de riesgo actual: "
               DEP-RIESGO
               PERFORM 65-PEDIR-RIESGO
               REWRITE REG-DEPARTAMENTO
               INVALID KEY
                   DISPLAY "Error al grabar el departamento."
               NOT INVALID KEY
                   DISPLAY "Clase de riesgo asignada."
               END-REWRITE
           END-READ.
       60-ASIGNAR-RIESGO-END.
       EXIT.


      *> CLASES DE RIESGO DE LA TARIFA DE ACCIDENTES (JCOTEMPRESA):
      *> 1 OFICINA, 2 COMERCIAL, 3 TALLER, 4 RIESGO ALTO. EN BLANCO
      *> O FUERA DE RANGO QUEDA LA 1.
       65-PEDIR-RIESGO.
           DISPLAY "Clase de riesgo de accidentes (1-4, INTRO = 1): "
           ACCEPT DEP-RIESGO
           IF DEP-RIESGO < "1" OR DEP-RIESGO > "4"
               DISPLAY "Clase no valida: se asigna la 1 (oficina)."
               MOVE "1" TO DEP-RIESGO
           END-IF.
       65-PEDIR-RIESGO-END.
       EXIT.

       END PROGRAM DEPTOMANT.
