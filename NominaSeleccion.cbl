      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proceso de seleccion, que hasta ahora iba por
      *          correo y en el que Postulantes.txt solo era una lista
      *          de nombres cortos. JCANDIDATOS guarda cada candidato
      *          con su identificador, nombre completo, datos de
      *          contacto, departamento y categoria a los que se
      *          presenta, la fecha de cada fase (recibida,
      *          entrevistada, ofertada, aceptada o rechazada) y las
      *          notas del entrevistador. JPLAZAS lleva las vacantes
      *          abiertas por departamento y categoria. Aceptar una
      *          oferta da de alta al empleado en empidx.dat con las
      *          mismas reglas que EMPLEADOSMANT (fecha de nacimiento
      *          posible, departamento del maestro JDEPTOS e IBAN de
      *          una cuenta de la entidad por IBANSERV), con su linea
      *          "A" en JEMPAUDIT, le abre el saldo de vacaciones del
      *          año en JVACSALDO con el derecho prorrateado desde la
      *          incorporacion y da por cubierta la vacante mas
      *          antigua de su departamento y categoria. El informe
      *          JSELECINF da por departamento las vacantes abiertas,
      *          los candidatos en proceso y el tiempo medio de
      *          contratacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINASELECCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CANDIDATOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCANDIDATOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAN-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CANDIDATOS.

       SELECT PLAZAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPLAZAS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PLZ-NUMERO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PLAZAS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEPTOS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPTOS.

       SELECT VACSALDO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JVACSALDO.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS VAC-CLAVE
       FILE STATUS IS WS-FS-VACSALDO.

       SELECT OPTIONAL AUDITORIA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JEMPAUDIT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-AUDITORIA.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSELECINF.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *> CANDIDATO: ESTADO "R" RECIBIDA, "E" ENTREVISTADO, "O"
      *> OFERTADO, "A" ACEPTADO (YA EMPLEADO CAN-EMPLEADO-ID) Y "X"
      *> RECHAZADO. LA FECHA DE RESOLUCION ES LA DE LA ACEPTACION O
      *> EL RECHAZO.
       FD CANDIDATOS.
           01 REG-CANDIDATO.
               05 CAN-ID PIC X(6).
               05 CAN-NOMBRE PIC X(25).
               05 CAN-APELLIDOS PIC X(35).
               05 CAN-FECHA-NACIMIENTO PIC 9(8).
               05 CAN-TELEFONO PIC X(9).
               05 CAN-EMAIL PIC X(40).
               05 CAN-DIRECCION PIC X(35).
               05 CAN-EXPERIENCIA PIC 9(2).
               05 CAN-IBAN PIC X(24).
               05 CAN-DEPTO PIC X(3).
               05 CAN-CATEGORIA PIC X(6).
               05 CAN-ESTADO PIC X(1).
               05 CAN-FECHA-RECIBIDA PIC 9(8).
               05 CAN-FECHA-ENTREVISTA PIC 9(8).
               05 CAN-FECHA-OFERTA PIC 9(8).
               05 CAN-FECHA-RESOLUCION PIC 9(8).
               05 CAN-FECHA-INCORPORACION PIC 9(8).
               05 CAN-ENTREVISTADOR PIC X(25).
               05 CAN-NOTAS PIC X(100).
               05 CAN-EMPLEADO-ID PIC X(6).
               05 CAN-PLAZA PIC 9(4).

      *> VACANTE: "A" ABIERTA, "C" CUBIERTA POR CAN-ID EN SU FECHA
      *> DE CIERRE, "X" ANULADA.
       FD PLAZAS.
           01 REG-PLAZA.
               05 PLZ-NUMERO PIC 9(4).
               05 PLZ-DEPTO PIC X(3).
               05 PLZ-CATEGORIA PIC X(6).
               05 PLZ-FECHA-APERTURA PIC 9(8).
               05 PLZ-ESTADO PIC X(1).
               05 PLZ-FECHA-CIERRE PIC 9(8).
               05 PLZ-CANDIDATO PIC X(6).

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

       FD DEPARTAMENTOS.
           01 REG-DEPARTAMENTO.
               05 DEP-CODIGO PIC X(3).
               05 DEP-NOMBRE PIC X(20).
               05 DEP-JEFE PIC X(6).
               05 DEP-RIESGO PIC X(1).

       FD VACSALDO.
           01 REG-VACSALDO.
               05 VAC-CLAVE.
                   10 VAC-ID PIC X(6).
                   10 VAC-ANIO PIC 9(4).
               05 VAC-DERECHO PIC 9(2)V9.
               05 VAC-VACACIONES PIC 9(2)V9.
               05 VAC-ENFERMEDAD PIC 9(2)V9.
               05 VAC-SINSUELDO PIC 9(2)V9.

       FD AUDITORIA
       RECORD CONTAINS 296 CHARACTERS.
       01 REG-AUDITORIA PIC X(296).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JSELECINF".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINASELECCION".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-CANDIDATOS PIC 99.
       77 WS-FS-PLAZAS PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-DEPTOS PIC 99.
       77 WS-FS-VACSALDO PIC 99.
       77 WS-FS-AUDITORIA PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-OPERADOR PIC X(4).
       77 WS-FECHA PIC X(21).
       77 WS-FECHA-FASE PIC 9(8).
       77 WS-CONFIRMAR PIC X(1).
       77 WS-CORRECTO PIC X(2).
       77 WS-MOTIVO PIC X(50).
       77 WS-FIN-LECTURA PIC X(3).
       77 WS-ENCONTRADO PIC X(2).
       77 WS-ULTIMA-PLAZA PIC 9(4).
       77 WS-PLAZA-CUBIERTA PIC 9(4).
       77 WS-FECHA-PLAZA PIC 9(8).
       77 WS-I PIC 9(2).
       77 WS-J PIC 9(2).
       77 WS-DEPTO-BUSCAR PIC X(3).

      *> MISMA VALIDACION DE FECHA DE NACIMIENTO QUE EMPLEADOSMANT.
       77 WS-NAC-ANIO PIC 9(4).
       77 WS-NAC-MES PIC 9(2).
       77 WS-NAC-DIA PIC 9(2).
       77 WS-DIAS-MES PIC 9(2).

       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-RESULTADO PIC X(1).

      *> DERECHO ANUAL DE VACACIONES EN DIAS HABILES, PRORRATEADO
      *> POR LOS DIAS QUE QUEDAN DEL AÑO DESDE LA INCORPORACION.
       77 WS-DERECHO-ANUAL PIC 9(2)V9 VALUE 22.
       77 WS-ANIO-ALTA PIC 9(4).
       77 WS-INICIO-ANIO PIC 9(8).
       77 WS-FIN-ANIO PIC 9(8).
       77 WS-DIAS-ANIO PIC S9(7).
       77 WS-DIAS-RESTAN PIC S9(7).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-AUDITORIA-LINEA.
           05 AUD-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERACION PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-ANTES PIC X(133).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-DESPUES PIC X(133).

      *> ACUMULADOS DEL INFORME POR DEPARTAMENTO.
       01 WS-TABLA-DEPTOS.
           05 WS-DEP-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-DEP-ENTRADA OCCURS 30 TIMES.
               10 WS-DEP-DEPTO PIC X(3).
               10 WS-DEP-VACANTES PIC 9(4).
               10 WS-DEP-DIAS-ABIERTAS PIC 9(7).
               10 WS-DEP-EN-PROCESO PIC 9(4).
               10 WS-DEP-CONTRATADOS PIC 9(4).
               10 WS-DEP-DIAS-CONTRATAR PIC 9(7).
               10 WS-DEP-CUBIERTAS PIC 9(4).
               10 WS-DEP-DIAS-CUBRIR PIC 9(7).

       01 WS-INF-TITULO.
           05 FILLER PIC X(40) VALUE
           "VACANTES Y TIEMPO DE CONTRATACION AL ".
           05 INF-TIT-FECHA PIC 9(8).

       01 WS-INF-CABECERA.
           05 FILLER PIC X(40) VALUE
           "DEP VAC.ABIERTAS DIAS MEDIOS  EN PROCESO".
           05 FILLER PIC X(40) VALUE
           "CONTRATADOS DIAS A CONTRATAR DIAS CUBRIR".

       01 WS-INF-DETALLE.
           05 INF-DET-DEPTO PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-VACANTES PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-MEDIA-ABIERTA PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-EN-PROCESO PIC ZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-CONTRATADOS PIC ZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-MEDIA-CONTRATAR PIC ZZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-DET-MEDIA-CUBRIR PIC ZZZZZZZZZ9.

       01 WS-INF-VACANTE.
           05 FILLER PIC X(10) VALUE "  Vacante ".
           05 INF-VAC-NUMERO PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 INF-VAC-DEPTO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 INF-VAC-CATEGORIA PIC X(6).
           05 FILLER PIC X(16) VALUE " abierta desde ".
           05 INF-VAC-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-VAC-DIAS PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE " dias".

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-OPERADOR.
           PERFORM 10-MENU UNTIL WS-OPCION = 9.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "Seleccion de personal."
           DISPLAY "Alta o correccion de un candidato (1)"
           DISPLAY "Anotar la entrevista (2)"
           DISPLAY "Anotar la oferta (3)"
           DISPLAY "Aceptacion de la oferta: alta de empleado (4)"
           DISPLAY "Rechazar la candidatura (5)"
           DISPLAY "Consultar un candidato (6)"
           DISPLAY "Abrir o anular una vacante (7)"
           DISPLAY "Informe de vacantes y tiempo de contratacion (8)"
           DISPLAY "salir (9)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-CANDIDATO
           WHEN 2
               PERFORM 30-ENTREVISTA
           WHEN 3
               PERFORM 35-OFERTA
           WHEN 4
               PERFORM 40-ACEPTAR-OFERTA
           WHEN 5
               PERFORM 60-RECHAZAR
           WHEN 6
               PERFORM 65-CONSULTAR
           WHEN 7
               PERFORM 70-VACANTE
           WHEN 8
               PERFORM 80-INFORME
           WHEN 9
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> UN CANDIDATO YA ACEPTADO O RECHAZADO NO SE TOCA; LOS DEMAS
      *> SE PUEDEN CORREGIR SIN PERDER SUS FASES.
       20-ALTA-CANDIDATO.
           PERFORM 90-ABRIR-CANDIDATOS.
           DISPLAY "ID del candidato: "
           ACCEPT CAN-ID.
           READ CANDIDATOS RECORD
           INVALID KEY
               MOVE "NO" TO WS-ENCONTRADO
           NOT INVALID KEY
               MOVE "SI" TO WS-ENCONTRADO
           END-READ.
           IF WS-ENCONTRADO EQUAL "SI"
               IF CAN-ESTADO EQUAL "A" OR CAN-ESTADO EQUAL "X"
                   DISPLAY "Candidatura ya resuelta (" CAN-ESTADO
                   "): no se modifica."
                   CLOSE CANDIDATOS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Candidato existente: " CAN-NOMBRE " "
               CAN-APELLIDOS
               DISPLAY "Se corrigen sus datos."
           END-IF.
           DISPLAY "Nombre: "
           ACCEPT CAN-NOMBRE.
           DISPLAY "Apellidos: "
           ACCEPT CAN-APELLIDOS.
           DISPLAY "Fecha de nacimiento (AAAAMMDD): "
           ACCEPT CAN-FECHA-NACIMIENTO.
           DISPLAY "Telefono: "
           ACCEPT CAN-TELEFONO.
           DISPLAY "Correo electronico: "
           ACCEPT CAN-EMAIL.
           DISPLAY "Direccion: "
           ACCEPT CAN-DIRECCION.
           DISPLAY "Años de experiencia: "
           ACCEPT CAN-EXPERIENCIA.
           DISPLAY "IBAN de la cuenta para la nomina: "
           ACCEPT CAN-IBAN.
           DISPLAY "Departamento al que se presenta: "
           ACCEPT CAN-DEPTO.
           MOVE "NO" TO WS-CORRECTO.
           PERFORM 25-PEDIR-CATEGORIA UNTIL WS-CORRECTO EQUAL "SI".
           IF WS-ENCONTRADO EQUAL "SI"
               REWRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY "Error al corregir el candidato."
               NOT INVALID KEY
                   DISPLAY "Candidato corregido."
               END-REWRITE
           ELSE
               MOVE "R" TO CAN-ESTADO
               DISPLAY "Fecha de recepcion (AAAAMMDD, 0 = hoy): "
               PERFORM 95-PEDIR-FECHA
               MOVE WS-FECHA-FASE TO CAN-FECHA-RECIBIDA
               MOVE ZERO TO CAN-FECHA-ENTREVISTA CAN-FECHA-OFERTA
                   CAN-FECHA-RESOLUCION CAN-FECHA-INCORPORACION
                   CAN-PLAZA
               MOVE SPACES TO CAN-ENTREVISTADOR CAN-NOTAS
                   CAN-EMPLEADO-ID
               WRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY "Error al grabar el candidato."
               NOT INVALID KEY
                   DISPLAY "Candidatura recibida."
               END-WRITE
           END-IF.
           CLOSE CANDIDATOS.
       20-ALTA-CANDIDATO-END.
       EXIT.


       25-PEDIR-CATEGORIA.
           DISPLAY "Categoria (JUNIOR, SEMSR, SENIOR): "
           ACCEPT CAN-CATEGORIA.
           IF CAN-CATEGORIA EQUAL "JUNIOR" OR CAN-CATEGORIA EQUAL
               "SEMSR" OR CAN-CATEGORIA EQUAL "SENIOR"
               MOVE "SI" TO WS-CORRECTO
           ELSE
               DISPLAY "Categoria no valida."
           END-IF.
       25-PEDIR-CATEGORIA-END.
       EXIT.


      *> SE PUEDE VOLVER A ENTREVISTAR: LA FECHA Y LAS NOTAS SE
      *> SUSTITUYEN POR LAS DE LA ULTIMA ENTREVISTA.
       30-ENTREVISTA.
           PERFORM 92-LEER-CANDIDATO.
           IF WS-ENCONTRADO EQUAL "NO"
               EXIT PARAGRAPH
           END-IF.
           IF CAN-ESTADO NOT EQUAL "R" AND CAN-ESTADO NOT EQUAL "E"
               DISPLAY "El candidato no esta pendiente de entrevista"
               " (" CAN-ESTADO ")."
               CLOSE CANDIDATOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de la entrevista (AAAAMMDD, 0 = hoy): "
           PERFORM 95-PEDIR-FECHA.
           MOVE WS-FECHA-FASE TO CAN-FECHA-ENTREVISTA.
           DISPLAY "Entrevistador: "
           ACCEPT CAN-ENTREVISTADOR.
           DISPLAY "Notas de la entrevista: "
           ACCEPT CAN-NOTAS.
           MOVE "E" TO CAN-ESTADO.
           REWRITE REG-CANDIDATO
           INVALID KEY
               DISPLAY "Error al anotar la entrevista."
           NOT INVALID KEY
               DISPLAY "Entrevista anotada."
           END-REWRITE.
           CLOSE CANDIDATOS.
       30-ENTREVISTA-END.
       EXIT.


       35-OFERTA.
           PERFORM 92-LEER-CANDIDATO.
           IF WS-ENCONTRADO EQUAL "NO"
               EXIT PARAGRAPH
           END-IF.
           IF CAN-ESTADO NOT EQUAL "E"
               DISPLAY "Solo se oferta a un candidato entrevistado"
               " (" CAN-ESTADO ")."
               CLOSE CANDIDATOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de la oferta (AAAAMMDD, 0 = hoy): "
           PERFORM 95-PEDIR-FECHA.
           MOVE WS-FECHA-FASE TO CAN-FECHA-OFERTA.
           MOVE "O" TO CAN-ESTADO.
           REWRITE REG-CANDIDATO
           INVALID KEY
               DISPLAY "Error al anotar la oferta."
           NOT INVALID KEY
               DISPLAY "Oferta anotada."
           END-REWRITE.
           CLOSE CANDIDATOS.
       35-OFERTA-END.
       EXIT.


      *> LA ACEPTACION CREA EL EMPLEADO: SI ALGUN DATO NO PASA LAS
      *> REGLAS DE EMPLEADOSMANT NO SE GRABA NADA Y SE AVISA PARA
      *> CORREGIR EL CANDIDATO (OPCION 1).
       40-ACEPTAR-OFERTA.
           PERFORM 92-LEER-CANDIDATO.
           IF WS-ENCONTRADO EQUAL "NO"
               EXIT PARAGRAPH
           END-IF.
           IF CAN-ESTADO NOT EQUAL "O"
               DISPLAY "El candidato no tiene una oferta pendiente"
               " (" CAN-ESTADO ")."
               CLOSE CANDIDATOS
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS = "35"
               OPEN OUTPUT EMPLEADOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               OPEN I-O EMPLEADOS-ARCHIVO
           END-IF.
           DISPLAY "ID del nuevo empleado: "
           ACCEPT EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "Ya existe un empleado con ese ID."
               CLOSE EMPLEADOS-ARCHIVO CANDIDATOS
               EXIT PARAGRAPH
           END-READ.
           MOVE CAN-NOMBRE TO EMPLEADOS-NOMBRE.
           MOVE CAN-APELLIDOS TO EMPLEADOS-APELLIDOS.
           MOVE CAN-FECHA-NACIMIENTO TO EMPLEADOS-FECHA-NACIMIENTO.
           MOVE CAN-TELEFONO TO EMPLEADOS-TELEFONO.
           MOVE CAN-DIRECCION TO EMPLEADOS-DIRECCION.
           MOVE CAN-EXPERIENCIA TO EMPLEADOS-EXPERIENCIA.
           MOVE CAN-DEPTO TO EMPLEADOS-DEPTO.
           PERFORM 42-VALIDAR-ALTA.
           IF WS-CORRECTO EQUAL "NO"
               DISPLAY "No se puede dar de alta: " WS-MOTIVO
               DISPLAY "Corregir el candidato (opcion 1) y repetir."
               CLOSE EMPLEADOS-ARCHIVO CANDIDATOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de aceptacion (AAAAMMDD, 0 = hoy): "
           PERFORM 95-PEDIR-FECHA.
           MOVE WS-FECHA-FASE TO CAN-FECHA-RESOLUCION.
           DISPLAY "Fecha de incorporacion (AAAAMMDD, 0 = hoy): "
           PERFORM 95-PEDIR-FECHA.
           MOVE WS-FECHA-FASE TO CAN-FECHA-INCORPORACION.

           WRITE EMPLEADOS-REGISTRO
           INVALID KEY
               DISPLAY "Error al grabar el empleado."
               CLOSE EMPLEADOS-ARCHIVO CANDIDATOS
               EXIT PARAGRAPH
           END-WRITE.
           MOVE "A" TO AUD-OPERACION.
           MOVE SPACES TO AUD-ANTES.
           MOVE EMPLEADOS-REGISTRO TO AUD-DESPUES.
           PERFORM 58-GRABAR-AUDITORIA.
           CLOSE EMPLEADOS-ARCHIVO.
           DISPLAY "Empleado " EMPLEADOS-ID " dado de alta.".

           PERFORM 50-ABRIR-VACACIONES.
           PERFORM 55-CUBRIR-VACANTE.
           MOVE "A" TO CAN-ESTADO.
           MOVE EMPLEADOS-ID TO CAN-EMPLEADO-ID.
           MOVE WS-PLAZA-CUBIERTA TO CAN-PLAZA.
           REWRITE REG-CANDIDATO
           INVALID KEY
               DISPLAY "Error al cerrar la candidatura."
           END-REWRITE.
           CLOSE CANDIDATOS.
       40-ACEPTAR-OFERTA-END.
       EXIT.


       42-VALIDAR-ALTA.
           MOVE "SI" TO WS-CORRECTO.
           PERFORM 44-VALIDAR-FECHA-NACIMIENTO.
           IF WS-CORRECTO EQUAL "NO"
               MOVE "fecha de nacimiento no valida." TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DEPARTAMENTOS.
           IF WS-FS-DEPTOS EQUAL "00"
               MOVE CAN-DEPTO TO DEP-CODIGO
               READ DEPARTAMENTOS RECORD
               INVALID KEY
                   MOVE "NO" TO WS-CORRECTO
                   MOVE "departamento que no esta en JDEPTOS."
                       TO WS-MOTIVO
               END-READ
           END-IF.
           CLOSE DEPARTAMENTOS.
           IF WS-CORRECTO EQUAL "NO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "V" TO WS-IBAN-OPERACION.
           CALL "IBANSERV" USING WS-IBAN-OPERACION,
               EMPLEADOS-CUENTA-BANCO, CAN-IBAN, WS-IBAN-RESULTADO.
           EVALUATE WS-IBAN-RESULTADO
           WHEN "S"
               CONTINUE
           WHEN "E"
               MOVE "NO" TO WS-CORRECTO
               MOVE "el IBAN no es de una cuenta de la entidad."
                   TO WS-MOTIVO
           WHEN OTHER
               MOVE "NO" TO WS-CORRECTO
               MOVE "IBAN no valido." TO WS-MOTIVO
           END-EVALUATE.
       42-VALIDAR-ALTA-END.
       EXIT.


      *> MES 1-12 Y DIA POSIBLE PARA ESE MES, CON BISIESTOS, COMO EN
      *> EMPLEADOSMANT.
       44-VALIDAR-FECHA-NACIMIENTO.
           MOVE EMPLEADOS-FECHA-NACIMIENTO (1:4) TO WS-NAC-ANIO.
           MOVE EMPLEADOS-FECHA-NACIMIENTO (5:2) TO WS-NAC-MES.
           MOVE EMPLEADOS-FECHA-NACIMIENTO (7:2) TO WS-NAC-DIA.
           IF WS-NAC-ANIO < 1900 OR WS-NAC-ANIO > 2100
               MOVE "NO" TO WS-CORRECTO
           END-IF.
           IF WS-NAC-MES < 1 OR WS-NAC-MES > 12
               MOVE "NO" TO WS-CORRECTO
           ELSE
               EVALUATE WS-NAC-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   IF FUNCTION MOD(WS-NAC-ANIO, 4) EQUAL 0
                   AND (FUNCTION MOD(WS-NAC-ANIO, 100) NOT EQUAL 0
                       OR FUNCTION MOD(WS-NAC-ANIO, 400) EQUAL 0)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
               END-EVALUATE
               IF WS-NAC-DIA < 1 OR WS-NAC-DIA > WS-DIAS-MES
                   MOVE "NO" TO WS-CORRECTO
               END-IF
           END-IF.
       44-VALIDAR-FECHA-NACIMIENTO-END.
       EXIT.


      *> SALDO DEL AÑO DE INCORPORACION: EL DERECHO ANUAL POR LOS
      *> DIAS DEL AÑO QUE QUEDAN DESDE ESA FECHA (FECHASERV "D").
      *> SI YA HUBIERA SALDO (UN REINGRESO) NO SE TOCA.
       50-ABRIR-VACACIONES.
           MOVE CAN-FECHA-INCORPORACION (1:4) TO WS-ANIO-ALTA.
           COMPUTE WS-INICIO-ANIO = WS-ANIO-ALTA * 10000 + 0101.
           COMPUTE WS-FIN-ANIO = WS-ANIO-ALTA * 10000 + 1231.
           MOVE "D" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-INICIO-ANIO,
               WS-FIN-ANIO, WS-DIAS-ANIO, WS-FECHASERV-RESULTADO.
           CALL "FECHASERV" USING WS-FECHASERV-OP,
               CAN-FECHA-INCORPORACION, WS-FIN-ANIO, WS-DIAS-RESTAN,
               WS-FECHASERV-RESULTADO.
           ADD 1 TO WS-DIAS-ANIO WS-DIAS-RESTAN.
           OPEN I-O VACSALDO.
           IF WS-FS-VACSALDO EQUAL "35"
               OPEN OUTPUT VACSALDO
               CLOSE VACSALDO
               OPEN I-O VACSALDO
           END-IF.
           MOVE EMPLEADOS-ID TO VAC-ID.
           MOVE WS-ANIO-ALTA TO VAC-ANIO.
           READ VACSALDO RECORD
           INVALID KEY
               COMPUTE VAC-DERECHO ROUNDED =
                   WS-DERECHO-ANUAL * WS-DIAS-RESTAN / WS-DIAS-ANIO
               MOVE ZERO TO VAC-VACACIONES VAC-ENFERMEDAD
                   VAC-SINSUELDO
               WRITE REG-VACSALDO
               INVALID KEY
                   DISPLAY "Error al abrir el saldo de vacaciones."
               NOT INVALID KEY
                   DISPLAY "Saldo de vacaciones " VAC-ANIO ": "
                   VAC-DERECHO " dias."
               END-WRITE
           NOT INVALID KEY
               DISPLAY "Ya habia saldo de vacaciones del año: no se"
               " modifica."
           END-READ.
           CLOSE VACSALDO.
       50-ABRIR-VACACIONES-END.
       EXIT.


      *> LA CONTRATACION CUBRE LA VACANTE ABIERTA MAS ANTIGUA DEL
      *> MISMO DEPARTAMENTO Y CATEGORIA, SI LA HAY.
       55-CUBRIR-VACANTE.
           MOVE ZERO TO WS-PLAZA-CUBIERTA.
           MOVE 99999999 TO WS-FECHA-PLAZA.
           OPEN I-O PLAZAS.
           IF WS-FS-PLAZAS NOT EQUAL "00"
               CLOSE PLAZAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO WS-FIN-LECTURA.
           PERFORM 57-BUSCAR-VACANTE UNTIL WS-FIN-LECTURA EQUAL "SI".
           IF WS-PLAZA-CUBIERTA NOT EQUAL ZERO
               MOVE WS-PLAZA-CUBIERTA TO PLZ-NUMERO
               READ PLAZAS RECORD
               INVALID KEY
                   MOVE ZERO TO WS-PLAZA-CUBIERTA
               NOT INVALID KEY
                   MOVE "C" TO PLZ-ESTADO
                   MOVE CAN-FECHA-RESOLUCION TO PLZ-FECHA-CIERRE
                   MOVE CAN-ID TO PLZ-CANDIDATO
                   REWRITE REG-PLAZA
                   INVALID KEY
                       DISPLAY "Error al cubrir la vacante."
                   NOT INVALID KEY
                       DISPLAY "Vacante " PLZ-NUMERO " cubierta."
                   END-REWRITE
               END-READ
           ELSE
               DISPLAY "AVISO: no habia vacante abierta de "
               CAN-DEPTO " " CAN-CATEGORIA "."
           END-IF.
           CLOSE PLAZAS.
       55-CUBRIR-VACANTE-END.
       EXIT.


       57-BUSCAR-VACANTE.
           READ PLAZAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               IF PLZ-ESTADO EQUAL "A" AND PLZ-DEPTO EQUAL CAN-DEPTO
               AND PLZ-CATEGORIA EQUAL CAN-CATEGORIA
               AND PLZ-FECHA-APERTURA < WS-FECHA-PLAZA
                   MOVE PLZ-NUMERO TO WS-PLAZA-CUBIERTA
                   MOVE PLZ-FECHA-APERTURA TO WS-FECHA-PLAZA
               END-IF
           END-READ.
       57-BUSCAR-VACANTE-END.
       EXIT.


       58-GRABAR-AUDITORIA.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-FECHA TO AUD-FECHA.
           OPEN EXTEND AUDITORIA.
           WRITE REG-AUDITORIA FROM WS-AUDITORIA-LINEA.
           CLOSE AUDITORIA.
       58-GRABAR-AUDITORIA-END.
       EXIT.


       60-RECHAZAR.
           PERFORM 92-LEER-CANDIDATO.
           IF WS-ENCONTRADO EQUAL "NO"
               EXIT PARAGRAPH
           END-IF.
           IF CAN-ESTADO EQUAL "A" OR CAN-ESTADO EQUAL "X"
               DISPLAY "Candidatura ya resuelta (" CAN-ESTADO ")."
               CLOSE CANDIDATOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha del rechazo (AAAAMMDD, 0 = hoy): "
           PERFORM 95-PEDIR-FECHA.
           MOVE WS-FECHA-FASE TO CAN-FECHA-RESOLUCION.
           MOVE "X" TO CAN-ESTADO.
           REWRITE REG-CANDIDATO
           INVALID KEY
               DISPLAY "Error al rechazar la candidatura."
           NOT INVALID KEY
               DISPLAY "Candidatura rechazada."
           END-REWRITE.
           CLOSE CANDIDATOS.
       60-RECHAZAR-END.
       EXIT.


       65-CONSULTAR.
           PERFORM 92-LEER-CANDIDATO.
           IF WS-ENCONTRADO EQUAL "NO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANDIDATO: " CAN-ID " " CAN-NOMBRE " "
           CAN-APELLIDOS.
           DISPLAY "NACIMIENTO: " CAN-FECHA-NACIMIENTO
           " TELEFONO: " CAN-TELEFONO.
           DISPLAY "CORREO: " CAN-EMAIL.
           DISPLAY "DIRECCION: " CAN-DIRECCION.
           DISPLAY "EXPERIENCIA: " CAN-EXPERIENCIA " IBAN: " CAN-IBAN.
           DISPLAY "SE PRESENTA A: " CAN-DEPTO " " CAN-CATEGORIA.
           DISPLAY "ESTADO: " CAN-ESTADO.
           DISPLAY "  Recibida:    " CAN-FECHA-RECIBIDA.
           DISPLAY "  Entrevista:  " CAN-FECHA-ENTREVISTA " por "
           CAN-ENTREVISTADOR.
           DISPLAY "  Oferta:      " CAN-FECHA-OFERTA.
           DISPLAY "  Resolucion:  " CAN-FECHA-RESOLUCION.
           IF CAN-ESTADO EQUAL "A"
               DISPLAY "  Empleado " CAN-EMPLEADO-ID " desde "
               CAN-FECHA-INCORPORACION " (vacante " CAN-PLAZA ")"
           END-IF.
           DISPLAY "NOTAS: " CAN-NOTAS.
           CLOSE CANDIDATOS.
       65-CONSULTAR-END.
       EXIT.


      *> LAS VACANTES SE NUMERAN SEGUIDAS; UNA VACANTE ABIERTA QUE
      *> YA NO SE VA A CUBRIR SE ANULA ("X").
       70-VACANTE.
           OPEN I-O PLAZAS.
           IF WS-FS-PLAZAS EQUAL "35"
               OPEN OUTPUT PLAZAS
               CLOSE PLAZAS
               OPEN I-O PLAZAS
           END-IF.
           DISPLAY "Numero de vacante a anular (0 = abrir una): "
           ACCEPT PLZ-NUMERO.
           IF PLZ-NUMERO EQUAL ZERO
               PERFORM 72-ABRIR-VACANTE
           ELSE
               READ PLAZAS RECORD
               INVALID KEY
                   DISPLAY "No existe esa vacante."
               NOT INVALID KEY
                   IF PLZ-ESTADO NOT EQUAL "A"
                       DISPLAY "La vacante no esta abierta."
                   ELSE
                       MOVE "X" TO PLZ-ESTADO
                       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
                       MOVE WS-HOY-NUM TO PLZ-FECHA-CIERRE
                       REWRITE REG-PLAZA
                       INVALID KEY
                           DISPLAY "Error al anular la vacante."
                       NOT INVALID KEY
                           DISPLAY "Vacante anulada."
                       END-REWRITE
                   END-IF
               END-READ
           END-IF.
           CLOSE PLAZAS.
       70-VACANTE-END.
       EXIT.


       72-ABRIR-VACANTE.
           MOVE ZERO TO WS-ULTIMA-PLAZA.
           MOVE ZERO TO PLZ-NUMERO.
           MOVE "NO" TO WS-FIN-LECTURA.
           START PLAZAS KEY IS NOT LESS THAN PLZ-NUMERO
           INVALID KEY
               MOVE "SI" TO WS-FIN-LECTURA
           END-START.
           PERFORM 74-LEER-NUMERO UNTIL WS-FIN-LECTURA EQUAL "SI".
           INITIALIZE REG-PLAZA.
           COMPUTE PLZ-NUMERO = WS-ULTIMA-PLAZA + 1.
           DISPLAY "Departamento: "
           ACCEPT PLZ-DEPTO.
           MOVE "NO" TO WS-CORRECTO.
           OPEN INPUT DEPARTAMENTOS.
           IF WS-FS-DEPTOS EQUAL "00"
               MOVE PLZ-DEPTO TO DEP-CODIGO
               READ DEPARTAMENTOS RECORD
               INVALID KEY
                   DISPLAY "Departamento no valido."
                   CLOSE DEPARTAMENTOS
                   EXIT PARAGRAPH
               END-READ
           END-IF.
           CLOSE DEPARTAMENTOS.
           PERFORM 25-PEDIR-CATEGORIA UNTIL WS-CORRECTO EQUAL "SI".
           MOVE CAN-CATEGORIA TO PLZ-CATEGORIA.
           DISPLAY "Fecha de apertura (AAAAMMDD, 0 = hoy): "
           PERFORM 95-PEDIR-FECHA.
           MOVE WS-FECHA-FASE TO PLZ-FECHA-APERTURA.
           MOVE "A" TO PLZ-ESTADO.
           WRITE REG-PLAZA
           INVALID KEY
               DISPLAY "Error al abrir la vacante."
           NOT INVALID KEY
               DISPLAY "Vacante " PLZ-NUMERO " abierta."
           END-WRITE.
       72-ABRIR-VACANTE-END.
       EXIT.


       74-LEER-NUMERO.
           READ PLAZAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE PLZ-NUMERO TO WS-ULTIMA-PLAZA
           END-READ.
       74-LEER-NUMERO-END.
       EXIT.


      *> POR DEPARTAMENTO: VACANTES ABIERTAS Y SUS DIAS MEDIOS
      *> ABIERTAS A HOY, CANDIDATOS EN PROCESO, CONTRATADOS CON EL
      *> TIEMPO MEDIO DE LA CANDIDATURA A LA ACEPTACION Y TIEMPO
      *> MEDIO DE LA APERTURA DE UNA VACANTE A SU COBERTURA.
       80-INFORME.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           INITIALIZE WS-TABLA-DEPTOS.
           OPEN OUTPUT INFORME.
           MOVE WS-HOY-NUM TO INF-TIT-FECHA.
           WRITE REG-INFORME FROM WS-INF-TITULO.
           DISPLAY WS-INF-TITULO.
           MOVE "D" TO WS-FECHASERV-OP.

           OPEN INPUT PLAZAS.
           IF WS-FS-PLAZAS EQUAL "00"
               MOVE "NO" TO WS-FIN-LECTURA
               PERFORM 82-LEER-PLAZA UNTIL WS-FIN-LECTURA EQUAL "SI"
           END-IF.
           CLOSE PLAZAS.
           OPEN INPUT CANDIDATOS.
           IF WS-FS-CANDIDATOS EQUAL "00"
               MOVE "NO" TO WS-FIN-LECTURA
               PERFORM 84-LEER-CANDIDATO
                   UNTIL WS-FIN-LECTURA EQUAL "SI"
           END-IF.
           CLOSE CANDIDATOS.

           WRITE REG-INFORME FROM WS-INF-CABECERA.
           DISPLAY WS-INF-CABECERA.
           PERFORM 88-LINEA-DEPTO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEP-OCUPADOS.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en JSELECINF.txt".
       80-INFORME-END.
       EXIT.


       82-LEER-PLAZA.
           READ PLAZAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE PLZ-DEPTO TO WS-DEPTO-BUSCAR
               PERFORM 86-BUSCAR-DEPTO
               EVALUATE PLZ-ESTADO
               WHEN "A"
                   CALL "FECHASERV" USING WS-FECHASERV-OP,
                       PLZ-FECHA-APERTURA, WS-HOY-NUM,
                       WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
                   ADD 1 TO WS-DEP-VACANTES (WS-I)
                   ADD WS-FECHASERV-DIAS TO WS-DEP-DIAS-ABIERTAS (WS-I)
                   MOVE PLZ-NUMERO TO INF-VAC-NUMERO
                   MOVE PLZ-DEPTO TO INF-VAC-DEPTO
                   MOVE PLZ-CATEGORIA TO INF-VAC-CATEGORIA
                   MOVE PLZ-FECHA-APERTURA TO INF-VAC-FECHA
                   MOVE WS-FECHASERV-DIAS TO INF-VAC-DIAS
                   WRITE REG-INFORME FROM WS-INF-VACANTE
                   DISPLAY WS-INF-VACANTE
               WHEN "C"
                   CALL "FECHASERV" USING WS-FECHASERV-OP,
                       PLZ-FECHA-APERTURA, PLZ-FECHA-CIERRE,
                       WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
                   ADD 1 TO WS-DEP-CUBIERTAS (WS-I)
                   ADD WS-FECHASERV-DIAS TO WS-DEP-DIAS-CUBRIR (WS-I)
               END-EVALUATE
           END-READ.
       82-LEER-PLAZA-END.
       EXIT.


       84-LEER-CANDIDATO.
           READ CANDIDATOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               MOVE CAN-DEPTO TO WS-DEPTO-BUSCAR
               PERFORM 86-BUSCAR-DEPTO
               EVALUATE CAN-ESTADO
               WHEN "R"
               WHEN "E"
               WHEN "O"
                   ADD 1 TO WS-DEP-EN-PROCESO (WS-I)
               WHEN "A"
                   CALL "FECHASERV" USING WS-FECHASERV-OP,
                       CAN-FECHA-RECIBIDA, CAN-FECHA-RESOLUCION,
                       WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
                   ADD 1 TO WS-DEP-CONTRATADOS (WS-I)
                   ADD WS-FECHASERV-DIAS TO
                       WS-DEP-DIAS-CONTRATAR (WS-I)
               END-EVALUATE
           END-READ.
       84-LEER-CANDIDATO-END.
       EXIT.


      *> DEJA EN WS-I LA ENTRADA DEL DEPARTAMENTO, AÑADIENDOLA SI NO
      *> ESTA; CON LA TABLA LLENA SE ACUMULA EN LA ULTIMA.
       86-BUSCAR-DEPTO.
           MOVE 0 TO WS-I.
           MOVE "NO" TO WS-ENCONTRADO.
           PERFORM 87-COMPARAR-DEPTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-DEP-OCUPADOS
               OR WS-ENCONTRADO EQUAL "SI".
           IF WS-ENCONTRADO EQUAL "NO"
               IF WS-DEP-OCUPADOS >= 30
                   DISPLAY "ERROR: tabla de departamentos llena"
                   " (30); ampliar NOMINASELECCION."
                   MOVE 30 TO WS-I
               ELSE
                   ADD 1 TO WS-DEP-OCUPADOS
                   MOVE WS-DEP-OCUPADOS TO WS-I
                   MOVE WS-DEPTO-BUSCAR TO WS-DEP-DEPTO (WS-I)
               END-IF
           END-IF.
       86-BUSCAR-DEPTO-END.
       EXIT.


       87-COMPARAR-DEPTO.
           IF WS-DEP-DEPTO (WS-J) EQUAL WS-DEPTO-BUSCAR
               MOVE WS-J TO WS-I
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       87-COMPARAR-DEPTO-END.
       EXIT.


       88-LINEA-DEPTO.
           MOVE WS-DEP-DEPTO (WS-I) TO INF-DET-DEPTO.
           MOVE WS-DEP-VACANTES (WS-I) TO INF-DET-VACANTES.
           MOVE ZERO TO INF-DET-MEDIA-ABIERTA.
           IF WS-DEP-VACANTES (WS-I) > 0
               COMPUTE INF-DET-MEDIA-ABIERTA ROUNDED =
                   WS-DEP-DIAS-ABIERTAS (WS-I)
                   / WS-DEP-VACANTES (WS-I)
           END-IF.
           MOVE WS-DEP-EN-PROCESO (WS-I) TO INF-DET-EN-PROCESO.
           MOVE WS-DEP-CONTRATADOS (WS-I) TO INF-DET-CONTRATADOS.
           MOVE ZERO TO INF-DET-MEDIA-CONTRATAR.
           IF WS-DEP-CONTRATADOS (WS-I) > 0
               COMPUTE INF-DET-MEDIA-CONTRATAR ROUNDED =
                   WS-DEP-DIAS-CONTRATAR (WS-I)
                   / WS-DEP-CONTRATADOS (WS-I)
           END-IF.
           MOVE ZERO TO INF-DET-MEDIA-CUBRIR.
           IF WS-DEP-CUBIERTAS (WS-I) > 0
               COMPUTE INF-DET-MEDIA-CUBRIR ROUNDED =
                   WS-DEP-DIAS-CUBRIR (WS-I)
                   / WS-DEP-CUBIERTAS (WS-I)
           END-IF.
           WRITE REG-INFORME FROM WS-INF-DETALLE.
           DISPLAY WS-INF-DETALLE.
       88-LINEA-DEPTO-END.
       EXIT.


       90-ABRIR-CANDIDATOS.
           OPEN I-O CANDIDATOS.
           IF WS-FS-CANDIDATOS EQUAL "35"
               OPEN OUTPUT CANDIDATOS
               CLOSE CANDIDATOS
               OPEN I-O CANDIDATOS
           END-IF.
       90-ABRIR-CANDIDATOS-END.
       EXIT.


      *> ABRE JCANDIDATOS Y LEE EL CANDIDATO TECLEADO; SI NO EXISTE
      *> LO DEJA CERRADO.
       92-LEER-CANDIDATO.
           PERFORM 90-ABRIR-CANDIDATOS.
           DISPLAY "ID del candidato: "
           ACCEPT CAN-ID.
           READ CANDIDATOS RECORD
           INVALID KEY
               MOVE "NO" TO WS-ENCONTRADO
               DISPLAY "No existe ese candidato."
               CLOSE CANDIDATOS
           NOT INVALID KEY
               MOVE "SI" TO WS-ENCONTRADO
           END-READ.
       92-LEER-CANDIDATO-END.
       EXIT.


       95-PEDIR-FECHA.
           ACCEPT WS-FECHA-FASE.
           IF WS-FECHA-FASE EQUAL ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY
               MOVE WS-HOY-NUM TO WS-FECHA-FASE
           END-IF.
       95-PEDIR-FECHA-END.
       EXIT.

       END PROGRAM NOMINASELECCION.
