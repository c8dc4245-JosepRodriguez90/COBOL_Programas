      ******************************************************************
      * Author:
      * Date:
      * Purpose: Descuentos en las cuotas escolares por alumno
      *          (JDESCUENTO): beca, hijo de empleado u otros, en
      *          porcentaje o importe fijo, con periodo de validez y
      *          referencia de la aprobacion. Los descuentos de
      *          hermanos no se teclean: se detectan por los tutores
      *          comunes de JTUTORALUM entre los alumnos con cuenta
      *          vinculada en JALUMCTA (segundo hermano y tercero y
      *          siguientes, porcentajes en JDTOHERM). ALUMCOBROS los
      *          aplica al pasar el cobro y anota cada uno en
      *          JDTOAPLIC, del que sale el informe trimestral del
      *          coste por tipo para el consejo escolar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMDESCUENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DESCUENTOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDESCUENTO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DESCUENTOS.

       SELECT ALUMNOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Alumnos.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLAVE-ALUMNO
       ALTERNATE RECORD KEY IS APELLIDO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT ALUMNO-CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JALUMCTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS AC-NUMALUMNO
       FILE STATUS IS WS-FS-ALUMCTA.

       SELECT TUTORES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTUTORALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TUT-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TUTORES.

       SELECT OPTIONAL HERMANOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDTOHERM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HERMANOS.

       SELECT OPTIONAL DTO-APLICADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDTOAPLIC.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-APLICADOS.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumDtoInf.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *> TIPOS: B BECA, H HERMANOS, E HIJO DE EMPLEADO, O OTROS.
      *> MODO P PORCENTAJE SOBRE LA CUOTA, I IMPORTE FIJO. LA
      *> SECUENCIA 9 ES LA DEL DESCUENTO DE HERMANOS, QUE SE
      *> RECALCULA ENTERO CADA VEZ QUE SE DETECTAN.
       FD DESCUENTOS.
           01 REG-DESCUENTO.
               05 DES-CLAVE.
                   10 DES-NUMALUMNO PIC 9(5).
                   10 DES-SEQ PIC 9(1).
               05 DES-TIPO PIC X(1).
               05 DES-MODO PIC X(1).
               05 DES-VALOR PIC 9(4)V99.
               05 DES-DESDE PIC 9(8).
               05 DES-HASTA PIC 9(8).
               05 DES-REFERENCIA PIC X(12).

       FD ALUMNOS.
           01 ALUMNO.
               04 CLAVE-ALUMNO.
                   06 NUMALUMNO PIC 9(5).
                   06 TRIMESTRE PIC 9.
               04 NOMBRE PIC A(10).
               04 APELLIDO PIC A(10).
               04 NUM-ASIGNATURAS PIC 9.
               04 ASIGNATURAS OCCURS 5 TIMES.
                   06 NOMBRE-ASIGNATURA PIC X(10).
                   06 NOTA-ASIGNATURA PIC 9(2)V99.
               04 NOTA PIC 9(2)V99.

       FD ALUMNO-CUENTA.
           01 REG-ALUMNO-CUENTA.
               05 AC-NUMALUMNO PIC 9(5).
               05 AC-CUENTA PIC X(10).

       FD TUTORES.
           01 REG-TUTOR.
               05 TUT-CLAVE.
                   10 TUT-NUMALUMNO PIC 9(5).
                   10 TUT-SEQ PIC 9(1).
               05 TUT-NOMBRE PIC X(25).
               05 TUT-DIRECCION PIC X(35).
               05 TUT-PARENTESCO PIC X(10).

      *> PORCENTAJE DEL SEGUNDO HERMANO Y DEL TERCERO Y SIGUIENTES.
       FD HERMANOS
       RECORD CONTAINS 13 CHARACTERS.
       01 REG-HERMANOS.
           05 HER-SEGUNDO PIC 9(3)V99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 HER-TERCERO PIC 9(3)V99.

      *> UNA LINEA POR DESCUENTO APLICADO EN UN COBRO (ALUMCOBROS).
       FD DTO-APLICADOS
       RECORD CONTAINS 40 CHARACTERS.
       01 REG-DTO-APLICADO.
           05 DAP-PERIODO PIC 9(6).
           05 DAP-NUMALUMNO PIC 9(5).
           05 DAP-TIPO PIC X(1).
           05 DAP-IMPORTE PIC 9(5)V99.
           05 DAP-RECIBO PIC 9(6).
           05 DAP-REFERENCIA PIC X(12).
           05 FILLER PIC X(3).

       FD INFORME
       RECORD CONTAINS 60 CHARACTERS.
       01 REG-INFORME PIC X(60).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "AlumDtoInf".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "ALUMDESCUENTOS".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-DESCUENTOS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-ALUMCTA PIC 99.
       77 WS-FS-TUTORES PIC 99.
       77 WS-FS-HERMANOS PIC 99.
       77 WS-FS-APLICADOS PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-NUMALUMNO-ENTRADA PIC 9(5).
       77 WS-ALUMNO-EXISTE PIC X(1).
       77 WS-SEQ PIC 9(2).
       77 WS-HUECO PIC 9(1).
       77 WS-DATOS-OK PIC X(1).
       77 WS-FIN-DESCUENTOS PIC X(3) VALUE "NO".
       77 WS-FIN-TUTORES PIC X(3) VALUE "NO".
       77 WS-FIN-APLICADOS PIC X(3) VALUE "NO".
       77 WS-DTO-SEGUNDO PIC 9(3)V99 VALUE 10.00.
       77 WS-DTO-TERCERO PIC 9(3)V99 VALUE 20.00.
       77 WS-PORCENTAJE PIC 9(3)V99.
       77 WS-NUM-TUTORES PIC 9(3) VALUE 0.
       77 WS-MAX-TUTORES PIC 9(3) VALUE 500.
       77 WS-I PIC 9(3).
       77 WS-J PIC 9(3).
       77 WS-ORDEN PIC 9(2).
       77 WS-BORRADOS PIC 9(5).
       77 WS-HERMANOS PIC 9(5).
       77 WS-CURSO PIC 9(4).
       77 WS-TRIMESTRE PIC 9.
       77 WS-PERIODO-DESDE PIC 9(6).
       77 WS-PERIODO-HASTA PIC 9(6).
       77 WS-T PIC 9.
       77 WS-TOTAL-COSTE PIC 9(7)V99.
       77 WS-TOTAL-CUENTA PIC 9(5).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> TUTORES DE LOS ALUMNOS CON CUENTA VINCULADA, EN ORDEN DE
      *> EXPEDIENTE: EL HERMANO CON EXPEDIENTE MAS ANTIGUO ES EL
      *> PRIMERO Y NO TIENE DESCUENTO.
       01 WS-TABLA-TUTORES.
           05 WS-TUTOR-ENTRADA OCCURS 500 TIMES.
               10 TT-NUMALUMNO PIC 9(5).
               10 TT-NOMBRE PIC X(25).
               10 TT-DIRECCION PIC X(35).

       01 WS-TIPOS-VALORES.
           05 FILLER PIC X(14) VALUE "BBECA".
           05 FILLER PIC X(14) VALUE "HHERMANOS".
           05 FILLER PIC X(14) VALUE "EHIJO EMPLEADO".
           05 FILLER PIC X(14) VALUE "OOTROS".
       01 WS-TABLA-TIPOS REDEFINES WS-TIPOS-VALORES.
           05 WS-TIPO-ENTRADA OCCURS 4 TIMES.
               10 TIP-CODIGO PIC X(1).
               10 TIP-NOMBRE PIC X(13).

       01 WS-COSTE-TIPOS.
           05 WS-COSTE-ENTRADA OCCURS 4 TIMES.
               10 CST-CUENTA PIC 9(5).
               10 CST-IMPORTE PIC 9(7)V99.

       01 WS-CAB-INFORME.
           05 FILLER PIC X(30) VALUE "COSTE DE DESCUENTOS - CURSO ".
           05 CAB-CURSO PIC 9(4).
           05 FILLER PIC X(13) VALUE "  TRIMESTRE ".
           05 CAB-TRIMESTRE PIC 9.

       01 WS-LINEA-INFORME.
           05 INF-TIPO PIC X(13).
           05 FILLER PIC X(3) VALUE SPACES.
           05 INF-CUENTA PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " descuentos".
           05 FILLER PIC X(3) VALUE SPACES.
           05 INF-IMPORTE PIC Z(6)9.99.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           OPEN I-O DESCUENTOS.
           IF WS-FS-DESCUENTOS = "35"
               OPEN OUTPUT DESCUENTOS
               CLOSE DESCUENTOS
               OPEN I-O DESCUENTOS
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE DESCUENTOS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "***********************"
           DISPLAY "DESCUENTOS EN CUOTAS"
           DISPLAY "***********************"
           DISPLAY "Alta de descuento (1)"
           DISPLAY "Baja de descuento (2)"
           DISPLAY "Descuentos de un alumno (3)"
           DISPLAY "Detectar descuentos de hermanos (4)"
           DISPLAY "Informe trimestral de coste (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-DESCUENTO
           WHEN 2
               PERFORM 25-BAJA-DESCUENTO
           WHEN 3
               PERFORM 30-LISTAR-DESCUENTOS
           WHEN 4
               PERFORM 40-DETECTAR-HERMANOS
           WHEN 5
               PERFORM 60-INFORME-COSTE
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> ALTA DE UN DESCUENTO APROBADO. LOS DE HERMANOS SALEN DE LA
      *> OPCION 4 Y NO SE TECLEAN.
       20-ALTA-DESCUENTO.
           DISPLAY "Numero de expediente: "
           ACCEPT WS-NUMALUMNO-ENTRADA.
           PERFORM 21-VALIDAR-ALUMNO.
           IF WS-ALUMNO-EXISTE NOT EQUAL "S"
               DISPLAY "No existe ningun alumno con ese expediente."
           ELSE
               MOVE 0 TO WS-HUECO
               PERFORM 22-BUSCAR-HUECO
                   VARYING WS-SEQ FROM 1 BY 1
                   UNTIL WS-SEQ > 8 OR WS-HUECO > 0
               IF WS-HUECO EQUAL 0
                   DISPLAY "Ese alumno ya tiene 8 descuentos."
               ELSE
                   PERFORM 23-PEDIR-DESCUENTO
                   IF WS-DATOS-OK EQUAL "S"
                       MOVE WS-NUMALUMNO-ENTRADA TO DES-NUMALUMNO
                       MOVE WS-HUECO TO DES-SEQ
                       WRITE REG-DESCUENTO
                       INVALID KEY
                           DISPLAY "Error al grabar el descuento."
                       NOT INVALID KEY
                           DISPLAY "Descuento " DES-SEQ
                           " registrado."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
       20-ALTA-DESCUENTO-END.
       EXIT.


       21-VALIDAR-ALUMNO.
           MOVE "N" TO WS-ALUMNO-EXISTE.
           OPEN INPUT ALUMNOS.
           IF WS-FILE-STATUS EQUAL "00"
               MOVE WS-NUMALUMNO-ENTRADA TO NUMALUMNO
               MOVE 0 TO TRIMESTRE
               START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUMNOS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NUMALUMNO EQUAL WS-NUMALUMNO-ENTRADA
                           MOVE "S" TO WS-ALUMNO-EXISTE
                       END-IF
                   END-READ
               END-START
           END-IF.
           CLOSE ALUMNOS.
       21-VALIDAR-ALUMNO-END.
       EXIT.


       22-BUSCAR-HUECO.
           MOVE WS-NUMALUMNO-ENTRADA TO DES-NUMALUMNO.
           MOVE WS-SEQ TO DES-SEQ.
           READ DESCUENTOS RECORD
           INVALID KEY
               MOVE WS-SEQ TO WS-HUECO
           END-READ.
       22-BUSCAR-HUECO-END.
       EXIT.


       23-PEDIR-DESCUENTO.
           MOVE "S" TO WS-DATOS-OK.
           INITIALIZE REG-DESCUENTO.
           DISPLAY "Tipo: beca (B), hijo de empleado (E), otros (O): "
           ACCEPT DES-TIPO.
           DISPLAY "Porcentaje (P) o importe fijo (I): "
           ACCEPT DES-MODO.
           DISPLAY "Valor (porcentaje o euros al mes): "
           ACCEPT DES-VALOR.
           DISPLAY "Valido desde (AAAAMMDD): "
           ACCEPT DES-DESDE.
           DISPLAY "Valido hasta (AAAAMMDD): "
           ACCEPT DES-HASTA.
           DISPLAY "Referencia de la aprobacion: "
           ACCEPT DES-REFERENCIA.
           IF DES-TIPO NOT EQUAL "B" AND DES-TIPO NOT EQUAL "E"
               AND DES-TIPO NOT EQUAL "O"
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Tipo no valido (los de hermanos son"
               " automaticos, opcion 4)."
           END-IF.
           IF DES-MODO NOT EQUAL "P" AND DES-MODO NOT EQUAL "I"
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Modo no valido."
           END-IF.
           IF DES-VALOR EQUAL 0
               OR (DES-MODO EQUAL "P" AND DES-VALOR > 100)
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Valor no valido."
           END-IF.
           IF DES-DESDE EQUAL 0 OR DES-HASTA < DES-DESDE
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Periodo de validez no valido."
           END-IF.
           IF DES-REFERENCIA EQUAL SPACES
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "Falta la referencia de la aprobacion."
           END-IF.
       23-PEDIR-DESCUENTO-END.
       EXIT.


       25-BAJA-DESCUENTO.
           DISPLAY "Numero de expediente: "
           ACCEPT DES-NUMALUMNO.
           DISPLAY "Numero de descuento: "
           ACCEPT DES-SEQ.
           READ DESCUENTOS RECORD
           INVALID KEY
               DISPLAY "No existe ese descuento."
           NOT INVALID KEY
               DELETE DESCUENTOS RECORD
               INVALID KEY
                   DISPLAY "Error al borrar el descuento."
               NOT INVALID KEY
                   DISPLAY "Descuento eliminado."
               END-DELETE
           END-READ.
       25-BAJA-DESCUENTO-END.
       EXIT.


       30-LISTAR-DESCUENTOS.
           DISPLAY "Numero de expediente: "
           ACCEPT WS-NUMALUMNO-ENTRADA.
           MOVE "NO" TO WS-FIN-DESCUENTOS.
           MOVE WS-NUMALUMNO-ENTRADA TO DES-NUMALUMNO.
           MOVE 0 TO DES-SEQ.
           START DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
           INVALID KEY
               MOVE "SI" TO WS-FIN-DESCUENTOS
           END-START.
           PERFORM 35-LISTAR-UNO UNTIL WS-FIN-DESCUENTOS EQUAL "SI".
       30-LISTAR-DESCUENTOS-END.
       EXIT.


       35-LISTAR-UNO.
           READ DESCUENTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-DESCUENTOS
           NOT AT END
               IF DES-NUMALUMNO NOT EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE "SI" TO WS-FIN-DESCUENTOS
               ELSE
                   DISPLAY "  " DES-SEQ " tipo " DES-TIPO " "
                   DES-MODO " " DES-VALOR " del " DES-DESDE " al "
                   DES-HASTA " ref. " DES-REFERENCIA
               END-IF
           END-READ.
       35-LISTAR-UNO-END.
       EXIT.


      *> HERMANOS: ALUMNOS CON CUENTA VINCULADA QUE COMPARTEN UN
      *> TUTOR (MISMO NOMBRE Y DIRECCION EN JTUTORALUM). SE BORRAN
      *> LOS DESCUENTOS DE HERMANOS ANTERIORES Y SE VUELVEN A SACAR,
      *> ASI UNA FAMILIA QUE DEJA EL CENTRO NO ARRASTRA EL DESCUENTO.
       40-DETECTAR-HERMANOS.
           PERFORM 42-CARGAR-PORCENTAJES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           OPEN INPUT ALUMNO-CUENTA.
           OPEN INPUT TUTORES.
           IF WS-FS-ALUMCTA NOT EQUAL "00"
               OR WS-FS-TUTORES NOT EQUAL "00"
               DISPLAY "Faltan los vinculos de cobro (JALUMCTA) o los"
               " tutores (JTUTORALUM)."
           ELSE
               MOVE 0 TO WS-BORRADOS WS-HERMANOS WS-NUM-TUTORES
               MOVE "NO" TO WS-FIN-DESCUENTOS
               MOVE ZEROES TO DES-CLAVE
               START DESCUENTOS KEY IS NOT LESS THAN DES-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-DESCUENTOS
               END-START
               PERFORM 44-BORRAR-HERMANOS
                   UNTIL WS-FIN-DESCUENTOS EQUAL "SI"

               MOVE "NO" TO WS-FIN-TUTORES
               MOVE ZEROES TO TUT-CLAVE
               START TUTORES KEY IS NOT LESS THAN TUT-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-FIN-TUTORES
               END-START
               PERFORM 46-CARGAR-TUTOR
                   UNTIL WS-FIN-TUTORES EQUAL "SI"

               PERFORM 48-ORDEN-HERMANO
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-TUTORES
               DISPLAY "Descuentos de hermanos anteriores: "
               WS-BORRADOS "  Actuales: " WS-HERMANOS
           END-IF.
           CLOSE ALUMNO-CUENTA TUTORES.
       40-DETECTAR-HERMANOS-END.
       EXIT.


       42-CARGAR-PORCENTAJES.
           OPEN INPUT HERMANOS.
           IF WS-FS-HERMANOS EQUAL "00"
               READ HERMANOS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HER-SEGUNDO TO WS-DTO-SEGUNDO
                   MOVE HER-TERCERO TO WS-DTO-TERCERO
               END-READ
               CLOSE HERMANOS
           ELSE
               CLOSE HERMANOS
               MOVE SPACES TO REG-HERMANOS
               MOVE WS-DTO-SEGUNDO TO HER-SEGUNDO
               MOVE WS-DTO-TERCERO TO HER-TERCERO
               OPEN OUTPUT HERMANOS
               WRITE REG-HERMANOS
               CLOSE HERMANOS
           END-IF.
       42-CARGAR-PORCENTAJES-END.
       EXIT.


       44-BORRAR-HERMANOS.
           READ DESCUENTOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-DESCUENTOS
           NOT AT END
               IF DES-TIPO EQUAL "H"
                   DELETE DESCUENTOS RECORD
                   INVALID KEY
                       DISPLAY "Error al borrar el descuento de "
                       DES-NUMALUMNO
                   NOT INVALID KEY
                       ADD 1 TO WS-BORRADOS
                   END-DELETE
               END-IF
           END-READ.
       44-BORRAR-HERMANOS-END.
       EXIT.


       46-CARGAR-TUTOR.
           READ TUTORES NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-TUTORES
           NOT AT END
               MOVE TUT-NUMALUMNO TO AC-NUMALUMNO
               READ ALUMNO-CUENTA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-NUM-TUTORES < WS-MAX-TUTORES
                       ADD 1 TO WS-NUM-TUTORES
                       MOVE TUT-NUMALUMNO
                           TO TT-NUMALUMNO (WS-NUM-TUTORES)
                       MOVE TUT-NOMBRE TO TT-NOMBRE (WS-NUM-TUTORES)
                       MOVE TUT-DIRECCION
                           TO TT-DIRECCION (WS-NUM-TUTORES)
                   ELSE
                       DISPLAY "AVISO: mas de " WS-MAX-TUTORES
                       " tutores, no se revisa el expediente "
                       TUT-NUMALUMNO
                   END-IF
               END-READ
           END-READ.
       46-CARGAR-TUTOR-END.
       EXIT.


      *> EL LUGAR DEL ALUMNO ENTRE LOS HIJOS DE UN TUTOR ES UNO MAS
      *> LOS HERMANOS CON EXPEDIENTE ANTERIOR. CON DOS TUTORES SE
      *> QUEDA EL PORCENTAJE MAYOR.
       48-ORDEN-HERMANO.
           MOVE 1 TO WS-ORDEN.
           PERFORM 49-CONTAR-ANTERIOR
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J >= WS-I.
           IF WS-ORDEN > 1
               IF WS-ORDEN EQUAL 2
                   MOVE WS-DTO-SEGUNDO TO WS-PORCENTAJE
               ELSE
                   MOVE WS-DTO-TERCERO TO WS-PORCENTAJE
               END-IF
               PERFORM 50-GRABAR-HERMANO
           END-IF.
       48-ORDEN-HERMANO-END.
       EXIT.


       49-CONTAR-ANTERIOR.
           IF TT-NOMBRE (WS-J) EQUAL TT-NOMBRE (WS-I)
               AND TT-DIRECCION (WS-J) EQUAL TT-DIRECCION (WS-I)
               AND TT-NUMALUMNO (WS-J) < TT-NUMALUMNO (WS-I)
               ADD 1 TO WS-ORDEN
           END-IF.
       49-CONTAR-ANTERIOR-END.
       EXIT.


       50-GRABAR-HERMANO.
           MOVE TT-NUMALUMNO (WS-I) TO DES-NUMALUMNO.
           MOVE 9 TO DES-SEQ.
           READ DESCUENTOS RECORD
           INVALID KEY
               MOVE "H" TO DES-TIPO
               MOVE "P" TO DES-MODO
               MOVE WS-PORCENTAJE TO DES-VALOR
               MOVE WS-HOY-NUM TO DES-DESDE
               MOVE 99991231 TO DES-HASTA
               MOVE "AUTOMATICO" TO DES-REFERENCIA
               WRITE REG-DESCUENTO
               INVALID KEY
                   DISPLAY "Error al grabar el descuento de "
                   DES-NUMALUMNO
               NOT INVALID KEY
                   ADD 1 TO WS-HERMANOS
               END-WRITE
           NOT INVALID KEY
               IF WS-PORCENTAJE > DES-VALOR
                   MOVE WS-PORCENTAJE TO DES-VALOR
                   REWRITE REG-DESCUENTO
                   INVALID KEY
                       DISPLAY "Error al grabar el descuento de "
                       DES-NUMALUMNO
                   END-REWRITE
               END-IF
           END-READ.
       50-GRABAR-HERMANO-END.
       EXIT.


      *> TRIMESTRES DEL CURSO QUE EMPIEZA EN SEPTIEMBRE DE WS-CURSO:
      *> 1 SEPTIEMBRE-DICIEMBRE, 2 ENERO-MARZO, 3 ABRIL-AGOSTO.
       60-INFORME-COSTE.
           DISPLAY "Curso (año en que empieza, AAAA): "
           ACCEPT WS-CURSO.
           DISPLAY "Trimestre (1-3): "
           ACCEPT WS-TRIMESTRE.
           EVALUATE WS-TRIMESTRE
           WHEN 1
               COMPUTE WS-PERIODO-DESDE = WS-CURSO * 100 + 9
               COMPUTE WS-PERIODO-HASTA = WS-CURSO * 100 + 12
           WHEN 2
               COMPUTE WS-PERIODO-DESDE = (WS-CURSO + 1) * 100 + 1
               COMPUTE WS-PERIODO-HASTA = (WS-CURSO + 1) * 100 + 3
           WHEN 3
               COMPUTE WS-PERIODO-DESDE = (WS-CURSO + 1) * 100 + 4
               COMPUTE WS-PERIODO-HASTA = (WS-CURSO + 1) * 100 + 8
           WHEN OTHER
               MOVE 0 TO WS-PERIODO-DESDE WS-PERIODO-HASTA
           END-EVALUATE.
           IF WS-PERIODO-DESDE EQUAL 0
               DISPLAY "Trimestre no valido."
           ELSE
               INITIALIZE WS-COSTE-TIPOS
               MOVE 0 TO WS-TOTAL-COSTE WS-TOTAL-CUENTA
               OPEN INPUT DTO-APLICADOS
               MOVE "NO" TO WS-FIN-APLICADOS
               IF WS-FS-APLICADOS EQUAL "00"
                   PERFORM 62-SUMAR-APLICADO
                       UNTIL WS-FIN-APLICADOS EQUAL "SI"
               END-IF
               CLOSE DTO-APLICADOS

               OPEN OUTPUT INFORME
               MOVE WS-CURSO TO CAB-CURSO
               MOVE WS-TRIMESTRE TO CAB-TRIMESTRE
               WRITE REG-INFORME FROM WS-CAB-INFORME
               DISPLAY WS-CAB-INFORME
               PERFORM 64-LINEA-TIPO
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               MOVE "TOTAL" TO INF-TIPO
               MOVE WS-TOTAL-CUENTA TO INF-CUENTA
               MOVE WS-TOTAL-COSTE TO INF-IMPORTE
               WRITE REG-INFORME FROM WS-LINEA-INFORME
               DISPLAY WS-LINEA-INFORME
               CLOSE INFORME
               CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
                   WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA
               DISPLAY "Informe en AlumDtoInf.txt"
           END-IF.
       60-INFORME-COSTE-END.
       EXIT.


       62-SUMAR-APLICADO.
           READ DTO-APLICADOS
           AT END
               MOVE "SI" TO WS-FIN-APLICADOS
           NOT AT END
               IF DAP-PERIODO >= WS-PERIODO-DESDE
                   AND DAP-PERIODO <= WS-PERIODO-HASTA
                   PERFORM 63-SUMAR-TIPO
                       VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                   ADD 1 TO WS-TOTAL-CUENTA
                   ADD DAP-IMPORTE TO WS-TOTAL-COSTE
               END-IF
           END-READ.
       62-SUMAR-APLICADO-END.
       EXIT.


       63-SUMAR-TIPO.
           IF TIP-CODIGO (WS-T) EQUAL DAP-TIPO
               ADD 1 TO CST-CUENTA (WS-T)
               ADD DAP-IMPORTE TO CST-IMPORTE (WS-T)
           END-IF.
       63-SUMAR-TIPO-END.
       EXIT.


       64-LINEA-TIPO.
           MOVE TIP-NOMBRE (WS-T) TO INF-TIPO.
           MOVE CST-CUENTA (WS-T) TO INF-CUENTA.
           MOVE CST-IMPORTE (WS-T) TO INF-IMPORTE.
           WRITE REG-INFORME FROM WS-LINEA-INFORME.
           DISPLAY WS-LINEA-INFORME.
       64-LINEA-TIPO-END.
       EXIT.

       END PROGRAM ALUMDESCUENTOS.
