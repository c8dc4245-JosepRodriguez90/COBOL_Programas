      ******************************************************************
      * Author:
      * Date:
      * Purpose: Biblioteca escolar. Catalogo de libros (JLIBROS:
      *          codigo, titulo, autor, ejemplares y precio de
      *          reposicion) y prestamos por ejemplar (JPRESTAMO) con
      *          el alumno, la fecha de prestamo, el vencimiento en
      *          dias habiles de FECHASERV y la devolucion. No se
      *          presta a quien tiene libros vencidos o ya no esta en
      *          el centro (trasladado en JTRASLADO o sin grupo en
      *          JGRUPOALUM). Lista semanal de vencidos por grupo en
      *          AlumBibVenc.txt; las cartas a los tutores salen del
      *          lote de ALUMTUTORES. Las multas por retraso largo o
      *          libro perdido quedan en JMULTAS y ALUMCOBROS las
      *          carga con el siguiente cobro de cuotas. Plazos e
      *          importes en JBIBPARAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMBIBLIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIBROS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JLIBROS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LIB-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LIBROS.

       SELECT PRESTAMOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPRESTAMO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-EJEMPLAR
       ALTERNATE RECORD KEY IS PRE-NUMALUMNO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT MULTAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JMULTAS.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       SELECT ALUMNOS
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\Alumnos.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLAVE-ALUMNO
       ALTERNATE RECORD KEY IS APELLIDO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT GRUPO-ALUMNO ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JGRUPOALUM.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GA-NUMALUMNO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOALUM.

       SELECT OPTIONAL TRASLADOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTRASLADO.txt"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TRA-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TRASLADOS.

       SELECT OPTIONAL PARAMETROS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JBIBPARAM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PARAMETROS.

       SELECT VENCIDOS-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\BibSort.txt".

       SELECT LISTA-VENCIDOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AlumBibVenc.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-LISTA.

       DATA DIVISION.
       FILE SECTION.
       FD LIBROS.
           01 REG-LIBRO.
               05 LIB-CODIGO PIC X(6).
               05 LIB-TITULO PIC X(30).
               05 LIB-AUTOR PIC X(20).
               05 LIB-EJEMPLARES PIC 9(2).
               05 LIB-PRECIO PIC 9(3)V99.

      *> UN REGISTRO POR EJEMPLAR CON SU ULTIMO PRESTAMO. ESTADO P
      *> PRESTADO, D DEVUELTO, L PERDIDO.
       FD PRESTAMOS.
           01 REG-PRESTAMO.
               05 PRE-EJEMPLAR.
                   10 PRE-LIBRO PIC X(6).
                   10 PRE-COPIA PIC 9(2).
               05 PRE-NUMALUMNO PIC 9(5).
               05 PRE-FECHA-PRESTAMO PIC 9(8).
               05 PRE-FECHA-VENCE PIC 9(8).
               05 PRE-FECHA-DEVOLUCION PIC 9(8).
               05 PRE-ESTADO PIC X(1).

      *> MULTAS PARA ALUMCOBROS: TIPO R RETRASO, L LIBRO PERDIDO.
      *> LA CLAVE LLEVA EL PRESTAMO, ASI UN MISMO PRESTAMO NO SE
      *> MULTA DOS VECES. ESTADO P PENDIENTE, C COBRADA.
       FD MULTAS.
           01 REG-MULTA.
               05 MUL-CLAVE.
                   10 MUL-NUMALUMNO PIC 9(5).
                   10 MUL-LIBRO PIC X(6).
                   10 MUL-COPIA PIC 9(2).
                   10 MUL-FECHA-PRESTAMO PIC 9(8).
                   10 MUL-TIPO PIC X(1).
               05 MUL-FECHA PIC 9(8).
               05 MUL-IMPORTE PIC 9(4)V99.
               05 MUL-ESTADO PIC X(1).
               05 MUL-RECIBO PIC 9(6).

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

       FD GRUPO-ALUMNO.
           01 REG-GRUPO-ALUMNO.
               05 GA-NUMALUMNO PIC 9(5).
               05 GA-GRUPO PIC X(3).

       FD TRASLADOS.
           01 REG-TRASLADO.
               05 TRA-CLAVE.
                   10 TRA-NUMALUMNO PIC 9(5).
                   10 TRA-TIPO PIC X(1).
               05 TRA-FECHA PIC 9(8).
               05 TRA-CENTRO PIC X(25).
               05 TRA-GRUPO PIC X(3).
               05 TRA-EXP-ORIGEN PIC 9(5).
               05 TRA-ASI-DESDE PIC 9(8).
               05 TRA-ASI-HASTA PIC 9(8).
               05 TRA-ASI-PRESENTES PIC 9(4).
               05 TRA-ASI-AUSENCIAS PIC 9(4).
               05 TRA-ASI-JUSTIFICADAS PIC 9(4).

      *> DIAS HABILES DE PRESTAMO, DIAS DE RETRASO A PARTIR DE LOS
      *> CUALES SE MULTA E IMPORTE DE LA MULTA POR RETRASO.
       FD PARAMETROS
       RECORD CONTAINS 12 CHARACTERS.
       01 REG-PARAMETROS.
           05 BPA-DIAS-PRESTAMO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 BPA-DIAS-MULTA PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 BPA-MULTA-RETRASO PIC 9(3)V99.

       SD VENCIDOS-SORT
       RECORD CONTAINS 72 CHARACTERS.
       01 SORT-VENCIDO.
           05 SORT-GRUPO PIC X(3).
           05 SORT-NUMALUMNO PIC 9(5).
           05 SORT-NOMBRE PIC A(10).
           05 SORT-APELLIDO PIC A(10).
           05 SORT-LIBRO PIC X(6).
           05 SORT-COPIA PIC 9(2).
           05 SORT-TITULO PIC X(25).
           05 SORT-DIAS PIC 9(3).
           05 SORT-VENCE PIC 9(8).

       FD LISTA-VENCIDOS
       RECORD CONTAINS 80 CHARACTERS.
       01 REG-LISTA PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "AlumBibVenc".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "ALUMBIBLIO".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "C".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-LIBROS PIC 99.
       77 WS-FS-PRESTAMOS PIC 99.
       77 WS-FS-MULTAS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FS-GRUPOALUM PIC 99.
       77 WS-FS-TRASLADOS PIC 99.
       77 WS-FS-PARAMETROS PIC 99.
       77 WS-FS-LISTA PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-CONFIRMAR PIC X(1).
       77 WS-NUMALUMNO-ENTRADA PIC 9(5).
       77 WS-PUEDE-PRESTAR PIC X(1).
       77 WS-MOTIVO PIC X(40).
       77 WS-VENCIDOS PIC 9(3).
       77 WS-PRESTAMO-NUEVO PIC X(1).
       77 WS-COPIA-PEDIDA PIC 9(2).
       77 WS-FIN-PRESTAMOS PIC X(3) VALUE "NO".
       77 WS-FIN-LIBROS PIC X(3) VALUE "NO".
       77 WS-SORT-FIN PIC X(3) VALUE "NO".
       77 WS-DIAS-PRESTAMO PIC 9(2) VALUE 10.
       77 WS-DIAS-MULTA PIC 9(3) VALUE 30.
       77 WS-MULTA-RETRASO PIC 9(3)V99 VALUE 5.00.
       77 WS-DIAS-CONTADOS PIC 9(2).
       77 WS-FECHA-CALCULO PIC 9(8).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
       77 WS-GRUPO-ANTERIOR PIC X(3).
       77 WS-CONTADOR-VENCIDOS PIC 9(5).
       77 WS-CONTADOR-MULTAS PIC 9(5).
       77 WS-TOTAL-MULTAS PIC 9(6)V99.

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       01 WS-LINEA-GRUPO.
           05 FILLER PIC X(6) VALUE "GRUPO ".
           05 LGR-GRUPO PIC X(3).
           05 FILLER PIC X(71) VALUE SPACES.

       01 WS-LINEA-VENCIDO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LVE-NUMALUMNO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LVE-NOMBRE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LVE-APELLIDO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LVE-LIBRO PIC X(6).
           05 FILLER PIC X VALUE "/".
           05 LVE-COPIA PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 LVE-TITULO PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 LVE-DIAS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " dias".

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-ARCHIVOS.
           PERFORM 08-CARGAR-PARAMETROS.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
           CLOSE LIBROS PRESTAMOS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-ARCHIVOS.
           OPEN I-O LIBROS.
           IF WS-FS-LIBROS = "35"
               OPEN OUTPUT LIBROS
               CLOSE LIBROS
               OPEN I-O LIBROS
           END-IF.
           OPEN I-O PRESTAMOS.
           IF WS-FS-PRESTAMOS = "35"
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               OPEN I-O PRESTAMOS
           END-IF.
       05-ABRIR-ARCHIVOS-END.
       EXIT.


       08-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAMETROS EQUAL "00"
               READ PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BPA-DIAS-PRESTAMO TO WS-DIAS-PRESTAMO
                   MOVE BPA-DIAS-MULTA TO WS-DIAS-MULTA
                   MOVE BPA-MULTA-RETRASO TO WS-MULTA-RETRASO
               END-READ
               CLOSE PARAMETROS
           ELSE
               CLOSE PARAMETROS
               MOVE SPACES TO REG-PARAMETROS
               MOVE WS-DIAS-PRESTAMO TO BPA-DIAS-PRESTAMO
               MOVE WS-DIAS-MULTA TO BPA-DIAS-MULTA
               MOVE WS-MULTA-RETRASO TO BPA-MULTA-RETRASO
               OPEN OUTPUT PARAMETROS
               WRITE REG-PARAMETROS
               CLOSE PARAMETROS
           END-IF.
       08-CARGAR-PARAMETROS-END.
       EXIT.


       10-MENU.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           DISPLAY "***********************"
           DISPLAY "BIBLIOTECA ESCOLAR"
           DISPLAY "***********************"
           DISPLAY "Alta o cambio de libro (1)"
           DISPLAY "Catalogo (2)"
           DISPLAY "Prestamo (3)"
           DISPLAY "Devolucion (4)"
           DISPLAY "Libro perdido (5)"
           DISPLAY "Lista semanal de vencidos (6)"
           DISPLAY "Pasar multas a cobros (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-LIBRO
           WHEN 2
               PERFORM 25-LISTAR-CATALOGO
           WHEN 3
               PERFORM 30-PRESTAMO
           WHEN 4
               PERFORM 40-DEVOLUCION
           WHEN 5
               PERFORM 45-LIBRO-PERDIDO
           WHEN 6
               PERFORM 50-LISTA-VENCIDOS
           WHEN 7
               PERFORM 60-PASAR-MULTAS
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


       20-ALTA-LIBRO.
           DISPLAY "Codigo del libro: "
           ACCEPT LIB-CODIGO.
           READ LIBROS RECORD
           INVALID KEY
               DISPLAY "Libro nuevo."
               DISPLAY "Titulo: "
               ACCEPT LIB-TITULO
               DISPLAY "Autor: "
               ACCEPT LIB-AUTOR
               DISPLAY "Ejemplares: "
               ACCEPT LIB-EJEMPLARES
               DISPLAY "Precio de reposicion: "
               ACCEPT LIB-PRECIO
               WRITE REG-LIBRO
               INVALID KEY
                   DISPLAY "Error al grabar el libro."
               NOT INVALID KEY
                   DISPLAY "Libro dado de alta."
               END-WRITE
           NOT INVALID KEY
               DISPLAY LIB-TITULO " de " LIB-AUTOR
               DISPLAY "Ejemplares (ahora " LIB-EJEMPLARES "): "
               ACCEPT LIB-EJEMPLARES
               DISPLAY "Precio de reposicion (ahora " LIB-PRECIO "): "
               ACCEPT LIB-PRECIO
               REWRITE REG-LIBRO
               INVALID KEY
                   DISPLAY "Error al grabar el libro."
               NOT INVALID KEY
                   DISPLAY "Libro actualizado."
               END-REWRITE
           END-READ.
       20-ALTA-LIBRO-END.
       EXIT.


       25-LISTAR-CATALOGO.
           MOVE "NO" TO WS-FIN-LIBROS.
           MOVE LOW-VALUES TO LIB-CODIGO.
           START LIBROS KEY IS NOT LESS THAN LIB-CODIGO
           INVALID KEY
               MOVE "SI" TO WS-FIN-LIBROS
           END-START.
           PERFORM 26-LISTAR-LIBRO UNTIL WS-FIN-LIBROS EQUAL "SI".
       25-LISTAR-CATALOGO-END.
       EXIT.


       26-LISTAR-LIBRO.
           READ LIBROS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LIBROS
           NOT AT END
               DISPLAY "  " LIB-CODIGO " " LIB-TITULO " " LIB-AUTOR
               " ejemplares " LIB-EJEMPLARES
           END-READ.
       26-LISTAR-LIBRO-END.
       EXIT.


      *> PRESTAMO DE UN EJEMPLAR: EL LIBRO Y LA COPIA TIENEN QUE
      *> EXISTIR Y ESTAR EN LA ESTANTERIA, Y EL ALUMNO SEGUIR EN EL
      *> CENTRO Y NO TENER NADA VENCIDO.
       30-PRESTAMO.
           DISPLAY "Codigo del libro: "
           ACCEPT LIB-CODIGO.
           READ LIBROS RECORD
           INVALID KEY
               DISPLAY "Ese libro no esta en el catalogo."
           NOT INVALID KEY
               DISPLAY LIB-TITULO
               DISPLAY "Ejemplar (1-" LIB-EJEMPLARES "): "
               ACCEPT PRE-COPIA
               IF PRE-COPIA < 1 OR PRE-COPIA > LIB-EJEMPLARES
                   DISPLAY "Ese ejemplar no existe."
               ELSE
                   PERFORM 31-PRESTAR-EJEMPLAR
               END-IF
           END-READ.
       30-PRESTAMO-END.
       EXIT.


       31-PRESTAR-EJEMPLAR.
           MOVE LIB-CODIGO TO PRE-LIBRO.
           MOVE "S" TO WS-PRESTAMO-NUEVO.
           READ PRESTAMOS RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "N" TO WS-PRESTAMO-NUEVO
           END-READ.
           IF WS-PRESTAMO-NUEVO EQUAL "N" AND PRE-ESTADO EQUAL "P"
               DISPLAY "Ese ejemplar esta prestado al alumno "
               PRE-NUMALUMNO
           ELSE
           IF WS-PRESTAMO-NUEVO EQUAL "N" AND PRE-ESTADO EQUAL "L"
               DISPLAY "Ese ejemplar esta dado por perdido."
           ELSE
               DISPLAY "Numero de expediente del alumno: "
               ACCEPT WS-NUMALUMNO-ENTRADA
               PERFORM 32-PUEDE-PRESTAR
               IF WS-PUEDE-PRESTAR NOT EQUAL "S"
                   DISPLAY "Prestamo denegado: " WS-MOTIVO
               ELSE
                   PERFORM 34-CALCULAR-VENCIMIENTO
                   MOVE LIB-CODIGO TO PRE-LIBRO
                   MOVE WS-NUMALUMNO-ENTRADA TO PRE-NUMALUMNO
                   MOVE WS-HOY-NUM TO PRE-FECHA-PRESTAMO
                   MOVE WS-FECHA-CALCULO TO PRE-FECHA-VENCE
                   MOVE ZERO TO PRE-FECHA-DEVOLUCION
                   MOVE "P" TO PRE-ESTADO
                   IF WS-PRESTAMO-NUEVO EQUAL "S"
                       WRITE REG-PRESTAMO
                       INVALID KEY
                           DISPLAY "Error al grabar el prestamo."
                       END-WRITE
                   ELSE
                       REWRITE REG-PRESTAMO
                       INVALID KEY
                           DISPLAY "Error al grabar el prestamo."
                       END-REWRITE
                   END-IF
                   DISPLAY "Prestado hasta el " PRE-FECHA-VENCE
               END-IF
           END-IF
           END-IF.
       31-PRESTAR-EJEMPLAR-END.
       EXIT.


      *> EL RECORRIDO POR LA CLAVE ALTERNATIVA PISA EL REGISTRO DE
      *> PRESTAMO: SE GUARDA LA COPIA PEDIDA Y SE REPONE AL SALIR.
       32-PUEDE-PRESTAR.
           MOVE "S" TO WS-PUEDE-PRESTAR.
           MOVE SPACES TO WS-MOTIVO.
           MOVE PRE-COPIA TO WS-COPIA-PEDIDA.
           OPEN INPUT TRASLADOS.
           IF WS-FS-TRASLADOS EQUAL "00"
               MOVE WS-NUMALUMNO-ENTRADA TO TRA-NUMALUMNO
               MOVE "S" TO TRA-TIPO
               READ TRASLADOS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-PUEDE-PRESTAR
                   MOVE "el alumno se traslado de centro."
                       TO WS-MOTIVO
               END-READ
           END-IF.
           CLOSE TRASLADOS.
           IF WS-PUEDE-PRESTAR EQUAL "S"
               OPEN INPUT GRUPO-ALUMNO
               MOVE WS-NUMALUMNO-ENTRADA TO GA-NUMALUMNO
               READ GRUPO-ALUMNO RECORD
               INVALID KEY
                   MOVE "N" TO WS-PUEDE-PRESTAR
                   MOVE "el alumno no esta matriculado en el centro."
                       TO WS-MOTIVO
               END-READ
               CLOSE GRUPO-ALUMNO
           END-IF.
           IF WS-PUEDE-PRESTAR EQUAL "S"
               MOVE ZERO TO WS-VENCIDOS
               MOVE "NO" TO WS-FIN-PRESTAMOS
               MOVE WS-NUMALUMNO-ENTRADA TO PRE-NUMALUMNO
               START PRESTAMOS KEY IS EQUAL TO PRE-NUMALUMNO
               INVALID KEY
                   MOVE "SI" TO WS-FIN-PRESTAMOS
               END-START
               PERFORM 33-CONTAR-VENCIDO
                   UNTIL WS-FIN-PRESTAMOS EQUAL "SI"
               IF WS-VENCIDOS > 0
                   MOVE "N" TO WS-PUEDE-PRESTAR
                   MOVE "tiene libros vencidos sin devolver."
                       TO WS-MOTIVO
               END-IF
           END-IF.
           MOVE LIB-CODIGO TO PRE-LIBRO.
           MOVE WS-COPIA-PEDIDA TO PRE-COPIA.
           MOVE "S" TO WS-PRESTAMO-NUEVO.
           READ PRESTAMOS RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "N" TO WS-PRESTAMO-NUEVO
           END-READ.
       32-PUEDE-PRESTAR-END.
       EXIT.


       33-CONTAR-VENCIDO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PRE-NUMALUMNO NOT EQUAL WS-NUMALUMNO-ENTRADA
                   MOVE "SI" TO WS-FIN-PRESTAMOS
               ELSE
                   IF PRE-ESTADO EQUAL "P"
                       AND PRE-FECHA-VENCE < WS-HOY-NUM
                       ADD 1 TO WS-VENCIDOS
                   END-IF
               END-IF
           END-READ.
       33-CONTAR-VENCIDO-END.
       EXIT.


      *> VENCIMIENTO: SE CUENTAN LOS DIAS HABILES DE PRESTAMO A
      *> PARTIR DE MAÑANA CON EL CALENDARIO DE FECHASERV.
       34-CALCULAR-VENCIMIENTO.
           MOVE WS-HOY-NUM TO WS-FECHA-CALCULO.
           MOVE ZERO TO WS-DIAS-CONTADOS.
           PERFORM 35-SIGUIENTE-HABIL
               UNTIL WS-DIAS-CONTADOS >= WS-DIAS-PRESTAMO.
       34-CALCULAR-VENCIMIENTO-END.
       EXIT.


       35-SIGUIENTE-HABIL.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE 1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-CALCULO,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FECHA-CALCULO.
           MOVE "L" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHA-CALCULO,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           IF WS-FECHASERV-DIAS EQUAL 1
               ADD 1 TO WS-DIAS-CONTADOS
           END-IF.
       35-SIGUIENTE-HABIL-END.
       EXIT.


       40-DEVOLUCION.
           DISPLAY "Codigo del libro: "
           ACCEPT PRE-LIBRO.
           DISPLAY "Ejemplar: "
           ACCEPT PRE-COPIA.
           READ PRESTAMOS RECORD
           INVALID KEY
               DISPLAY "Ese ejemplar no consta como prestado."
           NOT INVALID KEY
               IF PRE-ESTADO NOT EQUAL "P"
                   DISPLAY "Ese ejemplar no consta como prestado."
               ELSE
                   MOVE WS-HOY-NUM TO PRE-FECHA-DEVOLUCION
                   MOVE "D" TO PRE-ESTADO
                   REWRITE REG-PRESTAMO
                   INVALID KEY
                       DISPLAY "Error al grabar la devolucion."
                   NOT INVALID KEY
                       DISPLAY "Devuelto por el alumno "
                       PRE-NUMALUMNO
                   END-REWRITE
                   IF PRE-FECHA-VENCE < WS-HOY-NUM
                       PERFORM 48-DIAS-DE-RETRASO
                       DISPLAY "Devuelto con " WS-FECHASERV-DIAS
                       " dias de retraso."
                   END-IF
               END-IF
           END-READ.
       40-DEVOLUCION-END.
       EXIT.


      *> UN EJEMPLAR PERDIDO SE MULTA CON SU PRECIO DE REPOSICION
      *> AL PASAR LAS MULTAS (OPCION 7).
       45-LIBRO-PERDIDO.
           DISPLAY "Codigo del libro: "
           ACCEPT PRE-LIBRO.
           DISPLAY "Ejemplar: "
           ACCEPT PRE-COPIA.
           READ PRESTAMOS RECORD
           INVALID KEY
               DISPLAY "Ese ejemplar no consta como prestado."
           NOT INVALID KEY
               IF PRE-ESTADO NOT EQUAL "P"
                   DISPLAY "Ese ejemplar no consta como prestado."
               ELSE
                   DISPLAY "Prestado al alumno " PRE-NUMALUMNO
                   " el " PRE-FECHA-PRESTAMO
                   DISPLAY "¿Darlo por perdido? (S/N)"
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR EQUAL "S"
                       MOVE "L" TO PRE-ESTADO
                       REWRITE REG-PRESTAMO
                       INVALID KEY
                           DISPLAY "Error al grabar el ejemplar."
                       NOT INVALID KEY
                           DISPLAY "Ejemplar perdido: la multa se"
                           " pasara a cobros con la opcion 7."
                       END-REWRITE
                   END-IF
               END-IF
           END-READ.
       45-LIBRO-PERDIDO-END.
       EXIT.


       48-DIAS-DE-RETRASO.
           MOVE "D" TO WS-FECHASERV-OP.
           CALL "FECHASERV" USING WS-FECHASERV-OP, PRE-FECHA-VENCE,
               WS-HOY-NUM, WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO.
       48-DIAS-DE-RETRASO-END.
       EXIT.


      *> LISTA SEMANAL DE VENCIDOS ORDENADA POR GRUPO Y EXPEDIENTE,
      *> CON EL MISMO SORT CON PROCEDIMIENTOS QUE EL CUADRO DE HONOR.
       50-LISTA-VENCIDOS.
           MOVE ZERO TO WS-CONTADOR-VENCIDOS.
           OPEN OUTPUT LISTA-VENCIDOS.
           SORT VENCIDOS-SORT ON ASCENDING KEY SORT-GRUPO
               ASCENDING KEY SORT-NUMALUMNO
               INPUT PROCEDURE 52-LEER-VENCIDOS
               THRU 52-LEER-VENCIDOS-END
               OUTPUT PROCEDURE 55-IMPRIMIR-VENCIDOS
               THRU 55-IMPRIMIR-VENCIDOS-END.
           CLOSE LISTA-VENCIDOS.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Prestamos vencidos: " WS-CONTADOR-VENCIDOS
           DISPLAY "Lista en AlumBibVenc.txt".
       50-LISTA-VENCIDOS-END.
       EXIT.


       52-LEER-VENCIDOS.
           OPEN INPUT ALUMNOS.
           OPEN INPUT GRUPO-ALUMNO.
           MOVE "NO" TO WS-FIN-PRESTAMOS.
           MOVE LOW-VALUES TO PRE-EJEMPLAR.
           START PRESTAMOS KEY IS NOT LESS THAN PRE-EJEMPLAR
           INVALID KEY
               MOVE "SI" TO WS-FIN-PRESTAMOS
           END-START.
           PERFORM 53-SOLTAR-VENCIDO UNTIL WS-FIN-PRESTAMOS EQUAL "SI".
           CLOSE ALUMNOS GRUPO-ALUMNO.
       52-LEER-VENCIDOS-END.
       EXIT.


       53-SOLTAR-VENCIDO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PRE-ESTADO EQUAL "P"
                   AND PRE-FECHA-VENCE < WS-HOY-NUM
                   MOVE SPACES TO SORT-VENCIDO
                   MOVE "---" TO SORT-GRUPO
                   MOVE PRE-NUMALUMNO TO GA-NUMALUMNO
                   READ GRUPO-ALUMNO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GA-GRUPO TO SORT-GRUPO
                   END-READ
                   MOVE PRE-NUMALUMNO TO SORT-NUMALUMNO
                   PERFORM 54-NOMBRE-ALUMNO
                   MOVE PRE-LIBRO TO SORT-LIBRO LIB-CODIGO
                   MOVE PRE-COPIA TO SORT-COPIA
                   READ LIBROS RECORD
                   INVALID KEY
                       MOVE "?" TO SORT-TITULO
                   NOT INVALID KEY
                       MOVE LIB-TITULO TO SORT-TITULO
                   END-READ
                   PERFORM 48-DIAS-DE-RETRASO
                   MOVE WS-FECHASERV-DIAS TO SORT-DIAS
                   MOVE PRE-FECHA-VENCE TO SORT-VENCE
                   RELEASE SORT-VENCIDO
               END-IF
           END-READ.
       53-SOLTAR-VENCIDO-END.
       EXIT.


       54-NOMBRE-ALUMNO.
           MOVE PRE-NUMALUMNO TO NUMALUMNO.
           MOVE 0 TO TRIMESTRE.
           START ALUMNOS KEY IS NOT LESS THAN CLAVE-ALUMNO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ ALUMNOS NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NUMALUMNO EQUAL PRE-NUMALUMNO
                       MOVE NOMBRE TO SORT-NOMBRE
                       MOVE APELLIDO TO SORT-APELLIDO
                   END-IF
               END-READ
           END-START.
       54-NOMBRE-ALUMNO-END.
       EXIT.


       55-IMPRIMIR-VENCIDOS.
           MOVE "NO" TO WS-SORT-FIN.
           MOVE HIGH-VALUES TO WS-GRUPO-ANTERIOR.
           PERFORM 56-LINEA-VENCIDO UNTIL WS-SORT-FIN EQUAL "SI".
       55-IMPRIMIR-VENCIDOS-END.
       EXIT.


       56-LINEA-VENCIDO.
           RETURN VENCIDOS-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               IF SORT-GRUPO NOT EQUAL WS-GRUPO-ANTERIOR
                   MOVE SORT-GRUPO TO LGR-GRUPO WS-GRUPO-ANTERIOR
                   WRITE REG-LISTA FROM WS-LINEA-GRUPO
                   DISPLAY WS-LINEA-GRUPO
               END-IF
               MOVE SORT-NUMALUMNO TO LVE-NUMALUMNO
               MOVE SORT-NOMBRE TO LVE-NOMBRE
               MOVE SORT-APELLIDO TO LVE-APELLIDO
               MOVE SORT-LIBRO TO LVE-LIBRO
               MOVE SORT-COPIA TO LVE-COPIA
               MOVE SORT-TITULO TO LVE-TITULO
               MOVE SORT-DIAS TO LVE-DIAS
               WRITE REG-LISTA FROM WS-LINEA-VENCIDO
               DISPLAY WS-LINEA-VENCIDO
               ADD 1 TO WS-CONTADOR-VENCIDOS
           END-RETURN.
       56-LINEA-VENCIDO-END.
       EXIT.


      *> MULTAS: RETRASO DE WS-DIAS-MULTA DIAS O MAS (IMPORTE FIJO)
      *> Y EJEMPLARES PERDIDOS (PRECIO DE REPOSICION). LA CLAVE DE
      *> JMULTAS EVITA MULTAR DOS VECES EL MISMO PRESTAMO.
       60-PASAR-MULTAS.
           MOVE ZERO TO WS-CONTADOR-MULTAS WS-TOTAL-MULTAS.
           OPEN I-O MULTAS.
           IF WS-FS-MULTAS = "35"
               OPEN OUTPUT MULTAS
               CLOSE MULTAS
               OPEN I-O MULTAS
           END-IF.
           MOVE "NO" TO WS-FIN-PRESTAMOS.
           MOVE LOW-VALUES TO PRE-EJEMPLAR.
           START PRESTAMOS KEY IS NOT LESS THAN PRE-EJEMPLAR
           INVALID KEY
               MOVE "SI" TO WS-FIN-PRESTAMOS
           END-START.
           PERFORM 62-REVISAR-PRESTAMO
               UNTIL WS-FIN-PRESTAMOS EQUAL "SI".
           CLOSE MULTAS.
           DISPLAY "Multas nuevas para cobros: " WS-CONTADOR-MULTAS
           " por " WS-TOTAL-MULTAS " euros.".
       60-PASAR-MULTAS-END.
       EXIT.


       62-REVISAR-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PRE-ESTADO EQUAL "L"
                   MOVE PRE-LIBRO TO LIB-CODIGO
                   READ LIBROS RECORD
                   INVALID KEY
                       MOVE ZERO TO LIB-PRECIO
                   END-READ
                   MOVE "L" TO MUL-TIPO
                   MOVE LIB-PRECIO TO MUL-IMPORTE
                   PERFORM 64-GRABAR-MULTA
               END-IF
               IF PRE-ESTADO EQUAL "P"
                   AND PRE-FECHA-VENCE < WS-HOY-NUM
                   PERFORM 48-DIAS-DE-RETRASO
                   IF WS-FECHASERV-DIAS >= WS-DIAS-MULTA
                       MOVE "R" TO MUL-TIPO
                       MOVE WS-MULTA-RETRASO TO MUL-IMPORTE
                       PERFORM 64-GRABAR-MULTA
                   END-IF
               END-IF
           END-READ.
       62-REVISAR-PRESTAMO-END.
       EXIT.


       64-GRABAR-MULTA.
           MOVE PRE-NUMALUMNO TO MUL-NUMALUMNO.
           MOVE PRE-LIBRO TO MUL-LIBRO.
           MOVE PRE-COPIA TO MUL-COPIA.
           MOVE PRE-FECHA-PRESTAMO TO MUL-FECHA-PRESTAMO.
           MOVE WS-HOY-NUM TO MUL-FECHA.
           MOVE "P" TO MUL-ESTADO.
           MOVE ZERO TO MUL-RECIBO.
           IF MUL-IMPORTE > 0
               WRITE REG-MULTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-MULTAS
                   ADD MUL-IMPORTE TO WS-TOTAL-MULTAS
                   DISPLAY "  Alumno " MUL-NUMALUMNO " libro "
                   MUL-LIBRO "/" MUL-COPIA " tipo " MUL-TIPO " "
                   MUL-IMPORTE
               END-WRITE
           END-IF.
       64-GRABAR-MULTA-END.
       EXIT.

       END PROGRAM ALUMBIBLIO.
