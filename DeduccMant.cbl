      *          mantiene las elecciones por empleado de los
      *          conceptos opcionales en JDEDELECT. CALCULARSALARIOS
      *          aplica todo esto en orden y NOMINAANUAL certifica
      *          cada concepto por separado. La parte de empresa de
      *          la seguridad social vive aparte en JCOTEMPRESA: un
      *          tipo por contingencia (comunes, desempleo, formacion
      *          y accidentes por clase de riesgo del departamento),
      *          cada uno con su tope de base.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-DEDUCCIONES.

       SELECT OPTIONAL COTIZACIONES-EMPRESA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCOTEMPRESA.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-COTEMPRESA.

       SELECT ELECCIONES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDEDELECT.txt"
       ORGANIZATION INDEXED
           05 DED-IMPORTE PIC 9(5)V99.
           05 FILLER PIC X(1).

      *> TIPOS DE COTIZACION A CARGO DE LA EMPRESA: "CC" COMUNES,
      *> "DE" DESEMPLEO, "FP" FORMACION Y "AT" ACCIDENTES, ESTE CON
      *> UNA LINEA POR CLASE DE RIESGO DEL DEPARTAMENTO (DEP-RIESGO).
      *> EL TOPE DE BASE A CERO SIGNIFICA SIN TOPE.
       FD COTIZACIONES-EMPRESA
       RECORD CONTAINS 20 CHARACTERS.
       01 REG-COTEMPRESA.
           05 COT-TIPO PIC X(2).
           05 COT-CLASE PIC X(1).
           05 COT-PCT PIC 9(2)V99.
           05 COT-TOPE PIC 9(7).
           05 FILLER PIC X(6).

       FD ELECCIONES.
           01 REG-ELECCION.
               05 ELE-CLAVE.
               05 EMPLEADOS-DEPTO PIC X(3).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-DEDUCCIONES PIC 99.
       77 WS-FS-ELECCIONES PIC 99.
       77 WS-FS-COTEMPRESA PIC 99.
       77 WS-FIN-COTEMPRESA PIC X(3) VALUE "NO".
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-DEDUCCIONES PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "El maestro de deducciones exige rol de"
               " supervisor."
               STOP RUN
           END-IF.
           OPEN I-O ELECCIONES.
           IF WS-FS-ELECCIONES = "35" *>No es troba l'arxiu, el creem nou.
               OPEN OUTPUT ELECCIONES
               CLOSE ELECCIONES
               OPEN I-O ELECCIONES
           END-IF.
           PERFORM 10-MENU UNTIL WS-OPCION = 8.
           CLOSE ELECCIONES.
       STOP RUN.
       00-INICIO-END.
           DISPLAY "Alta de eleccion opcional de un empleado (3)"
           DISPLAY "Baja de una eleccion (4)"
           DISPLAY "Listar elecciones (5)"
           DISPLAY "Generar cotizaciones de empresa por defecto (6)"
           DISPLAY "Listar cotizaciones de empresa (7)"
           DISPLAY "salir (8)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 5
               PERFORM 60-LISTAR-ELECCIONES
           WHEN 6
               PERFORM 70-GENERAR-COTIZACIONES
           WHEN 7
               PERFORM 80-LISTAR-COTIZACIONES
           WHEN 8
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
       65-LISTAR-ELECCION-END.
       EXIT.

      *> TIPOS DE EMPRESA POR DEFECTO CON EL MISMO TOPE DE BASE QUE
      *> LA SEGURIDAD SOCIAL DEL EMPLEADO; ACCIDENTES CON CUATRO
      *> CLASES DE RIESGO. EL ARCHIVO ES EDITABLE A MANO DESPUES.
       70-GENERAR-COTIZACIONES.
           OPEN OUTPUT COTIZACIONES-EMPRESA.

           MOVE SPACES TO REG-COTEMPRESA.
           MOVE "CC" TO COT-TIPO.
           MOVE SPACE TO COT-CLASE.
           MOVE 23.60 TO COT-PCT.
           MOVE 300000 TO COT-TOPE.
           WRITE REG-COTEMPRESA.

           MOVE "DE" TO COT-TIPO.
           MOVE 05.50 TO COT-PCT.
           WRITE REG-COTEMPRESA.

           MOVE "FP" TO COT-TIPO.
           MOVE 00.60 TO COT-PCT.
           WRITE REG-COTEMPRESA.

           MOVE "AT" TO COT-TIPO.
           MOVE "1" TO COT-CLASE.
           MOVE 01.50 TO COT-PCT.
           WRITE REG-COTEMPRESA.

           MOVE "2" TO COT-CLASE.
           MOVE 02.75 TO COT-PCT.
           WRITE REG-COTEMPRESA.

           MOVE "3" TO COT-CLASE.
           MOVE 04.50 TO COT-PCT.
           WRITE REG-COTEMPRESA.

           MOVE "4" TO COT-CLASE.
           MOVE 06.70 TO COT-PCT.
           WRITE REG-COTEMPRESA.

           CLOSE COTIZACIONES-EMPRESA.
           DISPLAY "Cotizaciones de empresa por defecto generadas en"
           " JCOTEMPRESA.".
       70-GENERAR-COTIZACIONES-END.
       EXIT.


       80-LISTAR-COTIZACIONES.
           MOVE "NO" TO WS-FIN-COTEMPRESA.
           OPEN INPUT COTIZACIONES-EMPRESA.
           IF WS-FS-COTEMPRESA NOT EQUAL "00"
               DISPLAY "No hay cotizaciones de empresa generadas"
               " todavia."
               MOVE "SI" TO WS-FIN-COTEMPRESA
           END-IF.
           PERFORM 85-LISTAR-COTIZACION
               UNTIL WS-FIN-COTEMPRESA EQUAL "SI".
           CLOSE COTIZACIONES-EMPRESA.
       80-LISTAR-COTIZACIONES-END.
       EXIT.


       85-LISTAR-COTIZACION.
           READ COTIZACIONES-EMPRESA
           AT END
               MOVE "SI" TO WS-FIN-COTEMPRESA
           NOT AT END
               EVALUATE COT-TIPO
               WHEN "CC"
                   DISPLAY "  Contingencias comunes " COT-PCT
                   "% con tope de base " COT-TOPE
               WHEN "DE"
                   DISPLAY "  Desempleo " COT-PCT
                   "% con tope de base " COT-TOPE
               WHEN "FP"
                   DISPLAY "  Formacion profesional " COT-PCT
                   "% con tope de base " COT-TOPE
               WHEN "AT"
                   DISPLAY "  Accidentes clase " COT-CLASE " "
                   COT-PCT "% con tope de base " COT-TOPE
               WHEN OTHER
                   DISPLAY "  Cotizacion desconocida: " COT-TIPO
               END-EVALUATE
           END-READ.
       85-LISTAR-COTIZACION-END.
       EXIT.

       END PROGRAM DEDUCCMANT.
