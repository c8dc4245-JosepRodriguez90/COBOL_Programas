      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta cruzada de las pistas de auditoria de toda
      *          la casa: JEMPAUDIT (empleados), JNOTAUDIT (notas),
      *          el journal de cuentas JJOURNAL, JFRAUDE, las lineas
      *          "AU" de doble firma de JMOVS y los vales de boveda
      *          JBOVEDAMOV, con sus archivos anuales del indice
      *          JARCHIVOIDX. Filtra por operador, por clave del
      *          registro (cuenta, empleado, expediente o boveda) y
      *          por rango de fechas, y deja en AuditoriaCruzada.txt
      *          un solo informe en orden cronologico con el origen,
      *          la accion y las imagenes anterior y posterior donde
      *          las hay. El journal de cuentas no guarda operador:
      *          sus lineas solo salen cuando no se filtra por el.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL TRAZA ASSIGN TO WS-RUTA-TRAZA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TRAZA.

       SELECT OPTIONAL INDICE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JARCHIVOIDX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INDICE.

       SELECT AUDITORIA-SORT ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AuditSort.txt".

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\AuditoriaCruzada.t
      -"xt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *> CADA PISTA TIENE SU ANCHO (HASTA LAS 296 DE JEMPAUDIT): SE
      *> LEEN COMO TEXTO Y CADA UNA TIENE SU VISTA EN WORKING.
       FD TRAZA
       RECORD CONTAINS 300 CHARACTERS.
       01 REG-TRAZA PIC X(300).

       FD INDICE
       RECORD CONTAINS 110 CHARACTERS.
       01 REG-INDICE.
           05 IDX-ARCHIVO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 IDX-ANIO PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 IDX-RUTA PIC X(80).
           05 FILLER PIC X VALUE SPACE.
           05 IDX-REGISTROS PIC 9(7).
           05 FILLER PIC X(4) VALUE SPACES.

      *> LINEA NORMALIZADA: MOMENTO AAAAMMDDHHMMSS Y ORDEN DE
      *> LECTURA PARA QUE LO SIMULTANEO SALGA COMO SE ANOTO.
       SD AUDITORIA-SORT.
       01 SRT-AUDITORIA.
           05 SRT-MOMENTO PIC X(14).
           05 SRT-SECUENCIA PIC 9(7).
           05 SRT-ORIGEN PIC X(10).
           05 SRT-OPERADOR PIC X(4).
           05 SRT-OPERADOR-2 PIC X(4).
           05 SRT-CLAVE PIC X(10).
           05 SRT-ACCION PIC X(20).
           05 SRT-ANTES PIC X(133).
           05 SRT-DESPUES PIC X(133).

       FD INFORME
       RECORD CONTAINS 150 CHARACTERS.
       01 REG-INFORME PIC X(150).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "AuditoriaCruzada".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "AUDITQ".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "A".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-TRAZA PIC 99.
       77 WS-FS-INDICE PIC 99.
       77 WS-FS-INFORME PIC 99.
       77 WS-FIN-TRAZA PIC X(3).
       77 WS-FIN-INDICE PIC X(3).
       77 WS-SORT-FIN PIC X(3).
       77 WS-TRAZA PIC X(12).
       77 WS-TIPO-TRAZA PIC X(1).
       77 WS-ORIGEN PIC X(10).
       77 WS-OPERADOR-BUSCAR PIC X(4).
       77 WS-CLAVE-BUSCAR PIC X(10).
       77 WS-DESDE PIC 9(8).
       77 WS-HASTA PIC 9(8).
       77 WS-PASA PIC X(1).
       77 WS-SECUENCIA PIC 9(7) VALUE 0.
       77 WS-LINEAS-LEIDAS PIC 9(7) VALUE 0.
       77 WS-ARCHIVOS-LEIDOS PIC 9(3) VALUE 0.
       77 WS-ENCONTRADOS PIC 9(7) VALUE 0.
       77 WS-ULTIMA-CUENTA PIC X(10).
       77 WS-ULTIMO-RECIBO PIC X(6).
       77 WS-ANIO-REPETIDO PIC X(1).
       77 WS-I PIC 9(2).
       77 WS-NOTA-EDITADA PIC Z9.99.
       77 WS-IMPORTE-EDITADO PIC ZZZZZZZZ9.99.
       77 WS-SALDO-EDITADO PIC ZZZZZZZZ9.99.
       77 WS-RUTA-TRAZA PIC X(80).
       77 WS-PREFIJO PIC X(60) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\".

      *> AÑOS DE ARCHIVO YA LEIDOS DE LA PISTA EN CURSO: EL INDICE
      *> REPITE UN AÑO SI DOS CORTES LO TOCARON.
       01 WS-TABLA-ANIOS.
           05 WS-ANI-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-ANI-ANIO PIC 9(4) OCCURS 20 TIMES.

       01 WS-MOMENTO.
           05 MOM-FECHA.
               10 MOM-SIGLO PIC X(2).
               10 MOM-AA PIC X(2).
               10 MOM-MM PIC X(2).
               10 MOM-DD PIC X(2).
           05 MOM-FECHA-NUM REDEFINES MOM-FECHA PIC 9(8).
           05 MOM-HORA.
               10 MOM-HH PIC X(2).
               10 MOM-MI PIC X(2).
               10 MOM-SS PIC X(2).

      *> FECHA IMPRESA DE FECHA-ACTUAL ("LUN 05/03/24 10:22:01") Y
      *> SU MODO ISO ("2024-03-05 10:22:01").
       01 WS-FECHA-IMPRESA.
           05 FIM-DIA-SEMANA PIC X(3).
           05 FILLER PIC X.
           05 FIM-DD PIC X(2).
           05 FILLER PIC X.
           05 FIM-MM PIC X(2).
           05 FILLER PIC X.
           05 FIM-AA PIC X(2).
           05 FILLER PIC X.
           05 FIM-HH PIC X(2).
           05 FILLER PIC X.
           05 FIM-MI PIC X(2).
           05 FILLER PIC X.
           05 FIM-SS PIC X(2).
       01 WS-FECHA-ISO REDEFINES WS-FECHA-IMPRESA.
           05 FIS-SIGLO PIC X(2).
           05 FIS-AA PIC X(2).
           05 FILLER PIC X.
           05 FIS-MM PIC X(2).
           05 FILLER PIC X.
           05 FIS-DD PIC X(2).
           05 FILLER PIC X.
           05 FIS-HH PIC X(2).
           05 FILLER PIC X.
           05 FIS-MI PIC X(2).
           05 FILLER PIC X.
           05 FIS-SS PIC X(2).
           05 FILLER PIC X(2).

      *> VISTAS DE LA LINEA LEIDA, UNA POR PISTA.
       01 WS-LINEA PIC X(300).
       01 WS-LIN-EMPLEADO REDEFINES WS-LINEA.
           05 LEM-OPERADOR PIC X(4).
           05 FILLER PIC X.
           05 LEM-FECHA PIC X(21).
           05 FILLER PIC X.
           05 LEM-OPERACION PIC X(1).
           05 FILLER PIC X.
           05 LEM-ANTES.
               10 LEM-ANTES-ID PIC X(6).
               10 FILLER PIC X(127).
           05 FILLER PIC X.
           05 LEM-DESPUES.
               10 LEM-DESPUES-ID PIC X(6).
               10 FILLER PIC X(127).
           05 FILLER PIC X(4).
       01 WS-LIN-NOTA REDEFINES WS-LINEA.
           05 LNO-OPERADOR PIC X(4).
           05 FILLER PIC X.
           05 LNO-FECHA PIC X(21).
           05 FILLER PIC X.
           05 LNO-NUMALUMNO PIC X(5).
           05 FILLER PIC X.
           05 LNO-TRIMESTRE PIC X(1).
           05 FILLER PIC X.
           05 LNO-ASIGNATURA PIC X(10).
           05 FILLER PIC X.
           05 LNO-NOTA-ANTES PIC 9(2)V99.
           05 FILLER PIC X.
           05 LNO-NOTA-DESPUES PIC 9(2)V99.
           05 FILLER PIC X(245).
       01 WS-LIN-JOURNAL REDEFINES WS-LINEA.
           05 LJR-OPERACION PIC X(1).
           05 FILLER PIC X.
           05 LJR-ANTES.
               10 LJR-ANTES-CUENTA PIC X(10).
               10 FILLER PIC X(30).
           05 FILLER PIC X.
           05 LJR-DESPUES.
               10 LJR-DESPUES-CUENTA PIC X(10).
               10 FILLER PIC X(30).
           05 FILLER PIC X.
           05 LJR-FECHA PIC X(19).
           05 FILLER PIC X(197).
       01 WS-LIN-FRAUDE REDEFINES WS-LINEA.
           05 LFR-CUENTA PIC X(10).
           05 FILLER PIC X.
           05 LFR-MOTIVO PIC X(20).
           05 FILLER PIC X.
           05 LFR-FECHA PIC X(21).
           05 FILLER PIC X.
           05 LFR-OPERADOR PIC X(4).
           05 FILLER PIC X(242).
       01 WS-LIN-MOVIMIENTO REDEFINES WS-LINEA.
           05 LMV-TIPO-REGISTRO PIC X(2).
           05 LMV-CUENTA PIC X(10).
           05 FILLER PIC X(38).
           05 LMV-RECIBO PIC X(6).
           05 FILLER PIC X(244).
       01 WS-LIN-AUTORIZA REDEFINES WS-LINEA.
           05 LAU-TIPO-REGISTRO PIC X(2).
           05 LAU-NUMERO PIC X(4).
           05 FILLER PIC X.
           05 LAU-FECHA PIC X(8).
           05 FILLER PIC X.
           05 LAU-CAJERO PIC X(4).
           05 FILLER PIC X.
           05 LAU-SUPERVISOR PIC X(4).
           05 FILLER PIC X.
           05 LAU-RECIBO PIC X(6).
           05 FILLER PIC X(268).
       01 WS-LIN-VALE REDEFINES WS-LINEA.
           05 LVA-FECHA PIC X(21).
           05 FILLER PIC X.
           05 LVA-TIPO PIC X(1).
           05 FILLER PIC X.
           05 LVA-CAJERO PIC X(4).
           05 FILLER PIC X.
           05 LVA-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X.
           05 LVA-SALDO-BOVEDA PIC 9(9)V99.
           05 FILLER PIC X.
           05 LVA-CUSTODIO PIC X(4).
           05 FILLER PIC X.
           05 LVA-BOVEDA PIC X(4).
           05 FILLER PIC X(238).

       01 WS-INF-CABECERA PIC X(40) VALUE
           "PISTA DE AUDITORIA CRUZADA".

       01 WS-INF-CRITERIOS.
           05 FILLER PIC X(10) VALUE "OPERADOR: ".
           05 ICR-OPERADOR PIC X(4).
           05 FILLER PIC X(9) VALUE "  CLAVE: ".
           05 ICR-CLAVE PIC X(10).
           05 FILLER PIC X(9) VALUE "  DESDE: ".
           05 ICR-DESDE PIC 9(8).
           05 FILLER PIC X(9) VALUE "  HASTA: ".
           05 ICR-HASTA PIC 9(8).

       01 WS-INF-TITULOS PIC X(60) VALUE
           "FECHA      HORA     ORIGEN     OPER CLAVE      ACCION".

       01 WS-INF-LINEA.
           05 ILI-FECHA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ILI-HORA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ILI-ORIGEN PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ILI-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ILI-CLAVE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ILI-ACCION PIC X(20).

       01 WS-INF-IMAGEN.
           05 IIM-ETIQUETA PIC X(13).
           05 IIM-IMAGEN PIC X(133).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Operador (en blanco = todos): "
           ACCEPT WS-OPERADOR-BUSCAR.
           DISPLAY "Clave del registro: cuenta, ID de empleado,"
           " expediente de 5 cifras o boveda (en blanco = todas): "
           ACCEPT WS-CLAVE-BUSCAR.
           DISPLAY "Desde la fecha (AAAAMMDD, 0 = sin limite): "
           ACCEPT WS-DESDE.
           DISPLAY "Hasta la fecha (AAAAMMDD, 0 = sin limite): "
           ACCEPT WS-HASTA.

           OPEN OUTPUT INFORME.
           MOVE WS-OPERADOR-BUSCAR TO ICR-OPERADOR.
           MOVE WS-CLAVE-BUSCAR TO ICR-CLAVE.
           MOVE WS-DESDE TO ICR-DESDE.
           MOVE WS-HASTA TO ICR-HASTA.
           WRITE REG-INFORME FROM WS-INF-CABECERA.
           WRITE REG-INFORME FROM WS-INF-CRITERIOS.
           WRITE REG-INFORME FROM WS-INF-TITULOS.
           DISPLAY WS-INF-CABECERA.
           DISPLAY WS-INF-CRITERIOS.
           DISPLAY WS-INF-TITULOS.

           SORT AUDITORIA-SORT ON ASCENDING KEY SRT-MOMENTO
               ASCENDING KEY SRT-SECUENCIA
               INPUT PROCEDURE 20-RECOGER-PISTAS
               THRU 20-RECOGER-PISTAS-END
               OUTPUT PROCEDURE 70-IMPRIMIR
               THRU 70-IMPRIMIR-END.

           MOVE SPACES TO REG-INFORME.
           STRING "LINEAS LEIDAS: " WS-LINEAS-LEIDAS
               "  ARCHIVOS: " WS-ARCHIVOS-LEIDOS
               "  ENCONTRADAS: " WS-ENCONTRADOS
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.
           DISPLAY REG-INFORME.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Informe en AuditoriaCruzada.txt".
       STOP RUN.
       00-INICIO-END.
       EXIT.


       20-RECOGER-PISTAS.
           MOVE "JEMPAUDIT" TO WS-TRAZA.
           MOVE "E" TO WS-TIPO-TRAZA.
           MOVE "EMPLEADOS" TO WS-ORIGEN.
           PERFORM 25-PISTA-COMPLETA.

           MOVE "JNOTAUDIT" TO WS-TRAZA.
           MOVE "N" TO WS-TIPO-TRAZA.
           MOVE "NOTAS" TO WS-ORIGEN.
           PERFORM 25-PISTA-COMPLETA.

           MOVE "JJOURNAL" TO WS-TRAZA.
           MOVE "J" TO WS-TIPO-TRAZA.
           MOVE "CUENTAS" TO WS-ORIGEN.
           PERFORM 25-PISTA-COMPLETA.

           MOVE "JFRAUDE" TO WS-TRAZA.
           MOVE "F" TO WS-TIPO-TRAZA.
           MOVE "FRAUDE" TO WS-ORIGEN.
           PERFORM 25-PISTA-COMPLETA.

           MOVE "JMOVS" TO WS-TRAZA.
           MOVE "M" TO WS-TIPO-TRAZA.
           MOVE "DOBLEFIRMA" TO WS-ORIGEN.
           PERFORM 25-PISTA-COMPLETA.

           MOVE "JBOVEDAMOV" TO WS-TRAZA.
           MOVE "B" TO WS-TIPO-TRAZA.
           MOVE "BOVEDA" TO WS-ORIGEN.
           PERFORM 25-PISTA-COMPLETA.
       20-RECOGER-PISTAS-END.
       EXIT.


      *> EL ARCHIVO VIVO (POR EL SERVICIO RUTAS, COMO LO ESCRIBE SU
      *> PROGRAMA) Y DESPUES LOS AÑOS ARCHIVADOS QUE CAEN EN EL
      *> RANGO DE FECHAS.
       25-PISTA-COMPLETA.
           MOVE SPACES TO WS-RUTA-TRAZA.
           STRING WS-PREFIJO DELIMITED BY SPACE
               WS-TRAZA DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-TRAZA
           END-STRING.
           CALL "RUTAS" USING WS-TRAZA, WS-RUTA-TRAZA.
           PERFORM 30-LEER-PISTA.

           MOVE 0 TO WS-ANI-OCUPADOS.
           OPEN INPUT INDICE.
           IF WS-FS-INDICE EQUAL "00"
               MOVE "NO" TO WS-FIN-INDICE
               PERFORM 27-INDICE-PISTA UNTIL WS-FIN-INDICE EQUAL "SI"
           END-IF.
           CLOSE INDICE.
       25-PISTA-COMPLETA-END.
       EXIT.


       27-INDICE-PISTA.
           READ INDICE
           AT END
               MOVE "SI" TO WS-FIN-INDICE
           NOT AT END
               IF IDX-ARCHIVO EQUAL WS-TRAZA
               AND (WS-DESDE EQUAL 0
                   OR IDX-ANIO NOT < WS-DESDE (1:4))
               AND (WS-HASTA EQUAL 0
                   OR IDX-ANIO NOT > WS-HASTA (1:4))
                   MOVE "N" TO WS-ANIO-REPETIDO
                   PERFORM 28-COMPARAR-ANIO
                       VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ANI-OCUPADOS
                   IF WS-ANIO-REPETIDO EQUAL "N"
                   AND WS-ANI-OCUPADOS < 20
                       ADD 1 TO WS-ANI-OCUPADOS
                       MOVE IDX-ANIO TO WS-ANI-ANIO (WS-ANI-OCUPADOS)
                       MOVE IDX-RUTA TO WS-RUTA-TRAZA
                       PERFORM 30-LEER-PISTA
                   END-IF
               END-IF
           END-READ.
       27-INDICE-PISTA-END.
       EXIT.


       28-COMPARAR-ANIO.
           IF WS-ANI-ANIO (WS-I) EQUAL IDX-ANIO
               MOVE "S" TO WS-ANIO-REPETIDO
           END-IF.
       28-COMPARAR-ANIO-END.
       EXIT.


       30-LEER-PISTA.
           MOVE SPACES TO WS-ULTIMA-CUENTA WS-ULTIMO-RECIBO.
           OPEN INPUT TRAZA.
           IF WS-FS-TRAZA EQUAL "00"
               ADD 1 TO WS-ARCHIVOS-LEIDOS
               MOVE "NO" TO WS-FIN-TRAZA
               PERFORM 32-LEER-LINEA UNTIL WS-FIN-TRAZA EQUAL "SI"
           END-IF.
           CLOSE TRAZA.
       30-LEER-PISTA-END.
       EXIT.


       32-LEER-LINEA.
           READ TRAZA INTO WS-LINEA
           AT END
               MOVE "SI" TO WS-FIN-TRAZA
           NOT AT END
               ADD 1 TO WS-LINEAS-LEIDAS
               MOVE "N" TO WS-PASA
               MOVE SPACES TO SRT-AUDITORIA
               MOVE WS-ORIGEN TO SRT-ORIGEN
               EVALUATE WS-TIPO-TRAZA
               WHEN "E"
                   PERFORM 40-LINEA-EMPLEADO
               WHEN "N"
                   PERFORM 42-LINEA-NOTA
               WHEN "J"
                   PERFORM 44-LINEA-JOURNAL
               WHEN "F"
                   PERFORM 46-LINEA-FRAUDE
               WHEN "M"
                   PERFORM 48-LINEA-MOVIMIENTO
               WHEN "B"
                   PERFORM 50-LINEA-VALE
               END-EVALUATE
               IF WS-PASA EQUAL "S"
                   PERFORM 55-FILTRAR
               END-IF
           END-READ.
       32-LEER-LINEA-END.
       EXIT.


       40-LINEA-EMPLEADO.
           MOVE "S" TO WS-PASA.
           MOVE LEM-FECHA TO WS-FECHA-IMPRESA.
           PERFORM 60-MOMENTO-IMPRESO.
           MOVE LEM-OPERADOR TO SRT-OPERADOR.
           IF LEM-DESPUES-ID NOT EQUAL SPACES
               MOVE LEM-DESPUES-ID TO SRT-CLAVE
           ELSE
               MOVE LEM-ANTES-ID TO SRT-CLAVE
           END-IF.
           EVALUATE LEM-OPERACION
           WHEN "A"
               MOVE "ALTA EMPLEADO" TO SRT-ACCION
           WHEN "M"
               MOVE "CAMBIO EMPLEADO" TO SRT-ACCION
           WHEN "B"
               MOVE "BAJA EMPLEADO" TO SRT-ACCION
           WHEN OTHER
               MOVE "OPERACION DESCONOCIDA" TO SRT-ACCION
           END-EVALUATE.
           MOVE LEM-ANTES TO SRT-ANTES.
           MOVE LEM-DESPUES TO SRT-DESPUES.
       40-LINEA-EMPLEADO-END.
       EXIT.


       42-LINEA-NOTA.
           MOVE "S" TO WS-PASA.
           MOVE LNO-FECHA TO WS-FECHA-IMPRESA.
           PERFORM 60-MOMENTO-IMPRESO.
           MOVE LNO-OPERADOR TO SRT-OPERADOR.
           MOVE LNO-NUMALUMNO TO SRT-CLAVE.
           MOVE "CORRECCION DE NOTA" TO SRT-ACCION.
           MOVE LNO-NOTA-ANTES TO WS-NOTA-EDITADA.
           STRING LNO-ASIGNATURA " TRIMESTRE " LNO-TRIMESTRE
               " NOTA " WS-NOTA-EDITADA
               DELIMITED BY SIZE INTO SRT-ANTES
           END-STRING.
           MOVE LNO-NOTA-DESPUES TO WS-NOTA-EDITADA.
           STRING LNO-ASIGNATURA " TRIMESTRE " LNO-TRIMESTRE
               " NOTA " WS-NOTA-EDITADA
               DELIMITED BY SIZE INTO SRT-DESPUES
           END-STRING.
       42-LINEA-NOTA-END.
       EXIT.


       44-LINEA-JOURNAL.
           MOVE "S" TO WS-PASA.
           MOVE LJR-FECHA TO WS-FECHA-IMPRESA.
           PERFORM 61-MOMENTO-ISO.
           IF LJR-DESPUES-CUENTA NOT EQUAL SPACES
               MOVE LJR-DESPUES-CUENTA TO SRT-CLAVE
           ELSE
               MOVE LJR-ANTES-CUENTA TO SRT-CLAVE
           END-IF.
           EVALUATE LJR-OPERACION
           WHEN "A"
               MOVE "ALTA CUENTA" TO SRT-ACCION
           WHEN "M"
               MOVE "CAMBIO CUENTA" TO SRT-ACCION
           WHEN "B"
               MOVE "BAJA CUENTA" TO SRT-ACCION
           WHEN OTHER
               MOVE "OPERACION DESCONOCIDA" TO SRT-ACCION
           END-EVALUATE.
           MOVE LJR-ANTES TO SRT-ANTES.
           MOVE LJR-DESPUES TO SRT-DESPUES.
       44-LINEA-JOURNAL-END.
       EXIT.


       46-LINEA-FRAUDE.
           MOVE "S" TO WS-PASA.
           MOVE LFR-FECHA TO WS-FECHA-IMPRESA.
           PERFORM 60-MOMENTO-IMPRESO.
           MOVE LFR-OPERADOR TO SRT-OPERADOR.
           MOVE LFR-CUENTA TO SRT-CLAVE.
           MOVE LFR-MOTIVO TO SRT-ACCION.
       46-LINEA-FRAUDE-END.
       EXIT.


      *> DE JMOVS SOLO SALEN LAS "AU"; LA "MV" QUE LA PRECEDE CON EL
      *> MISMO RECIBO DICE DE QUE CUENTA ERA LA OPERACION.
       48-LINEA-MOVIMIENTO.
           IF LMV-TIPO-REGISTRO EQUAL "MV"
               MOVE LMV-CUENTA TO WS-ULTIMA-CUENTA
               MOVE LMV-RECIBO TO WS-ULTIMO-RECIBO
               EXIT PARAGRAPH
           END-IF.
           IF LAU-TIPO-REGISTRO NOT EQUAL "AU"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-PASA.
           MOVE LAU-FECHA TO MOM-FECHA.
           MOVE "000000" TO MOM-HORA.
           MOVE LAU-CAJERO TO SRT-OPERADOR.
           MOVE LAU-SUPERVISOR TO SRT-OPERADOR-2.
           IF LAU-RECIBO EQUAL WS-ULTIMO-RECIBO
               MOVE WS-ULTIMA-CUENTA TO SRT-CLAVE
           END-IF.
           MOVE "DOBLE FIRMA" TO SRT-ACCION.
           STRING "CAJERO " LAU-CAJERO " SUPERVISOR " LAU-SUPERVISOR
               " RECIBO " LAU-RECIBO " AUTORIZACION " LAU-NUMERO
               DELIMITED BY SIZE INTO SRT-DESPUES
           END-STRING.
       48-LINEA-MOVIMIENTO-END.
       EXIT.


      *> EL VALE LO FIRMA EL CUSTODIO; EL CAJERO DEL CAJON CUENTA
      *> TAMBIEN COMO OPERADOR DE LA LINEA.
       50-LINEA-VALE.
           MOVE "S" TO WS-PASA.
           MOVE LVA-FECHA TO WS-FECHA-IMPRESA.
           PERFORM 60-MOMENTO-IMPRESO.
           MOVE LVA-CUSTODIO TO SRT-OPERADOR.
           MOVE LVA-CAJERO TO SRT-OPERADOR-2.
           MOVE LVA-BOVEDA TO SRT-CLAVE.
           EVALUATE LVA-TIPO
           WHEN "A"
               MOVE "AJUSTE DE BOVEDA" TO SRT-ACCION
           WHEN "R"
               MOVE "REPOSICION CAJON" TO SRT-ACCION
           WHEN "D"
               MOVE "DEVOLUCION CAJON" TO SRT-ACCION
           WHEN "E"
               MOVE "REMESA RECIBIDA" TO SRT-ACCION
           WHEN "S"
               MOVE "REMESA ENVIADA" TO SRT-ACCION
           WHEN OTHER
               MOVE "VALE DESCONOCIDO" TO SRT-ACCION
           END-EVALUATE.
           MOVE LVA-IMPORTE TO WS-IMPORTE-EDITADO.
           MOVE LVA-SALDO-BOVEDA TO WS-SALDO-EDITADO.
           STRING "CAJERO " LVA-CAJERO " IMPORTE " WS-IMPORTE-EDITADO
               " SALDO BOVEDA " WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO SRT-DESPUES
           END-STRING.
       50-LINEA-VALE-END.
       EXIT.


       55-FILTRAR.
           IF WS-OPERADOR-BUSCAR NOT EQUAL SPACES
           AND SRT-OPERADOR NOT EQUAL WS-OPERADOR-BUSCAR
           AND SRT-OPERADOR-2 NOT EQUAL WS-OPERADOR-BUSCAR
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLAVE-BUSCAR NOT EQUAL SPACES
           AND SRT-CLAVE NOT EQUAL WS-CLAVE-BUSCAR
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESDE NOT EQUAL 0 OR WS-HASTA NOT EQUAL 0
               IF MOM-FECHA IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF MOM-FECHA-NUM < WS-DESDE
                   EXIT PARAGRAPH
               END-IF
               IF WS-HASTA NOT EQUAL 0
               AND MOM-FECHA-NUM > WS-HASTA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-SECUENCIA.
           MOVE WS-MOMENTO TO SRT-MOMENTO.
           MOVE WS-SECUENCIA TO SRT-SECUENCIA.
           RELEASE SRT-AUDITORIA.
       55-FILTRAR-END.
       EXIT.


       60-MOMENTO-IMPRESO.
           MOVE "20" TO MOM-SIGLO.
           MOVE FIM-AA TO MOM-AA.
           MOVE FIM-MM TO MOM-MM.
           MOVE FIM-DD TO MOM-DD.
           MOVE FIM-HH TO MOM-HH.
           MOVE FIM-MI TO MOM-MI.
           MOVE FIM-SS TO MOM-SS.
       60-MOMENTO-IMPRESO-END.
       EXIT.


       61-MOMENTO-ISO.
           MOVE FIS-SIGLO TO MOM-SIGLO.
           MOVE FIS-AA TO MOM-AA.
           MOVE FIS-MM TO MOM-MM.
           MOVE FIS-DD TO MOM-DD.
           MOVE FIS-HH TO MOM-HH.
           MOVE FIS-MI TO MOM-MI.
           MOVE FIS-SS TO MOM-SS.
       61-MOMENTO-ISO-END.
       EXIT.


       70-IMPRIMIR.
           MOVE "NO" TO WS-SORT-FIN.
           PERFORM 72-LINEA-INFORME UNTIL WS-SORT-FIN EQUAL "SI".
       70-IMPRIMIR-END.
       EXIT.


       72-LINEA-INFORME.
           RETURN AUDITORIA-SORT
           AT END
               MOVE "SI" TO WS-SORT-FIN
           NOT AT END
               ADD 1 TO WS-ENCONTRADOS
               MOVE SPACES TO ILI-FECHA ILI-HORA
               STRING SRT-MOMENTO (1:4) "-" SRT-MOMENTO (5:2) "-"
                   SRT-MOMENTO (7:2)
                   DELIMITED BY SIZE INTO ILI-FECHA
               END-STRING
               STRING SRT-MOMENTO (9:2) ":" SRT-MOMENTO (11:2) ":"
                   SRT-MOMENTO (13:2)
                   DELIMITED BY SIZE INTO ILI-HORA
               END-STRING
               MOVE SRT-ORIGEN TO ILI-ORIGEN
               MOVE SRT-OPERADOR TO ILI-OPERADOR
               MOVE SRT-CLAVE TO ILI-CLAVE
               MOVE SRT-ACCION TO ILI-ACCION
               WRITE REG-INFORME FROM WS-INF-LINEA
               DISPLAY WS-INF-LINEA
               IF SRT-ANTES NOT EQUAL SPACES
                   MOVE "    Antes:   " TO IIM-ETIQUETA
                   MOVE SRT-ANTES TO IIM-IMAGEN
                   WRITE REG-INFORME FROM WS-INF-IMAGEN
                   DISPLAY WS-INF-IMAGEN
               END-IF
               IF SRT-DESPUES NOT EQUAL SPACES
                   MOVE "    Despues: " TO IIM-ETIQUETA
                   MOVE SRT-DESPUES TO IIM-IMAGEN
                   WRITE REG-INFORME FROM WS-INF-IMAGEN
                   DISPLAY WS-INF-IMAGEN
               END-IF
           END-RETURN.
       72-LINEA-INFORME-END.
       EXIT.

       END PROGRAM AUDITQ.
