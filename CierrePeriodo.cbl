      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre de periodo con bloqueo de grabacion. El cierre
      *          de mes (banco, nomina y piezas a la vez) pone el mes
      *          EN CIERRE y repasa por orden los controles: la ultima
      *          conciliacion de BANCOCONCILIA cuadrada y posterior al
      *          fin de mes (JCONCISEM), los extractos del mes
      *          emitidos por BANCOESTMENSUAL, la exportacion contable
      *          de BANCOCONTAB hasta el ultimo dia del mes, la nomina
      *          del mes abonada por NOMINAPAGO y la campaña de
      *          inventario de PIEZASINVENTARIO posteada. Solo con
      *          todos correctos el mes queda CERRADO; si falta alguno
      *          sigue en cierre y el informe JCIERRE dice cual. El
      *          trimestre del colegio se cierra aparte, cuando ha
      *          terminado. Los controles y estados viven en JPERIODOS
      *          (servicio PERIODOSERV), que consultan los programas
      *          que graban con fecha para no anotar nada en un
      *          periodo cerrado. Reabrir un periodo exige rol de
      *          supervisor (direccion en el colegio) en su subsistema
      *          y un motivo; cierres y reaperturas quedan en la
      *          bitacora JPERIODOSLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREPERIODO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PERIODOS ASSIGN TO WS-RUTA-PERIODOS
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PER-CLAVE
       FILE STATUS IS WS-FS-PERIODOS.

       SELECT OPTIONAL SEMAFORO-CONCILIA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCONCISEM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SEMAFORO.

       SELECT OPTIONAL BITACORA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPERIODOSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-BITACORA.

       SELECT INFORME ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCIERRE.txt".

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
           01 DATOS-PERIODO.
               05 PER-CLAVE.
                   10 PER-SUBSISTEMA PIC X(1).
                   10 PER-PERIODO PIC 9(6).
               05 PER-ESTADO PIC X(1).
               05 PER-CONTROL-FECHA PIC 9(8) OCCURS 5 TIMES.
               05 PER-FECHA-CIERRE PIC 9(8).
               05 PER-OPERADOR-CIERRE PIC X(4).
               05 PER-REAPERTURAS PIC 9(2).

      *> ULTIMA CONCILIACION DE BANCOCONCILIA: FECHA Y "OK"/"KO".
       FD SEMAFORO-CONCILIA
       RECORD CONTAINS 10 CHARACTERS.
       01 REG-SEMAFORO.
           05 SEM-FECHA PIC 9(8).
           05 SEM-ESTADO PIC X(2).

       FD BITACORA
       RECORD CONTAINS 87 CHARACTERS.
       01 REG-BITACORA PIC X(87).

       FD INFORME
       RECORD CONTAINS 80 CHARACTERS
       BLOCK CONTAINS 0 RECORDS.
       01 REGISTRO-INFORME PIC X(80).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JCIERRE".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "CIERREPERIODO".

      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "A".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-PERIODOS PIC 99.
       77 WS-FS-SEMAFORO PIC 99.
       77 WS-FS-BITACORA PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-PERIODO PIC 9(6).
       77 WS-ANIO PIC 9(4).
       77 WS-MES PIC 9(2).
       77 WS-CURSO PIC 9(4).
       77 WS-TRIMESTRE PIC 9(1).
       77 WS-FIN-PERIODO PIC 9(8).
       77 WS-SUBSISTEMA PIC X(1).
       77 WS-S PIC 9(1).
       77 WS-CTL PIC 9(1).
       77 WS-FALLOS PIC 9(1).
       77 WS-YA-CERRADOS PIC 9(1).
       77 WS-CONTROL-OK PIC X(1).
       77 WS-ENCONTRADO PIC X(1).
       77 WS-FIN-PERIODOS PIC X(3).
       77 WS-MOTIVO PIC X(40).
       77 WS-ROL-REQUERIDO PIC X(1).
       77 WS-FECHA PIC X(21).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA1 PIC 9(8).
       77 WS-FECHASERV-FECHA2 PIC 9(8) VALUE 0.
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-PERIODOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPERIODOS.txt".

      *> LA REAPERTURA VUELVE A PREGUNTAR A OPERFIRMA POR EL ROL DEL
      *> OPERADOR YA FIRMADO EN EL SUBSISTEMA DEL PERIODO.
       77 WS-REA-SUBSISTEMA PIC X(1).
       77 WS-REA-OPERADOR PIC X(4).
       77 WS-REA-ROL PIC X(1).
       77 WS-REA-RESULTADO PIC X(1).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

      *> SUBSISTEMAS QUE CIERRAN MES A LA VEZ.
       01 WS-SUBSISTEMAS-MES PIC X(3) VALUE "BNP".

      *> CONTROLES DEL CIERRE DE MES, EN EL ORDEN EN QUE SE REPASAN,
      *> CON EL SUBSISTEMA EN CUYO REGISTRO SE ANOTAN.
       01 WS-TABLA-CONTROLES-DATOS.
           05 FILLER PIC X(41) VALUE
           "BConciliacion cuadrada (BANCOCONCILIA)   ".
           05 FILLER PIC X(41) VALUE
           "BExtractos emitidos (BANCOESTMENSUAL)    ".
           05 FILLER PIC X(41) VALUE
           "BExportacion contable (BANCOCONTAB)      ".
           05 FILLER PIC X(41) VALUE
           "NNomina abonada (NOMINAPAGO)             ".
           05 FILLER PIC X(41) VALUE
           "PInventario posteado (PIEZASINVENTARIO)  ".
       01 FILLER REDEFINES WS-TABLA-CONTROLES-DATOS.
           05 WS-CONTROL OCCURS 5 TIMES.
               10 WS-CTL-SUBSISTEMA PIC X(1).
               10 WS-CTL-TEXTO PIC X(40).

       01 WS-CABECERA.
           05 FILLER PIC X(30) VALUE "CIERRE DE PERIODO - MES ".
           05 CAB-PERIODO PIC 9(6).
           05 FILLER PIC X(12) VALUE "  Fin: ".
           05 CAB-FIN PIC 9(8).

       01 WS-LINEA-CONTROL.
           05 LIN-NUMERO PIC 9.
           05 FILLER PIC X(2) VALUE ". ".
           05 LIN-TEXTO PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-RESULTADO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-FECHA PIC 9(8).

       01 WS-LINEA-RESULTADO.
           05 FILLER PIC X(20) VALUE "Estado del periodo: ".
           05 RES-ESTADO PIC X(10).
           05 FILLER PIC X(22) VALUE "  Controles pendientes".
           05 FILLER PIC X(2) VALUE ": ".
           05 RES-FALLOS PIC 9.

       01 WS-BITACORA-LINEA.
           05 BIT-FECHA PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 BIT-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 BIT-ACCION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 BIT-SUBSISTEMA PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 BIT-PERIODO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 BIT-MOTIVO PIC X(40).

       01 WS-LINEA-CONSULTA.
           05 CON-SUBSISTEMA PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 CON-PERIODO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 CON-ESTADO PIC X(10).
           05 FILLER PIC X(9) VALUE " Cierre: ".
           05 CON-FECHA-CIERRE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CON-OPERADOR PIC X(4).
           05 FILLER PIC X(14) VALUE " Reaperturas: ".
           05 CON-REAPERTURAS PIC Z9.

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE "JPERIODOS" TO WS-RUTA-LOGICO.
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-PERIODOS.
           PERFORM 10-MENU UNTIL WS-OPCION = 5.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       10-MENU.
           DISPLAY "***********************"
           DISPLAY "CIERRE DE PERIODOS"
           DISPLAY "***********************"
           DISPLAY "Cierre de mes: banco, nomina y piezas (1)"
           DISPLAY "Cierre de trimestre del colegio (2)"
           DISPLAY "Reabrir un periodo (3)"
           DISPLAY "Consultar periodos (4)"
           DISPLAY "salir (5)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-CIERRE-MES
           WHEN 2
               PERFORM 40-CIERRE-TRIMESTRE
           WHEN 3
               PERFORM 50-REABRIR
           WHEN 4
               PERFORM 60-CONSULTAR
           WHEN 5
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> SOLO SE CIERRA UN MES QUE YA HA TERMINADO: ASI LO QUE SE
      *> GRABA CON FECHA DE HOY CAE SIEMPRE EN UN PERIODO ABIERTO.
       20-CIERRE-MES.
           DISPLAY "Mes a cerrar (AAAAMM): "
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO (1:4) TO WS-ANIO.
           MOVE WS-PERIODO (5:2) TO WS-MES.
           IF WS-PERIODO IS NOT NUMERIC
               OR WS-MES < 1 OR WS-MES > 12
               DISPLAY "Mes no valido."
               GO TO 20-CIERRE-MES-END
           END-IF.
           PERFORM 21-FIN-DE-MES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           IF WS-FIN-PERIODO NOT LESS WS-HOY-NUM
               DISPLAY "El mes " WS-PERIODO " aun no ha terminado."
               GO TO 20-CIERRE-MES-END
           END-IF.
           PERFORM 25-ABRIR-PERIODOS.
           MOVE 0 TO WS-YA-CERRADOS.
           PERFORM 22-PONER-EN-CIERRE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3.
           IF WS-YA-CERRADOS EQUAL 3
               DISPLAY "El mes " WS-PERIODO " ya esta cerrado."
               CLOSE PERIODOS
               GO TO 20-CIERRE-MES-END
           END-IF.

           OPEN OUTPUT INFORME.
           MOVE WS-PERIODO TO CAB-PERIODO.
           MOVE WS-FIN-PERIODO TO CAB-FIN.
           WRITE REGISTRO-INFORME FROM WS-CABECERA.
           DISPLAY WS-CABECERA.
           MOVE 0 TO WS-FALLOS.
           PERFORM 30-COMPROBAR-CONTROL
               VARYING WS-CTL FROM 1 BY 1 UNTIL WS-CTL > 5.
           IF WS-FALLOS EQUAL 0
               PERFORM 28-CERRAR-SUBSISTEMA
                   VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3
               MOVE "CERRADO" TO RES-ESTADO
           ELSE
               MOVE "EN CIERRE" TO RES-ESTADO
           END-IF.
           MOVE WS-FALLOS TO RES-FALLOS.
           WRITE REGISTRO-INFORME FROM WS-LINEA-RESULTADO.
           DISPLAY WS-LINEA-RESULTADO.
           IF WS-FALLOS NOT EQUAL 0
               DISPLAY "El mes sigue abierto a la grabacion hasta que"
               " se completen los controles pendientes."
           END-IF.
           DISPLAY "Detalle en JCIERRE.txt".
           CLOSE INFORME PERIODOS.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
       20-CIERRE-MES-END.
       EXIT.


      *> ULTIMO DIA DEL MES: EL PRIMERO DEL SIGUIENTE MENOS UNO.
       21-FIN-DE-MES.
           IF WS-MES EQUAL 12
               COMPUTE WS-FECHASERV-FECHA1 = (WS-ANIO + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-FECHASERV-FECHA1 = WS-PERIODO * 100 + 101
           END-IF.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE -1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHASERV-FECHA1,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHASERV-RESULTADO.
           MOVE WS-FECHASERV-RESULTADO TO WS-FIN-PERIODO.
       21-FIN-DE-MES-END.
       EXIT.


       22-PONER-EN-CIERRE.
           MOVE WS-SUBSISTEMAS-MES (WS-S:1) TO WS-SUBSISTEMA.
           PERFORM 26-LEER-PERIODO.
           IF PER-ESTADO EQUAL "C"
               ADD 1 TO WS-YA-CERRADOS
               DISPLAY "Subsistema " WS-SUBSISTEMA ": mes ya cerrado."
           ELSE
               MOVE "E" TO PER-ESTADO
               PERFORM 27-GRABAR-PERIODO
           END-IF.
       22-PONER-EN-CIERRE-END.
       EXIT.


       25-ABRIR-PERIODOS.
           OPEN I-O PERIODOS.
           IF WS-FS-PERIODOS = "35"
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
           END-IF.
       25-ABRIR-PERIODOS-END.
       EXIT.


      *> LEE EL REGISTRO DE WS-SUBSISTEMA Y WS-PERIODO; SI NO EXISTE
      *> LO DEJA PREPARADO COMO ABIERTO Y SIN CONTROLES.
       26-LEER-PERIODO.
           MOVE WS-SUBSISTEMA TO PER-SUBSISTEMA.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE "S" TO WS-ENCONTRADO.
           READ PERIODOS RECORD
           INVALID KEY
               MOVE "N" TO WS-ENCONTRADO
               MOVE WS-SUBSISTEMA TO PER-SUBSISTEMA
               MOVE WS-PERIODO TO PER-PERIODO
               MOVE "A" TO PER-ESTADO
               MOVE ZERO TO PER-CONTROL-FECHA (1)
                   PER-CONTROL-FECHA (2) PER-CONTROL-FECHA (3)
                   PER-CONTROL-FECHA (4) PER-CONTROL-FECHA (5)
               MOVE ZERO TO PER-FECHA-CIERRE PER-REAPERTURAS
               MOVE SPACES TO PER-OPERADOR-CIERRE
           END-READ.
       26-LEER-PERIODO-END.
       EXIT.


       27-GRABAR-PERIODO.
           IF WS-ENCONTRADO EQUAL "S"
               REWRITE DATOS-PERIODO
               INVALID KEY
                   DISPLAY "Error al grabar el periodo " PER-PERIODO
               END-REWRITE
           ELSE
               WRITE DATOS-PERIODO
               INVALID KEY
                   DISPLAY "Error al grabar el periodo " PER-PERIODO
               END-WRITE
               MOVE "S" TO WS-ENCONTRADO
           END-IF.
       27-GRABAR-PERIODO-END.
       EXIT.


       28-CERRAR-SUBSISTEMA.
           MOVE WS-SUBSISTEMAS-MES (WS-S:1) TO WS-SUBSISTEMA.
           PERFORM 26-LEER-PERIODO.
           IF PER-ESTADO NOT EQUAL "C"
               MOVE "C" TO PER-ESTADO
               MOVE WS-HOY-NUM TO PER-FECHA-CIERRE
               MOVE WS-SES-OPERADOR TO PER-OPERADOR-CIERRE
               PERFORM 27-GRABAR-PERIODO
               MOVE "CIERRE" TO BIT-ACCION
               MOVE SPACES TO BIT-MOTIVO
               PERFORM 70-ANOTAR-BITACORA
           END-IF.
       28-CERRAR-SUBSISTEMA-END.
       EXIT.


      *> CADA CONTROL MIRA LA FECHA ANOTADA EN EL REGISTRO DE SU
      *> SUBSISTEMA; LA CONCILIACION, QUE NO ES DE UN MES SINO DEL
      *> SALDO DEL MOMENTO, SE TOMA DEL SEMAFORO DE BANCOCONCILIA Y
      *> SE ANOTA AQUI CUANDO VALE.
       30-COMPROBAR-CONTROL.
           MOVE WS-CTL-SUBSISTEMA (WS-CTL) TO WS-SUBSISTEMA.
           PERFORM 26-LEER-PERIODO.
           MOVE "N" TO WS-CONTROL-OK.
           EVALUATE WS-CTL
           WHEN 1
               PERFORM 32-LEER-SEMAFORO
           WHEN 3
               IF PER-CONTROL-FECHA (3) NOT LESS WS-FIN-PERIODO
                   MOVE "S" TO WS-CONTROL-OK
               END-IF
           WHEN OTHER
               IF PER-CONTROL-FECHA (WS-CTL) NOT EQUAL ZERO
                   MOVE "S" TO WS-CONTROL-OK
               END-IF
           END-EVALUATE.
           MOVE WS-CTL TO LIN-NUMERO.
           MOVE WS-CTL-TEXTO (WS-CTL) TO LIN-TEXTO.
           MOVE PER-CONTROL-FECHA (WS-CTL) TO LIN-FECHA.
           IF WS-CONTROL-OK EQUAL "S"
               MOVE "CORRECTO" TO LIN-RESULTADO
           ELSE
               MOVE "PENDIENTE" TO LIN-RESULTADO
               ADD 1 TO WS-FALLOS
           END-IF.
           WRITE REGISTRO-INFORME FROM WS-LINEA-CONTROL.
           DISPLAY WS-LINEA-CONTROL.
       30-COMPROBAR-CONTROL-END.
       EXIT.


       32-LEER-SEMAFORO.
           OPEN INPUT SEMAFORO-CONCILIA.
           IF WS-FS-SEMAFORO EQUAL "00"
               READ SEMAFORO-CONCILIA
               AT END
                   CONTINUE
               NOT AT END
                   IF SEM-ESTADO EQUAL "OK"
                   AND SEM-FECHA NOT LESS WS-FIN-PERIODO
                       MOVE "S" TO WS-CONTROL-OK
                       MOVE SEM-FECHA TO PER-CONTROL-FECHA (1)
                       PERFORM 27-GRABAR-PERIODO
                   END-IF
               END-READ
           END-IF.
           CLOSE SEMAFORO-CONCILIA.
       32-LEER-SEMAFORO-END.
       EXIT.


      *> EL TRIMESTRE DEL COLEGIO NO TIENE CONTROLES DE CIERRE: SE
      *> CIERRA CUANDO HA TERMINADO Y DESDE ENTONCES SUS NOTAS SOLO
      *> SE TOCAN REABRIENDOLO.
       40-CIERRE-TRIMESTRE.
           DISPLAY "Curso (año en que empieza, AAAA): "
           ACCEPT WS-CURSO.
           DISPLAY "Trimestre (1-3): "
           ACCEPT WS-TRIMESTRE.
           EVALUATE WS-TRIMESTRE
           WHEN 1
               COMPUTE WS-FIN-PERIODO = WS-CURSO * 10000 + 1231
           WHEN 2
               COMPUTE WS-FIN-PERIODO = (WS-CURSO + 1) * 10000 + 331
           WHEN 3
               COMPUTE WS-FIN-PERIODO = (WS-CURSO + 1) * 10000 + 831
           WHEN OTHER
               MOVE 0 TO WS-FIN-PERIODO
           END-EVALUATE.
           IF WS-FIN-PERIODO EQUAL 0
               DISPLAY "Trimestre no valido."
               GO TO 40-CIERRE-TRIMESTRE-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           IF WS-FIN-PERIODO NOT LESS WS-HOY-NUM
               DISPLAY "El trimestre aun no ha terminado."
               GO TO 40-CIERRE-TRIMESTRE-END
           END-IF.
           COMPUTE WS-PERIODO = WS-CURSO * 100 + WS-TRIMESTRE.
           MOVE "C" TO WS-SUBSISTEMA.
           PERFORM 25-ABRIR-PERIODOS.
           PERFORM 26-LEER-PERIODO.
           IF PER-ESTADO EQUAL "C"
               DISPLAY "El trimestre ya esta cerrado."
           ELSE
               MOVE "C" TO PER-ESTADO
               MOVE WS-HOY-NUM TO PER-FECHA-CIERRE
               MOVE WS-SES-OPERADOR TO PER-OPERADOR-CIERRE
               PERFORM 27-GRABAR-PERIODO
               MOVE "CIERRE" TO BIT-ACCION
               MOVE SPACES TO BIT-MOTIVO
               PERFORM 70-ANOTAR-BITACORA
               DISPLAY "Trimestre " WS-PERIODO " cerrado."
           END-IF.
           CLOSE PERIODOS.
       40-CIERRE-TRIMESTRE-END.
       EXIT.


      *> REAPERTURA: SOLO UN SUPERVISOR DEL SUBSISTEMA DEL PERIODO
      *> (DIRECCION EN EL COLEGIO), CON MOTIVO, Y QUEDA EN LA
      *> BITACORA. LOS CONTROLES YA ANOTADOS SE CONSERVAN PARA EL
      *> SIGUIENTE CIERRE.
       50-REABRIR.
           DISPLAY "Subsistema (B banco, N nomina, P piezas,"
           " C colegio): "
           ACCEPT WS-SUBSISTEMA.
           IF WS-SUBSISTEMA EQUAL "C"
               DISPLAY "Curso (año en que empieza, AAAA): "
               ACCEPT WS-CURSO
               DISPLAY "Trimestre (1-3): "
               ACCEPT WS-TRIMESTRE
               COMPUTE WS-PERIODO = WS-CURSO * 100 + WS-TRIMESTRE
               MOVE "D" TO WS-ROL-REQUERIDO
           ELSE
               IF WS-SUBSISTEMA NOT EQUAL "B"
               AND WS-SUBSISTEMA NOT EQUAL "N"
               AND WS-SUBSISTEMA NOT EQUAL "P"
                   DISPLAY "Subsistema no valido."
                   GO TO 50-REABRIR-END
               END-IF
               DISPLAY "Mes (AAAAMM): "
               ACCEPT WS-PERIODO
               MOVE "S" TO WS-ROL-REQUERIDO
           END-IF.
           MOVE WS-SUBSISTEMA TO WS-REA-SUBSISTEMA.
           CALL "OPERFIRMA" USING WS-REA-SUBSISTEMA, WS-REA-OPERADOR,
               WS-REA-ROL, WS-REA-RESULTADO.
           IF WS-REA-RESULTADO NOT EQUAL "S"
           OR WS-REA-ROL NOT EQUAL WS-ROL-REQUERIDO
               DISPLAY "Reabrir un periodo requiere rol "
               WS-ROL-REQUERIDO " en ese subsistema."
               GO TO 50-REABRIR-END
           END-IF.
           PERFORM 25-ABRIR-PERIODOS.
           PERFORM 26-LEER-PERIODO.
           IF PER-ESTADO NOT EQUAL "C"
               DISPLAY "Ese periodo no esta cerrado."
           ELSE
               DISPLAY "Motivo de la reapertura: "
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO EQUAL SPACES
                   DISPLAY "Sin motivo no se reabre."
               ELSE
                   MOVE "A" TO PER-ESTADO
                   MOVE ZERO TO PER-FECHA-CIERRE
                   MOVE SPACES TO PER-OPERADOR-CIERRE
                   ADD 1 TO PER-REAPERTURAS
                   PERFORM 27-GRABAR-PERIODO
                   MOVE "REAPERTURA" TO BIT-ACCION
                   MOVE WS-MOTIVO TO BIT-MOTIVO
                   PERFORM 70-ANOTAR-BITACORA
                   DISPLAY "Periodo " WS-PERIODO " reabierto."
               END-IF
           END-IF.
           CLOSE PERIODOS.
       50-REABRIR-END.
       EXIT.


       60-CONSULTAR.
           OPEN INPUT PERIODOS.
           IF WS-FS-PERIODOS NOT EQUAL "00"
               DISPLAY "No hay periodos anotados."
           ELSE
               MOVE "NO" TO WS-FIN-PERIODOS
               PERFORM 65-MOSTRAR-PERIODO
                   UNTIL WS-FIN-PERIODOS EQUAL "SI"
           END-IF.
           CLOSE PERIODOS.
       60-CONSULTAR-END.
       EXIT.


       65-MOSTRAR-PERIODO.
           READ PERIODOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-PERIODOS
           NOT AT END
               MOVE PER-SUBSISTEMA TO CON-SUBSISTEMA
               MOVE PER-PERIODO TO CON-PERIODO
               EVALUATE PER-ESTADO
               WHEN "C"
                   MOVE "CERRADO" TO CON-ESTADO
               WHEN "E"
                   MOVE "EN CIERRE" TO CON-ESTADO
               WHEN OTHER
                   MOVE "ABIERTO" TO CON-ESTADO
               END-EVALUATE
               MOVE PER-FECHA-CIERRE TO CON-FECHA-CIERRE
               MOVE PER-OPERADOR-CIERRE TO CON-OPERADOR
               MOVE PER-REAPERTURAS TO CON-REAPERTURAS
               DISPLAY WS-LINEA-CONSULTA
           END-READ.
       65-MOSTRAR-PERIODO-END.
       EXIT.


       70-ANOTAR-BITACORA.
           CALL "FECHA-ACTUAL" USING WS-FECHA.
           MOVE WS-FECHA TO BIT-FECHA.
           MOVE WS-SES-OPERADOR TO BIT-OPERADOR.
           MOVE PER-SUBSISTEMA TO BIT-SUBSISTEMA.
           MOVE PER-PERIODO TO BIT-PERIODO.
           OPEN EXTEND BITACORA.
           WRITE REG-BITACORA FROM WS-BITACORA-LINEA.
           CLOSE BITACORA.
       70-ANOTAR-BITACORA-END.
       EXIT.
