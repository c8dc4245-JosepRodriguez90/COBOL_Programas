      ******************************************************************
      * Author:
      * Date:
      * Purpose: Asiento contable de la nomina de un periodo cerrado
      *          (confirmado en definitiva segun JNOMCTRL), para que
      *          finanzas no lo pase a mano desde JREGNOMINA: lee el
      *          historico JHISTSUELDO y el desglose JHISTDEDUC del
      *          periodo y deja en JNOMCONTAEXP, con el mismo formato
      *          EXP- que escribe BANCOCONTAB, un apunte al debe de
      *          gasto de sueldos por departamento (centro de coste
      *          EMPLEADOS-DEPTO; "***" para las bajas) y apuntes al
      *          haber de retenciones de impuesto, seguridad social
      *          del empleado, cuota sindical, embargos judiciales
      *          retenidos (pendientes de remesa al juzgado) y neto
      *          pendiente de pago. Las cuentas salen de la tabla
      *          mantenible JNOMCONTAMAP (patron JCONTAMAP: se graba
      *          con valores por defecto la primera vez y despues se
      *          edita). Si
      *          el debe no cuadra con el haber no se exporta nada y
      *          el programa termina con error. El asiento del pago
      *          (neto pendiente contra banco) lo deja NOMINAPAGO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINACONTAB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORICO-SUELDOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHISTSUELDO.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS HIST-CLAVE
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT OPTIONAL HISTORICO-DEDUC ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JHISTDEDUC.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTDEDUC.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-EMPLEADOS.

       SELECT OPTIONAL NOMCTRL ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMCTRL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-NOMCTRL.

       SELECT OPTIONAL MAPA-CONTABLE ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMCONTAMAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MAPA.

       SELECT EXPORTACION ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JNOMCONTAEXP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-EXPORTACION.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-SUELDOS.
           01 REG-HISTORICO.
               05 HIST-CLAVE.
                   10 HIST-ID PIC X(6).
                   10 HIST-PERIODO PIC 9(6).
               05 HIST-CATEGORIA PIC X(6).
               05 HIST-SUELDO PIC 9(06).
               05 HIST-BONO PIC 9(06).
               05 HIST-IMPUESTO PIC 9(06).
               05 HIST-NETO PIC 9(06).
               05 HIST-FECHA PIC X(21).

       FD HISTORICO-DEDUC
       RECORD CONTAINS 20 CHARACTERS.
       01 REG-HISTDEDUC.
           05 HD-ID PIC X(6).
           05 HD-PERIODO PIC 9(6).
           05 HD-CONCEPTO PIC X(1).
           05 HD-IMPORTE PIC 9(6).
           05 FILLER PIC X(1).

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

       FD NOMCTRL
       RECORD CONTAINS 6 CHARACTERS.
       01 REG-NOMCTRL.
           05 CTRL-PERIODO PIC 9(6).

      *> CONCEPTO DE NOMINA -> CUENTAS DE DEBE Y HABER, MISMO
      *> FORMATO QUE JCONTAMAP, EDITABLE A MANO.
       FD MAPA-CONTABLE
       RECORD CONTAINS 28 CHARACTERS.
       01 REG-MAPA.
           05 MAP-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 MAP-CTA-DEBE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 MAP-CTA-HABER PIC X(8).

       FD EXPORTACION
       RECORD CONTAINS 47 CHARACTERS.
       01 REG-EXPORTACION.
           05 EXP-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-CUENTA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-DH PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 EXP-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-CENTRO PIC X(4).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "N".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-HISTORICO PIC 99.
       77 WS-FS-HISTDEDUC PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FS-NOMCTRL PIC 99.
       77 WS-FS-MAPA PIC 99.
       77 WS-FS-EXPORTACION PIC 99.
       77 WS-FIN-LECTURA PIC X(3).
       77 WS-FIN-MAPA PIC X(3) VALUE "NO".
       77 WS-PERIODO PIC 9(6).
       77 WS-PER-ANIO PIC 9(4).
       77 WS-PER-MES PIC 9(2).
       77 WS-ULTIMO-CERRADO PIC 9(6) VALUE 0.
       77 WS-FECHA-ASIENTO PIC 9(8).
       77 WS-I PIC 9(2).
       77 WS-J PIC 9(2).
       77 WS-MAPA-IDX PIC 9(2).
       77 WS-TIPO-BUSCAR PIC X(10).
       77 WS-ENCONTRADO PIC X(2).
       77 WS-DEPTO-ACTUAL PIC X(3).
       77 WS-EMPLEADOS PIC 9(5) VALUE 0.
       77 WS-TOT-IMPUESTO PIC 9(9) VALUE 0.
       77 WS-TOT-NETO PIC 9(9) VALUE 0.
       77 WS-TOT-IRPF PIC 9(9) VALUE 0.
       77 WS-TOT-SS PIC 9(9) VALUE 0.
       77 WS-TOT-SINDICATO PIC 9(9) VALUE 0.
       77 WS-TOT-EMBARGOS PIC 9(9) VALUE 0.
       77 WS-RETENCIONES PIC 9(9) VALUE 0.
       77 WS-TOTAL-DEBE PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-HABER PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE PIC 9(9)V99.
       77 WS-CUENTA PIC X(8).
       77 WS-DH PIC X(1).
       77 WS-CENTRO PIC X(4).
       77 WS-CONTADOR-APUNTES PIC 9(5) VALUE 0.
       77 WS-CTRL-PROGRAMA PIC X(20).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA1 PIC 9(8).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).

      *> BRUTO DEL PERIODO POR DEPARTAMENTO (SUELDO MAS BONO).
       01 WS-TABLA-DEPTOS.
           05 WS-DEP-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-DEP-ENTRADA OCCURS 30 TIMES.
               10 WS-DEP-DEPTO PIC X(3).
               10 WS-DEP-BRUTO PIC 9(9).

       01 WS-TABLA-MAPA.
           05 WS-MAP-OCUPADOS PIC 9(2) VALUE 0.
           05 WS-MAP-ENTRADA OCCURS 20 TIMES.
               10 WS-MAP-TIPO PIC X(10).
               10 WS-MAP-DEBE PIC X(8).
               10 WS-MAP-HABER PIC X(8).

      *> VALORES POR DEFECTO: GASTO DE SUELDOS 64000000, HACIENDA
      *> ACREEDORA POR RETENCIONES 47510000, SEGURIDAD SOCIAL
      *> ACREEDORA 47600000, CUOTAS SINDICALES 46600000,
      *> REMUNERACIONES PENDIENTES DE PAGO 46500000, BANCOS 57200000,
      *> EMBARGOS RETENIDOS PENDIENTES DE REMESA 46590000.
       01 WS-MAPA-DEFECTO.
           05 FILLER PIC X(27) VALUE
           "SUELDOS   64000000         ".
           05 FILLER PIC X(27) VALUE
           "IRPF               47510000".
           05 FILLER PIC X(27) VALUE
           "SEGSOCIAL          47600000".
           05 FILLER PIC X(27) VALUE
           "SINDICATO          46600000".
           05 FILLER PIC X(27) VALUE
           "NETO               46500000".
           05 FILLER PIC X(27) VALUE
           "PAGONOMINA46500000 57200000".
           05 FILLER PIC X(27) VALUE
           "EMBARGOS           46590000".
       01 FILLER REDEFINES WS-MAPA-DEFECTO.
           05 WS-DEF-ENTRADA OCCURS 7 TIMES.
               10 WS-DEF-TIPO PIC X(10).
               10 WS-DEF-DEBE PIC X(8).
               10 FILLER PIC X(1).
               10 WS-DEF-HABER PIC X(8).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           DISPLAY "Periodo a contabilizar (AAAAMM): "
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO (1:4) TO WS-PER-ANIO.
           MOVE WS-PERIODO (5:2) TO WS-PER-MES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 05-COMPROBAR-CIERRE.
           IF WS-PERIODO > WS-ULTIMO-CERRADO
               DISPLAY "El periodo " WS-PERIODO " no esta cerrado:"
               " confirmarlo antes en CALCULARSALARIOS (D)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 10-CARGAR-MAPA.
           PERFORM 20-ACUMULAR-HISTORICO.
           PERFORM 30-ACUMULAR-DESGLOSE.
           PERFORM 40-CUADRAR.
           IF WS-TOTAL-DEBE NOT EQUAL WS-TOTAL-HABER
               DISPLAY "DESCUADRE: debe " WS-TOTAL-DEBE
               " haber " WS-TOTAL-HABER
               DISPLAY "No se exporta el asiento; revisar el"
               " historico del periodo y la tabla JNOMCONTAMAP."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 50-EXPORTAR-ASIENTO.
           PERFORM 80-HOJA-DE-CUADRE.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-COMPROBAR-CIERRE.
           OPEN INPUT NOMCTRL.
           IF WS-FS-NOMCTRL EQUAL "00"
               READ NOMCTRL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTRL-PERIODO TO WS-ULTIMO-CERRADO
               END-READ
           END-IF.
           CLOSE NOMCTRL.
       05-COMPROBAR-CIERRE-END.
       EXIT.


      *> CARGA LA TABLA DE CUENTAS; SI NO EXISTE TODAVIA SE CREA CON
      *> LOS VALORES POR DEFECTO PARA QUE CONTABILIDAD LA AJUSTE.
       10-CARGAR-MAPA.
           OPEN INPUT MAPA-CONTABLE.
           IF WS-FS-MAPA EQUAL "00"
               PERFORM 15-LEER-MAPA UNTIL WS-FIN-MAPA EQUAL "SI"
               CLOSE MAPA-CONTABLE
           ELSE
               CLOSE MAPA-CONTABLE
               OPEN OUTPUT MAPA-CONTABLE
               PERFORM 17-GRABAR-DEFECTO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               CLOSE MAPA-CONTABLE
               DISPLAY "Tabla JNOMCONTAMAP creada con los valores"
               " por defecto."
           END-IF.
       10-CARGAR-MAPA-END.
       EXIT.


       15-LEER-MAPA.
           READ MAPA-CONTABLE
           AT END
               MOVE "SI" TO WS-FIN-MAPA
           NOT AT END
               IF WS-MAP-OCUPADOS >= 20
                   DISPLAY "ERROR: tabla de cuentas llena (20);"
                   " ampliar NOMINACONTAB."
                   MOVE "SI" TO WS-FIN-MAPA
               ELSE
                   ADD 1 TO WS-MAP-OCUPADOS
                   MOVE MAP-TIPO TO
                       WS-MAP-TIPO (WS-MAP-OCUPADOS)
                   MOVE MAP-CTA-DEBE TO
                       WS-MAP-DEBE (WS-MAP-OCUPADOS)
                   MOVE MAP-CTA-HABER TO
                       WS-MAP-HABER (WS-MAP-OCUPADOS)
               END-IF
           END-READ.
       15-LEER-MAPA-END.
       EXIT.


       17-GRABAR-DEFECTO.
           MOVE SPACES TO REG-MAPA.
           MOVE WS-DEF-TIPO (WS-I) TO MAP-TIPO.
           MOVE WS-DEF-DEBE (WS-I) TO MAP-CTA-DEBE.
           MOVE WS-DEF-HABER (WS-I) TO MAP-CTA-HABER.
           WRITE REG-MAPA.
           ADD 1 TO WS-MAP-OCUPADOS.
           MOVE MAP-TIPO TO WS-MAP-TIPO (WS-MAP-OCUPADOS).
           MOVE MAP-CTA-DEBE TO WS-MAP-DEBE (WS-MAP-OCUPADOS).
           MOVE MAP-CTA-HABER TO WS-MAP-HABER (WS-MAP-OCUPADOS).
       17-GRABAR-DEFECTO-END.
       EXIT.


       20-ACUMULAR-HISTORICO.
           MOVE "NO" TO WS-FIN-LECTURA.
           OPEN INPUT HISTORICO-SUELDOS.
           IF WS-FS-HISTORICO NOT EQUAL "00"
               DISPLAY "No se encuentra el historico de sueldos."
               MOVE "SI" TO WS-FIN-LECTURA
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM 25-LEER-HISTORICO UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE HISTORICO-SUELDOS EMPLEADOS-ARCHIVO.
       20-ACUMULAR-HISTORICO-END.
       EXIT.


       25-LEER-HISTORICO.
           READ HISTORICO-SUELDOS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               IF HIST-PERIODO EQUAL WS-PERIODO
                   PERFORM 27-ACUMULAR-EMPLEADO
               END-IF
           END-READ.
       25-LEER-HISTORICO-END.
       EXIT.


      *> EL DEPARTAMENTO SALE DEL MAESTRO; LOS QUE YA NO ESTAN SE
      *> IMPUTAN AL CENTRO "***", COMO EN NOMINACOSTES.
       27-ACUMULAR-EMPLEADO.
           ADD 1 TO WS-EMPLEADOS.
           MOVE "***" TO WS-DEPTO-ACTUAL.
           IF WS-FS-EMPLEADOS EQUAL "00"
               MOVE HIST-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPLEADOS-DEPTO TO WS-DEPTO-ACTUAL
               END-READ
           END-IF.
           MOVE 0 TO WS-I.
           MOVE "NO" TO WS-ENCONTRADO.
           PERFORM 28-BUSCAR-DEPTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-DEP-OCUPADOS
               OR WS-ENCONTRADO EQUAL "SI".
           IF WS-ENCONTRADO EQUAL "NO"
               IF WS-DEP-OCUPADOS >= 30
                   DISPLAY "ERROR: tabla de departamentos llena"
                   " (30); ampliar NOMINACONTAB."
                   MOVE 30 TO WS-I
               ELSE
                   ADD 1 TO WS-DEP-OCUPADOS
                   MOVE WS-DEP-OCUPADOS TO WS-I
                   MOVE WS-DEPTO-ACTUAL TO WS-DEP-DEPTO (WS-I)
                   MOVE 0 TO WS-DEP-BRUTO (WS-I)
               END-IF
           END-IF.
           COMPUTE WS-DEP-BRUTO (WS-I) = WS-DEP-BRUTO (WS-I)
               + HIST-SUELDO + HIST-BONO.
           ADD HIST-IMPUESTO TO WS-TOT-IMPUESTO.
           ADD HIST-NETO TO WS-TOT-NETO.
       27-ACUMULAR-EMPLEADO-END.
       EXIT.


       28-BUSCAR-DEPTO.
           IF WS-DEP-DEPTO (WS-J) EQUAL WS-DEPTO-ACTUAL
               MOVE WS-J TO WS-I
               MOVE "SI" TO WS-ENCONTRADO
           END-IF.
       28-BUSCAR-DEPTO-END.
       EXIT.


       30-ACUMULAR-DESGLOSE.
           MOVE "NO" TO WS-FIN-LECTURA.
           OPEN INPUT HISTORICO-DEDUC.
           IF WS-FS-HISTDEDUC NOT EQUAL "00"
               MOVE "SI" TO WS-FIN-LECTURA
           END-IF.
           PERFORM 35-LEER-DESGLOSE UNTIL WS-FIN-LECTURA EQUAL "SI".
           CLOSE HISTORICO-DEDUC.
       30-ACUMULAR-DESGLOSE-END.
       EXIT.


       35-LEER-DESGLOSE.
           READ HISTORICO-DEDUC
           AT END
               MOVE "SI" TO WS-FIN-LECTURA
           NOT AT END
               IF HD-PERIODO EQUAL WS-PERIODO
                   EVALUATE HD-CONCEPTO
                   WHEN "I"
                       ADD HD-IMPORTE TO WS-TOT-IRPF
                   WHEN "S"
                       ADD HD-IMPORTE TO WS-TOT-SS
                   WHEN "U"
                       ADD HD-IMPORTE TO WS-TOT-SINDICATO
                   WHEN "E"
                       ADD HD-IMPORTE TO WS-TOT-EMBARGOS
                   END-EVALUATE
               END-IF
           END-READ.
       35-LEER-DESGLOSE-END.
       EXIT.


      *> LAS NOMINAS SIN DESGLOSE (TIPO FIJO, SIN TABLA DE
      *> DEDUCCIONES) SOLO TRAEN EL TOTAL DE HIST-IMPUESTO: LO QUE NO
      *> ESTA DESGLOSADO SE CONTABILIZA COMO RETENCION DE IMPUESTO.
       40-CUADRAR.
           COMPUTE WS-RETENCIONES = WS-TOT-IRPF + WS-TOT-SS
               + WS-TOT-SINDICATO.
           IF WS-TOT-IMPUESTO > WS-RETENCIONES
               COMPUTE WS-TOT-IRPF = WS-TOT-IRPF
                   + WS-TOT-IMPUESTO - WS-RETENCIONES
           END-IF.
           PERFORM 42-SUMAR-DEBE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEP-OCUPADOS.
           COMPUTE WS-TOTAL-HABER = WS-TOT-IRPF + WS-TOT-SS
               + WS-TOT-SINDICATO + WS-TOT-NETO.
       40-CUADRAR-END.
       EXIT.


       42-SUMAR-DEBE.
           ADD WS-DEP-BRUTO (WS-I) TO WS-TOTAL-DEBE.
       42-SUMAR-DEBE-END.
       EXIT.


      *> LA FECHA DEL ASIENTO ES EL ULTIMO DIA DEL PERIODO: EL DIA 1
      *> DEL MES SIGUIENTE MENOS UNO (FECHASERV).
       50-EXPORTAR-ASIENTO.
           IF WS-PER-MES EQUAL 12
               ADD 1 TO WS-PER-ANIO
               MOVE 1 TO WS-PER-MES
           ELSE
               ADD 1 TO WS-PER-MES
           END-IF.
           COMPUTE WS-FECHASERV-FECHA1 =
               WS-PER-ANIO * 10000 + WS-PER-MES * 100 + 1.
           MOVE "A" TO WS-FECHASERV-OP.
           MOVE -1 TO WS-FECHASERV-DIAS.
           CALL "FECHASERV" USING WS-FECHASERV-OP, WS-FECHASERV-FECHA1,
               WS-FECHASERV-FECHA2, WS-FECHASERV-DIAS,
               WS-FECHA-ASIENTO.

           OPEN OUTPUT EXPORTACION.
           PERFORM 55-APUNTE-DEPTO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEP-OCUPADOS.
           MOVE SPACES TO WS-CENTRO.
           MOVE "H" TO WS-DH.
           MOVE "IRPF" TO WS-TIPO-BUSCAR.
           MOVE WS-TOT-IRPF TO WS-IMPORTE.
           PERFORM 60-ESCRIBIR-APUNTE.
           MOVE "SEGSOCIAL" TO WS-TIPO-BUSCAR.
           MOVE WS-TOT-SS TO WS-IMPORTE.
           PERFORM 60-ESCRIBIR-APUNTE.
           MOVE "SINDICATO" TO WS-TIPO-BUSCAR.
           MOVE WS-TOT-SINDICATO TO WS-IMPORTE.
           PERFORM 60-ESCRIBIR-APUNTE.
      *>EL EMBARGO SALE DEL NETO (HIST-NETO NO LO DESCUENTA): SE
      *>ABONA A SU PROPIA CUENTA HASTA LA REMESA AL JUZGADO.
           MOVE "EMBARGOS" TO WS-TIPO-BUSCAR.
           MOVE WS-TOT-EMBARGOS TO WS-IMPORTE.
           PERFORM 60-ESCRIBIR-APUNTE.
           MOVE "NETO" TO WS-TIPO-BUSCAR.
           COMPUTE WS-IMPORTE = WS-TOT-NETO - WS-TOT-EMBARGOS.
           PERFORM 60-ESCRIBIR-APUNTE.
           CLOSE EXPORTACION.
       50-EXPORTAR-ASIENTO-END.
       EXIT.


       55-APUNTE-DEPTO.
           MOVE "D" TO WS-DH.
           MOVE "SUELDOS" TO WS-TIPO-BUSCAR.
           MOVE WS-DEP-DEPTO (WS-I) TO WS-CENTRO.
           MOVE WS-DEP-BRUTO (WS-I) TO WS-IMPORTE.
           PERFORM 60-ESCRIBIR-APUNTE.
       55-APUNTE-DEPTO-END.
       EXIT.


      *> UN CONCEPTO SIN CUENTA EN LA TABLA SE EXPORTA CON CUENTA EN
      *> BLANCO Y SE AVISA, PARA QUE EL ASIENTO SIGA CUADRADO.
       60-ESCRIBIR-APUNTE.
           IF WS-IMPORTE EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CUENTA.
           PERFORM 65-BUSCAR-MAPA
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-MAP-OCUPADOS.
           IF WS-CUENTA EQUAL SPACES
               DISPLAY "AVISO: concepto " WS-TIPO-BUSCAR
               " sin cuenta en JNOMCONTAMAP."
           END-IF.
           MOVE SPACES TO REG-EXPORTACION.
           MOVE WS-FECHA-ASIENTO TO EXP-FECHA.
           MOVE WS-CUENTA TO EXP-CUENTA.
           MOVE WS-DH TO EXP-DH.
           MOVE WS-IMPORTE TO EXP-IMPORTE.
           MOVE WS-TIPO-BUSCAR TO EXP-TIPO.
           MOVE WS-CENTRO TO EXP-CENTRO.
           WRITE REG-EXPORTACION.
           ADD 1 TO WS-CONTADOR-APUNTES.
       60-ESCRIBIR-APUNTE-END.
       EXIT.


       65-BUSCAR-MAPA.
           IF WS-MAP-TIPO (WS-J) EQUAL WS-TIPO-BUSCAR
               IF WS-DH EQUAL "D"
                   MOVE WS-MAP-DEBE (WS-J) TO WS-CUENTA
               ELSE
                   MOVE WS-MAP-HABER (WS-J) TO WS-CUENTA
               END-IF
           END-IF.
       65-BUSCAR-MAPA-END.
       EXIT.


       80-HOJA-DE-CUADRE.
           DISPLAY "HOJA DE CUADRE DE LA NOMINA " WS-PERIODO.
           DISPLAY "Empleados del periodo: " WS-EMPLEADOS.
           DISPLAY "Apuntes exportados:    " WS-CONTADOR-APUNTES.
           DISPLAY "  Retenciones impuesto: " WS-TOT-IRPF.
           DISPLAY "  Seguridad social:     " WS-TOT-SS.
           DISPLAY "  Cuota sindical:       " WS-TOT-SINDICATO.
           DISPLAY "  Embargos judiciales:  " WS-TOT-EMBARGOS.
           DISPLAY "  Neto pendiente:       " WS-TOT-NETO.
           DISPLAY "Total debe:  " WS-TOTAL-DEBE.
           DISPLAY "Total haber: " WS-TOTAL-HABER.
           DISPLAY "Cuadre correcto: debe igual a haber.".
           MOVE "NOMINACONTAB" TO WS-CTRL-PROGRAMA.
           CALL "CTRLCNT" USING WS-CTRL-PROGRAMA, WS-EMPLEADOS,
               WS-CONTADOR-APUNTES.
       80-HOJA-DE-CUADRE-END.
       EXIT.

       END PROGRAM NOMINACONTAB.
