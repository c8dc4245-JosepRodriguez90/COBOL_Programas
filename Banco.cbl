       RECORD KEY IS PERM-CLAVE
       FILE STATUS IS WS-FS-PERMISOS.

       SELECT OPTIONAL SEGUNDAS-FIRMAS ASSIGN TO WS-RUTA-SEGFIRMA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SEGFIRMA.


       DATA DIVISION. *>************************************************
       FILE SECTION.
      *> MOVIMIENTO REAL (CODIGO "MV"), PARA QUE LOS PROGRAMAS DE
      *> INFORME NO TENGAN QUE INTERPRETAR EL LIBRO IMPRESO.
       FD MOVS
       RECORD CONTAINS 72 CHARACTERS.
       01 REG-MOVS PIC X(72).

       FD FRAUDE
       RECORD CONTAINS 60 CHARACTERS
               05 CAJERO-NOMBRE PIC X(15).
               05 CAJERO-CLAVE PIC X(4).
               05 CAJERO-ROL PIC X(1).
               05 CAJERO-OFICINA PIC X(4).

      *> RECIBO NUMERADO DE CADA OPERACION COMPLETADA: LO QUE SE
      *> LLEVA EL CLIENTE EN LA MANO. EL MISMO NUMERO VIAJA EN LA
      *> LINEA DE LEDGER Y EN EL REGISTRO DE MOVIMIENTOS, ASI UNA
      *> RECLAMACION VA DEL PAPEL AL LIBRO DIRECTA.
       FD RECIBOS
       RECORD CONTAINS 89 CHARACTERS.
       01 REG-RECIBO PIC X(89).

       FD RECIBOS-SEQ
       RECORD CONTAINS 6 CHARACTERS.
               05 PERM-PERMITIDO PIC X(1).
               05 PERM-MAX-IMPORTE PIC 9(5)V99.

      *> SEGUNDA FIRMA DE CADA OPERACION QUE UN CAJERO HACE SOBRE
      *> UNA CUENTA PROPIA ("P") O DE UN FAMILIAR DECLARADO ("F"):
      *> LA LEE EL INFORME NOCTURNO BANCOCONFLICTO.
       FD SEGUNDAS-FIRMAS
       RECORD CONTAINS 51 CHARACTERS.
       01 REG-SEGFIRMA.
           05 SEG-FECHA PIC X(19).
           05 FILLER PIC X.
           05 SEG-CAJERO PIC X(4).
           05 FILLER PIC X.
           05 SEG-SEGUNDO PIC X(4).
           05 FILLER PIC X.
           05 SEG-CUENTA PIC X(10).
           05 FILLER PIC X.
           05 SEG-OPERACION PIC X(1).
           05 FILLER PIC X.
           05 SEG-TIPO PIC X(1).
           05 FILLER PIC X.
           05 SEG-CLIENTE PIC X(6).

       WORKING-STORAGE SECTION.

       77 WS-DINERO-SACADO PIC 9(5)V99.
       77 WS-FS-PLAZOS PIC 99.
       77 WS-FS-CERRADAS PIC 99.
       77 WS-FS-MOVS PIC 99.
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-OFI-OFICINA PIC X(4).
       77 WS-AVI-SUCESO PIC X(10).
       77 WS-AVI-IMPORTE PIC S9(7)V99.
       77 WS-FECHA-VALOR-MOV PIC 9(8) VALUE ZERO.
       77 WS-VALOR-PROPUESTO PIC 9(8).
       77 WS-VALOR-ENTRADA PIC 9(8).
       77 WS-VALOR-REVERSADO PIC 9(8) VALUE ZERO.
       77 WS-V PIC 9(1).
       77 WS-FECHASERV-OP PIC X(1).
       77 WS-FECHASERV-FECHA2 PIC 9(8).
       77 WS-FECHASERV-DIAS PIC S9(7).
       77 WS-FECHASERV-RESULTADO PIC 9(8).
      *> ESTADO DE LOS PERIODOS CONTABLES (SERVICIO PERIODOSERV).
       77 WS-PERSERV-OP PIC X(1).
       77 WS-PERSERV-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-PERSERV-FECHA PIC 9(8).
       77 WS-PERSERV-PERIODO PIC 9(6).
       77 WS-PERSERV-CONTROL PIC 9(1).
       77 WS-PERSERV-ESTADO PIC X(1).
       77 WS-FS-CAJA PIC 99.
       77 WS-FS-CAJEROS PIC 99.
       77 WS-CAJERO-ROL PIC X(1).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FIR-SUBSISTEMA PIC X(1) VALUE "F".
       77 WS-FIR-ROL PIC X(1).
       77 WS-FIR-RESULTADO PIC X(1).
       77 WS-SUPERVISOR-ID PIC X(4).
       77 WS-SUPERVISOR-OK PIC X(1).
       77 WS-FS-RECIBOS PIC 99.
       77 WS-FS-RETENCION PIC 99.
       77 WS-FIN-RETENCIONES PIC X(1).
       77 WS-IMPORTE-RETENIDO PIC 9(7)V99.
       77 WS-PRD-OPERACION PIC X(1).
       77 WS-PRD-CLAVE PIC X(10).
       77 WS-PRD-RESULTADO PIC X(1).
       77 WS-PRODUCTO-OK PIC X(1).
       77 WS-I PIC 9(1).
       77 WS-DESCUBIERTO-EFECTIVO PIC 9(5)V99.
       77 WS-PERFIL-OPERACION PIC X(1) VALUE "V".
       77 WS-PERFIL-DATOS PIC X(200).
       77 WS-PERFIL-ESTADO PIC X(1).
       77 WS-FS-PINFALLOS PIC 99.
       77 WS-UMBRAL-FALLOS-PIN PIC 9(1) VALUE 3.
      *> EL ARCHIVO DE CUENTAS YA NO GUARDA EL PIN EN CLARO, SOLO EL
       77 WS-TITULAR-OK PIC X(1).
       77 WS-FS-PERMISOS PIC 99.
       77 WS-PERMISO-OK PIC X(1) VALUE "S".
       77 WS-FS-SEGFIRMA PIC 99.
       77 WS-CONFL-RESULTADO PIC X(1).
       77 WS-CONFL-CLIENTE PIC X(6).
       77 WS-CONFL-RECHAZADO PIC X(1) VALUE "N".
       77 WS-SEGUNDO-CAJERO PIC X(4).
       77 WS-SEGUNDO-RESULTADO PIC X(1).
       77 WS-SEGUNDO-CLIENTE PIC X(6).
       77 WS-SEGUNDA-FIRMA-OK PIC X(1).
       77 WS-FECHA-ISO PIC X(21).
       77 WS-MODO-ISO PIC X(1) VALUE "I".
       77 WS-PERM-MAX PIC 9(5)V99 VALUE 99999.99.
       77 WS-ERR-PROGRAMA PIC X(20) VALUE "BANCO".
       77 WS-ERR-PARRAFO PIC X(30).
       77 WS-RETIRADA-OK PIC X(1) VALUE "S".
       77 WS-MOV-TIPO PIC X(10).
       77 WS-BUSCAR-CUENTA-DEST PIC X(10).
       77 WS-IBAN-OPERACION PIC X(1).
       77 WS-IBAN-DESTINO PIC X(24).
       77 WS-IBAN-CUENTA PIC X(10).
       77 WS-IBAN-RESULTADO PIC X(1).
       77 WS-PIN-INTRODUCIDO PIC X(4).
       77 WS-PIN-ACTUAL-ENTRADA PIC X(4).
       77 WS-PIN-CONFIRMA PIC X(4).
       77 WS-OP-PARAM1 PIC S9(9)V99.
       77 WS-OP-PARAM2 PIC S9(9)V99.
       77 WS-OP-RESULT PIC S9(9)V99.
      *> FILTRO DE SANCIONES DEL CLIENTE NUEVO (CRIBASAN).
       77 WS-CRB-OPERACION PIC X(1) VALUE "N".
       77 WS-CRB-TEXTO PIC X(30).
       77 WS-CRB-RESULTADO PIC X(1).
       77 WS-CRB-REFERENCIA PIC X(12).

       01 WS-CRB-OBJETO.
           05 WS-CRB-TIPO PIC X(1) VALUE "C".
           05 WS-CRB-CLAVE PIC X(10).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 WS-MOVS-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-MOVS-RECIBO PIC 9(6) VALUE ZERO.
           05 WS-MOVS-OPERADOR PIC X(4) VALUE "LOTE".
           05 WS-MOVS-OFICINA PIC X(4).
           05 WS-MOVS-FECHA-VALOR PIC 9(8).

      *> RUTAS FISICAS DE LOS ARCHIVOS: POR DEFECTO LAS DE
      *> PRODUCCION, PERO EL SERVICIO RUTAS LAS PUEDE REDIRIGIR
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JTITULARES.txt".
       77 WS-RUTA-PERMISOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JPERMISOS.txt".
       77 WS-RUTA-SEGFIRMA PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JSEGFIRMA.txt".

       01 WS-RECIBO-LINEA.
           05 REC-NUMERO PIC 9(6).
           05 REC-SALDO PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 REC-OPERADOR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 REC-IBAN PIC X(24).

      *> Linea del registro de intentos fallidos de acceso a una
      *> cuenta (cuenta inexistente o PIN incorrecto), para poder
           05 WS-FRAUDE-OPERADOR PIC X(4).


      *> FECHA VALOR POR TIPO DE OPERACION: "D" EL MISMO DIA DEL
      *> APUNTE; "H" EL PRIMER DIA HABIL IGUAL O POSTERIOR (LOS
      *> ABONOS TOMADOS EN SABADO O FESTIVO VALEN DESDE EL SIGUIENTE
      *> HABIL). LOS TIPOS QUE NO ESTAN EN LA TABLA VAN A "D" Y LA
      *> REVERSA TOMA LA FECHA VALOR DEL MOVIMIENTO QUE DESHACE.
       01 WS-TABLA-VALOR-DATOS.
           05 FILLER PIC X(11) VALUE "INGRESO   H".
           05 FILLER PIC X(11) VALUE "RETIRADA  D".
           05 FILLER PIC X(11) VALUE "TRANSFER  D".
           05 FILLER PIC X(11) VALUE "PLAZO     D".
       01 FILLER REDEFINES WS-TABLA-VALOR-DATOS.
           05 WS-VALOR-REGLA OCCURS 4 TIMES.
               10 WS-VALOR-TIPO PIC X(10).
               10 WS-VALOR-CRITERIO PIC X(1).


      *> PRODUCTO DE LA CUENTA (CATALOGO JPRODUCTOS, SERVICIO
      *> PRODCUENTA): DE EL SALEN LAS DIVISAS QUE SE ADMITEN EN EL
      *> ALTA Y EL DESCUBIERTO MAXIMO QUE SE PUEDE AUTORIZAR.
       01 WS-PRODUCTO.
           05 WS-PRD-CODIGO PIC X(3).
           05 WS-PRD-DESCRIPCION PIC X(20).
           05 WS-PRD-TASA-INTERES PIC V999.
           05 WS-PRD-TRAMO OCCURS 3 TIMES.
               10 WS-PRD-TRAMO-DESDE PIC 9(7)V99.
               10 WS-PRD-TRAMO-TASA PIC V999.
           05 WS-PRD-CUOTA-MES PIC 9(4)V99.
           05 WS-PRD-MAX-DESCUBIERTO PIC 9(5)V99.
           05 WS-PRD-TASA-DEMORA PIC V9(5).
           05 WS-PRD-DIVISA PIC X(3) OCCURS 4 TIMES.
           05 WS-PRD-ESTADO PIC X(1).

       01 WS-DATOS-CUENTA.
           05 WS-NUMCUENTA PIC X(10).
           05 WS-CLIENTE-ID PIC X(6).
           MOVE "JTITULARES" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-TITULARES
           MOVE "JPERMISOS" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-PERMISOS
           MOVE "JSEGFIRMA" TO WS-RUTA-LOGICO
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-SEGFIRMA.
       02-CARGAR-RUTAS-END.
       EXIT.

       EXIT.


      *> FIRMA DEL CAJERO AL ARRANCAR CONTRA EL MAESTRO UNICO DE
      *> OPERADORES (OPERFIRMA), QUE DA TAMBIEN SU ROL DE BANCO. SU
      *> IDENTIDAD QUEDA ESTAMPADA EN CADA LINEA DE LEDGER, REGISTRO
      *> DE FRAUDE Y RECIBO DE LA SESION. JCAJEROS SIGUE DANDO SU
      *> OFICINA.
       07-FIRMA-CAJERO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           MOVE WS-SES-OPERADOR TO WS-CAJERO.
           MOVE WS-SES-ROL TO WS-CAJERO-ROL.
           OPEN INPUT CAJEROS.
           IF WS-FS-CAJEROS EQUAL "00"
               PERFORM 07-OFICINA-CAJERO
           END-IF.
           CLOSE CAJEROS.
       07-FIRMA-CAJERO-END.
       EXIT.


       07-OFICINA-CAJERO.
           MOVE WS-CAJERO TO CAJERO-ID.
           READ CAJEROS RECORD
           INVALID KEY
               DISPLAY "AVISO: el cajero no esta en JCAJEROS"
               " (CAJEROMANT), sin oficina asignada."
           NOT INVALID KEY
               DISPLAY "Oficina " CAJERO-OFICINA
           END-READ.
       07-OFICINA-CAJERO-END.
       EXIT.


                   MOVE "M" TO WS-JRN-OP
                   MOVE DATOS-CUENTA TO WS-JRN-DESPUES
                   PERFORM 19-ANOTAR-JOURNAL
                   MOVE "PINBLOQ" TO WS-AVI-SUCESO
                   MOVE ZERO TO WS-AVI-IMPORTE
                   CALL "AVISOCLI" USING WS-AVI-SUCESO, DATOS-CUENTA,
                       DATOS-CUENTA, WS-AVI-IMPORTE
                   DISPLAY "Tercer fallo de PIN consecutivo: la"
                   " cuenta queda bloqueada por seguridad. Solo un"
                   " supervisor puede desbloquearla (BANCOFRAUDE)."

       20-CREAR-CUENTA.
           PERFORM 21-LOCALIZAR-CLIENTE.
           PERFORM 21-VALIDAR-PERFIL.
           DISPLAY "¿Cuanto dinero desea poner en su cuenta? "
           ACCEPT SALDO
           MOVE "N" TO WS-PRODUCTO-OK
           PERFORM 22-ELEGIR-PRODUCTO UNTIL WS-PRODUCTO-OK EQUAL "S"
           MOVE WS-PIN-HASH TO PIN
           MOVE WS-BUSCAR-CUENTA TO NUMCUENTA
           MOVE "A" TO ESTADO
      *> EL TITULAR ES UN CLIENTE DEL MAESTRO JCLIENTES: SI EL CODIGO
      *> NO EXISTE TODAVIA SE DA DE ALTA AQUI MISMO, Y LA CUENTA SOLO
      *> GUARDA EL CODIGO (UNA CORRECCION DE APELLIDO YA NO OBLIGA A
      *> TOCAR CADA CUENTA). EL CLIENTE NUEVO PASA POR EL FILTRO DE
      *> SANCIONES COMO UN ALTA DE BANCOCLIENTES.
       21-LOCALIZAR-CLIENTE.
           OPEN I-O CLIENTES.
           IF WS-FS-CLIENTES = "35"
               DISPLAY "Apellido del titular: "
               ACCEPT CLI-APELLIDO
               WRITE DATOS-CLIENTE
               IF WS-FS-CLIENTES EQUAL "00"
                   PERFORM 21-FILTRAR-CLIENTE
               END-IF
           NOT INVALID KEY
               DISPLAY "Titular: " CLI-NOMBRE " " CLI-APELLIDO
           END-READ.
       EXIT.


      *> LA CUENTA SE ABRE IGUAL: LA ALERTA LA DECIDE CUMPLIMIENTO,
      *> QUE SI LA CONFIRMA BLOQUEA LAS CUENTAS DEL CLIENTE.
       21-FILTRAR-CLIENTE.
           MOVE CLI-ID TO WS-CRB-CLAVE.
           MOVE SPACES TO WS-CRB-TEXTO.
           STRING CLI-NOMBRE " " CLI-APELLIDO DELIMITED BY SIZE
               INTO WS-CRB-TEXTO
           END-STRING.
           CALL "CRIBASAN" USING WS-CRB-OPERACION, WS-CRB-OBJETO,
               WS-CRB-TEXTO, WS-CRB-RESULTADO, WS-CRB-REFERENCIA.
           IF WS-CRB-RESULTADO EQUAL "S"
               DISPLAY "AVISO: posible coincidencia con la lista de"
               " sanciones (" WS-CRB-REFERENCIA "). Alerta pasada a"
               " cumplimiento."
           END-IF.
       21-FILTRAR-CLIENTE-END.
       EXIT.


      *> EL PRODUCTO SE ELIGE DEL CATALOGO: TIENE QUE ESTAR A LA
      *> VENTA Y ADMITIR LA DIVISA PEDIDA. SIN CATALOGO LA CUENTA SE
      *> ABRE COMO CORRIENTE "CTE" EN CUALQUIER DIVISA, COMO SIEMPRE.
       22-ELEGIR-PRODUCTO.
           DISPLAY "Divisa de la cuenta (EUR/USD/GBP): "
           ACCEPT MONEDA
           IF MONEDA EQUAL SPACE
               MOVE "EUR" TO MONEDA
           END-IF
           DISPLAY "Producto de la cuenta (CTE/AHO/JOV...): "
           ACCEPT WS-PRD-CLAVE
           IF WS-PRD-CLAVE EQUAL SPACES
               MOVE "CTE" TO WS-PRD-CLAVE
           END-IF
           MOVE "P" TO WS-PRD-OPERACION
           CALL "PRODCUENTA" USING WS-PRD-OPERACION, WS-PRD-CLAVE,
               WS-PRODUCTO, WS-PRD-RESULTADO
           EVALUATE TRUE
           WHEN WS-PRD-RESULTADO EQUAL "X"
               MOVE "CTE" TO WS-PRD-CODIGO
               MOVE "S" TO WS-PRODUCTO-OK
           WHEN WS-PRD-RESULTADO NOT EQUAL "S"
               DISPLAY "No existe ese producto."
           WHEN WS-PRD-ESTADO NOT EQUAL "A"
               DISPLAY "Producto retirado de la venta."
           WHEN OTHER
               PERFORM 22-COMPROBAR-DIVISA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF WS-PRODUCTO-OK NOT EQUAL "S"
                   DISPLAY "El producto " WS-PRD-CODIGO
                   " no admite la divisa " MONEDA "."
               END-IF
           END-EVALUATE.
       22-ELEGIR-PRODUCTO-END.
       EXIT.


       22-COMPROBAR-DIVISA.
           IF WS-PRD-DIVISA (WS-I) EQUAL MONEDA
               MOVE "S" TO WS-PRODUCTO-OK
           END-IF.
       22-COMPROBAR-DIVISA-END.
       EXIT.


      *> NO SE ABRE CUENTA A UN CLIENTE SIN FICHA DE IDENTIDAD
      *> COMPLETA (BANCOCLIENTES) O CON EL DOCUMENTO CADUCADO.
       21-VALIDAR-PERFIL.
           CALL "PERFILCLI" USING WS-PERFIL-OPERACION, CLIENTE-ID,
               WS-PERFIL-DATOS, WS-PERFIL-ESTADO.
           IF WS-PERFIL-ESTADO NOT EQUAL "S"
               EVALUATE WS-PERFIL-ESTADO
               WHEN "C"
                   DISPLAY "El documento de identidad del cliente "
                   CLIENTE-ID " esta caducado."
               WHEN "I"
                   DISPLAY "La ficha de identidad del cliente "
                   CLIENTE-ID " esta incompleta."
               WHEN OTHER
                   DISPLAY "El cliente " CLIENTE-ID
                   " no tiene ficha de identidad."
               END-EVALUATE
               DISPLAY "Complete la ficha en BANCOCLIENTES antes de"
               " abrir la cuenta."
               PERFORM 100-CERRAR
           END-IF.
       21-VALIDAR-PERFIL-END.
       EXIT.


       25-OBTENER-SIMBOLO-MONEDA.
           EVALUATE WS-MONEDA
           WHEN "USD"
               MOVE SPACES TO WS-JRN-ANTES
               MOVE DATOS-CUENTA TO WS-JRN-DESPUES
               PERFORM 19-ANOTAR-JOURNAL
               MOVE "A" TO WS-PRD-OPERACION
               MOVE NUMCUENTA TO WS-PRD-CLAVE
               CALL "PRODCUENTA" USING WS-PRD-OPERACION, WS-PRD-CLAVE,
                   WS-PRODUCTO, WS-PRD-RESULTADO
      *>LA CUENTA NUEVA ES DE LA OFICINA DEL CAJERO QUE LA ABRE.
               MOVE "A" TO WS-OFI-OPERACION
               MOVE SPACES TO WS-OFI-OFICINA
               CALL "OFICINASERV" USING WS-OFI-OPERACION, NUMCUENTA,
                   WS-CAJERO, WS-OFI-OFICINA
               MOVE "G" TO WS-IBAN-OPERACION
               MOVE NUMCUENTA TO WS-IBAN-CUENTA
               CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
                   WS-IBAN-DESTINO, WS-IBAN-RESULTADO
               IF WS-IBAN-RESULTADO EQUAL "S"
                   DISPLAY "IBAN de la cuenta: " WS-IBAN-DESTINO
               END-IF
               CLOSE CUENTA
               OPEN I-O CUENTA
           ELSE
               OPEN EXTEND SALIDA
           END-IF.
           OPEN EXTEND MOVS.
           PERFORM 18-CARGAR-PRODUCTO.
           PERFORM 25-OBTENER-SIMBOLO-MONEDA.
           MOVE WS-SIMBOLO-MONEDA TO WS-SUMA-SIMBOLO.
           MOVE WS-SIMBOLO-MONEDA TO WS-RESTA-SIMBOLO.
       EXIT.


      *> EL DESCUBIERTO QUE SE AUTORIZA EN LA SESION ES EL PACTADO
      *> EN LA CUENTA, PERO NUNCA MAS QUE EL MAXIMO DE SU PRODUCTO.
      *> SIN CATALOGO SE QUEDA EL PACTADO.
       18-CARGAR-PRODUCTO.
           MOVE "C" TO WS-PRD-OPERACION.
           MOVE WS-NUMCUENTA TO WS-PRD-CLAVE.
           CALL "PRODCUENTA" USING WS-PRD-OPERACION, WS-PRD-CLAVE,
               WS-PRODUCTO, WS-PRD-RESULTADO.
           MOVE WS-LIMITE-DESCUBIERTO TO WS-DESCUBIERTO-EFECTIVO.
           IF WS-PRD-RESULTADO EQUAL "S"
               AND WS-PRD-MAX-DESCUBIERTO < WS-DESCUBIERTO-EFECTIVO
               MOVE WS-PRD-MAX-DESCUBIERTO TO WS-DESCUBIERTO-EFECTIVO
           END-IF.
       18-CARGAR-PRODUCTO-END.
       EXIT.


      *> TODA ESCRITURA CONTRA EL ARCHIVO DE CUENTAS DEJA SU IMAGEN
      *> ANTERIOR Y POSTERIOR EN EL JOURNAL COMPARTIDO, PARA PODER
      *> RECONSTRUIR EL ARCHIVO CON BANCORECUPERA.
      *>LA MATRIZ DE PERMISOS (CAJEROMANT) GOBIERNA LAS OPERACIONES
      *>DE NEGOCIO; LA CONSULTA Y LA SALIDA QUEDAN LIBRES. UN
      *>INTENTO DENEGADO SE ANOTA EN JFRAUDE CON EL OPERADOR, IGUAL
      *>QUE UN PIN FALLIDO. SOBRE UNA CUENTA PROPIA O DE UN FAMILIAR
      *>DEL CAJERO, ADEMAS, HACE FALTA LA FIRMA DE OTRO CAJERO.
           MOVE "N" TO WS-CONFL-RECHAZADO
           IF WS-OPERACION EQUAL "S" OR WS-OPERACION EQUAL "I"
           OR WS-OPERACION EQUAL "T" OR WS-OPERACION EQUAL "P"
           OR WS-OPERACION EQUAL "B" OR WS-OPERACION EQUAL "R"
           OR WS-OPERACION EQUAL "N"
               PERFORM 21-COMPROBAR-PERMISO
               IF WS-PERMISO-OK EQUAL "S"
                   PERFORM 21-COMPROBAR-CONFLICTO
               END-IF
           ELSE
               MOVE "S" TO WS-PERMISO-OK
           END-IF

           IF WS-PERMISO-OK NOT EQUAL "S"
               IF WS-CONFL-RECHAZADO EQUAL "S"
                   DISPLAY "Operacion no autorizada: falta la firma"
                   " de un segundo cajero."
                   MOVE "CONFLICTO SIN FIRMA" TO WS-FRAUDE-MOTIVO
               ELSE
                   DISPLAY "Operacion no permitida para el rol "
                   WS-CAJERO-ROL "."
                   MOVE "OPERACION DENEGADA" TO WS-FRAUDE-MOTIVO
               END-IF
               PERFORM 15-REGISTRAR-FRAUDE
           ELSE
           EVALUATE WS-OPERACION
       EXIT.


      *> CONFLICTO DE INTERES (SERVICIO CAJCONFL CON LOS VINCULOS DE
      *> CAJEROMANT): SI EL CAJERO O UN FAMILIAR DECLARADO ES TITULAR
      *> O COTITULAR DE LA CUENTA, LA OPERACION SOLO SIGUE CON LA
      *> FIRMA DE UN SEGUNDO CAJERO, QUE QUEDA ANOTADA EN JSEGFIRMA.
       21-COMPROBAR-CONFLICTO.
           CALL "CAJCONFL" USING WS-CAJERO, WS-NUMCUENTA,
               WS-CLIENTE-ID, WS-CONFL-RESULTADO, WS-CONFL-CLIENTE.
           IF WS-CONFL-RESULTADO NOT EQUAL "N"
               IF WS-CONFL-RESULTADO EQUAL "P"
                   DISPLAY "AVISO: la cuenta es del propio cajero"
                   " (cliente " WS-CONFL-CLIENTE ")."
               ELSE
                   DISPLAY "AVISO: la cuenta es de un familiar"
                   " declarado del cajero (cliente "
                   WS-CONFL-CLIENTE ")."
               END-IF
               PERFORM 21-SEGUNDA-FIRMA
               IF WS-SEGUNDA-FIRMA-OK EQUAL "S"
                   PERFORM 21-ANOTAR-SEGUNDA-FIRMA
               ELSE
                   MOVE "N" TO WS-PERMISO-OK
                   MOVE "S" TO WS-CONFL-RECHAZADO
               END-IF
           END-IF.
       21-COMPROBAR-CONFLICTO-END.
       EXIT.


      *> EL SEGUNDO CAJERO FIRMA CON SU CODIGO Y CLAVE CONTRA EL
      *> MAESTRO UNICO DE OPERADORES (OPERFIRMA "F"); NO PUEDE SER EL
      *> MISMO NI TENER EL TAMBIEN CONFLICTO CON LA CUENTA.
       21-SEGUNDA-FIRMA.
           MOVE "N" TO WS-SEGUNDA-FIRMA-OK.
           DISPLAY "Codigo del segundo cajero: "
           ACCEPT WS-SEGUNDO-CAJERO.
           IF WS-SEGUNDO-CAJERO EQUAL WS-CAJERO
               DISPLAY "El segundo cajero no puede ser el de la"
               " sesion."
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERFIRMA" USING WS-FIR-SUBSISTEMA, WS-SEGUNDO-CAJERO,
               WS-FIR-ROL, WS-FIR-RESULTADO.
           IF WS-FIR-RESULTADO EQUAL "S"
               CALL "CAJCONFL" USING WS-SEGUNDO-CAJERO,
                   WS-NUMCUENTA, WS-CLIENTE-ID,
                   WS-SEGUNDO-RESULTADO, WS-SEGUNDO-CLIENTE
               IF WS-SEGUNDO-RESULTADO EQUAL "N"
                   MOVE "S" TO WS-SEGUNDA-FIRMA-OK
               ELSE
                   DISPLAY "El segundo cajero tambien esta"
                   " vinculado a la cuenta."
               END-IF
           END-IF.
       21-SEGUNDA-FIRMA-END.
       EXIT.


       21-ANOTAR-SEGUNDA-FIRMA.
           CALL "FECHA-ACTUAL" USING WS-FECHA-ISO, WS-MODO-ISO.
           MOVE SPACES TO REG-SEGFIRMA.
           MOVE WS-FECHA-ISO TO SEG-FECHA.
           MOVE WS-CAJERO TO SEG-CAJERO.
           MOVE WS-SEGUNDO-CAJERO TO SEG-SEGUNDO.
           MOVE WS-NUMCUENTA TO SEG-CUENTA.
           MOVE WS-OPERACION TO SEG-OPERACION.
           MOVE WS-CONFL-RESULTADO TO SEG-TIPO.
           MOVE WS-CONFL-CLIENTE TO SEG-CLIENTE.
           OPEN EXTEND SEGUNDAS-FIRMAS.
           WRITE REG-SEGFIRMA.
           CLOSE SEGUNDAS-FIRMAS.
       21-ANOTAR-SEGUNDA-FIRMA-END.
       EXIT.


      *> PIDE EL IMPORTE Y APLICA LAS VALIDACIONES COMUNES A TODA
      *> OPERACION: CUENTA BLOQUEADA, LIMITE POR TRANSACCION Y
      *> LIMITES MIN/MAX CONFIGURADOS.
               CALL "SUBPROGRAMA" USING WS-OP-CODIGO, WS-OP-PARAM1,
                   WS-OP-PARAM2, WS-OP-RESULT
               MOVE WS-OP-RESULT TO WS-SALDO
               MOVE "RETIRADA" TO WS-AVI-SUCESO
               MOVE WS-DINERO-SACADO TO WS-AVI-IMPORTE
               CALL "AVISOCLI" USING WS-AVI-SUCESO, WS-DATOS-CUENTA,
                   WS-DATOS-CUENTA, WS-AVI-IMPORTE
               DISPLAY "Has retirado " WS-DINERO-SACADO " Euros"
               MOVE WS-DINERO-SACADO TO WS-DINERO-RES
               MOVE "RETIRADA" TO WS-MOV-TIPO

      *> UNA RETIRADA O TRANSFERENCIA QUE SUPERA EL SALDO DISPONIBLE
      *> SOLO SE PERMITE DENTRO DEL DESCUBIERTO AUTORIZADO QUE TIENE
      *> PACTADO LA PROPIA CUENTA (LIMITE-DESCUBIERTO), TOPADO POR EL
      *> MAXIMO DE SU PRODUCTO; MAS ALLA SE RECHAZA. LOS IMPORTES
      *> CON RETENCION ACTIVA (JRETENCION) NO CUENTAN COMO DISPONIBLES
      *> AUNQUE YA ESTEN EN EL SALDO.
       33-AUTORIZAR-DESCUBIERTO.
           PERFORM 33-SUMAR-RETENCIONES.
           IF WS-DINERO-SACADO >
               WS-SALDO - WS-IMPORTE-RETENIDO
               IF WS-DINERO-SACADO >
                   WS-SALDO - WS-IMPORTE-RETENIDO
                   + WS-DESCUBIERTO-EFECTIVO
                   DISPLAY "Fondos insuficientes. Saldo actual: "
                   WS-SALDO " Retenido: " WS-IMPORTE-RETENIDO
                   " Descubierto autorizado: "
                   WS-DESCUBIERTO-EFECTIVO
                   DISPLAY
                   "Operacion rechazada: supera el descubierto"
                   " autorizado."
      *> EL IMPORTE, ANOTANDO SU PROPIA LINEA DE LEDGER CON EL
      *> IMPORTE ABONADO EN SU DIVISA.
       34-ABONAR-DESTINO.
           PERFORM 34-PEDIR-CUENTA-DESTINO.
           IF WS-BUSCAR-CUENTA-DEST EQUAL SPACES
               MOVE "N" TO WS-OPERACION-OK
               MOVE "RECHAZADA" TO WS-MOV-TIPO
           ELSE
               PERFORM 34-LEER-DESTINO
           END-IF.
       34-ABONAR-DESTINO-END.
       EXIT.


       34-LEER-DESTINO.
           MOVE WS-BUSCAR-CUENTA-DEST TO NUMCUENTA.
           READ CUENTA RECORD
           INVALID KEY
                   PERFORM 36-LEDGER-DESTINO
               END-IF
           END-READ.
       34-LEER-DESTINO-END.
       EXIT.


      *> PIDE EL IBAN DE LA CUENTA DESTINO Y COMPRUEBA SUS DIGITOS DE
      *> CONTROL ANTES DE TOCAR NINGUN SALDO. SOLO SE ADMITEN CUENTAS
      *> DE LA ENTIDAD: LAS DE OTROS BANCOS VAN POR BANCOEXTERIOR. SI
      *> EL IBAN NO SIRVE, LA CUENTA DESTINO QUEDA EN BLANCO.
       34-PEDIR-CUENTA-DESTINO.
           DISPLAY "IBAN de la cuenta destino: "
           ACCEPT WS-IBAN-DESTINO.
           MOVE "V" TO WS-IBAN-OPERACION.
           MOVE SPACES TO WS-IBAN-CUENTA.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               WS-IBAN-DESTINO, WS-IBAN-RESULTADO.
           EVALUATE WS-IBAN-RESULTADO
           WHEN "S"
               MOVE WS-IBAN-CUENTA TO WS-BUSCAR-CUENTA-DEST
           WHEN "E"
               DISPLAY
               "El IBAN es de otra entidad: use BANCOEXTERIOR."
               " Transferencia cancelada."
               MOVE SPACES TO WS-BUSCAR-CUENTA-DEST
           WHEN OTHER
               DISPLAY
               "IBAN no valido (digitos de control)."
               " Transferencia cancelada."
               MOVE SPACES TO WS-BUSCAR-CUENTA-DEST
           END-EVALUATE.
       34-PEDIR-CUENTA-DESTINO-END.
       EXIT.


           MOVE WS-MOV-TIPO TO WS-MOVS-TIPO.
           MOVE WS-DINERO-SACADO TO WS-MOVS-IMPORTE.
           MOVE WS-SALDO TO WS-MOVS-SALDO.
           IF WS-CAJERO-ROL EQUAL "S"
           AND (WS-MOV-TIPO EQUAL "INGRESO"
               OR WS-MOV-TIPO EQUAL "RETIRADA"
               OR WS-MOV-TIPO EQUAL "TRANSFER"
               OR WS-MOV-TIPO EQUAL "REVERSA")
               PERFORM 38-CORREGIR-VALOR
           END-IF.
           PERFORM 38-ESCRIBIR-MOVS.

           IF WS-MOV-TIPO EQUAL "INGRESO"
      *> ESTADO "P" SIN TOCAR NINGUN SALDO HASTA QUE UN SUPERVISOR
      *> LA APRUEBE O RECHACE EN BANCOAUTORIZA.
       48-PARQUEAR-TRANSFERENCIA.
           PERFORM 34-PEDIR-CUENTA-DESTINO.
           IF WS-BUSCAR-CUENTA-DEST NOT EQUAL SPACES
               PERFORM 48-GRABAR-PENDIENTE
           END-IF.
       48-PARQUEAR-TRANSFERENCIA-END.
       EXIT.


       48-GRABAR-PENDIENTE.
           OPEN I-O PENDIENTES.
           IF WS-FS-PENDIENTES = "35"
               OPEN OUTPUT PENDIENTES
               " aprobacion de un supervisor (BANCOAUTORIZA)."
           END-WRITE.
           CLOSE PENDIENTES.
       48-GRABAR-PENDIENTE-END.
       EXIT.




      *> SI EL CAJERO FIRMADO NO ES SUPERVISOR, UN SUPERVISOR DEL
      *> MAESTRO DE OPERADORES (ALTA Y ROL DE BANCO "S") DEBE
      *> AUTORIZAR LA REVERSA CON SU CODIGO Y CLAVE (OPERFIRMA "F").
       46-AUTORIZA-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK.
           DISPLAY "Codigo del supervisor que autoriza: "
           ACCEPT WS-SUPERVISOR-ID.
           CALL "OPERFIRMA" USING WS-FIR-SUBSISTEMA, WS-SUPERVISOR-ID,
               WS-FIR-ROL, WS-FIR-RESULTADO.
           IF WS-FIR-RESULTADO EQUAL "S"
               IF WS-FIR-ROL EQUAL "S"
                   MOVE "S" TO WS-SUPERVISOR-OK
               ELSE
                   DISPLAY "El operador no tiene rol de supervisor."
               END-IF
           END-IF.
       46-AUTORIZA-SUPERVISOR-END.
       EXIT.

      *> EXTEND.
       46-COMPROBAR-YA-REVERSADO.
           MOVE "N" TO WS-YA-REVERSADO.
           MOVE ZERO TO WS-VALOR-REVERSADO.
           CLOSE MOVS.
           OPEN INPUT MOVS.
           IF WS-FS-MOVS EQUAL "00"
                   MOVE "S" TO WS-YA-REVERSADO
                   MOVE "S" TO WS-FIN-MOVS
               END-IF
      *>De paso se guarda la fecha valor del movimiento original,
      *>que es la que hereda su reversa.
               IF WS-MOVS-TIPO NOT EQUAL "REVERSA"
               AND WS-MOVS-TIPO-REGISTRO EQUAL "MV"
               AND WS-MOVS-RECIBO EQUAL WS-RECIBO-BUSCAR
               AND WS-MOVS-CUENTA EQUAL WS-NUMCUENTA
                   IF WS-MOVS-FECHA-VALOR IS NUMERIC
                   AND WS-MOVS-FECHA-VALOR NOT EQUAL ZERO
                       MOVE WS-MOVS-FECHA-VALOR TO WS-VALOR-REVERSADO
                   ELSE
                       MOVE WS-MOVS-FECHA TO WS-VALOR-REVERSADO
                   END-IF
               END-IF
           END-READ.
       46-LEER-MOVS-END.
       EXIT.
           MOVE WS-DINERO-SACADO TO REC-IMPORTE.
           MOVE WS-SALDO TO REC-SALDO.
           MOVE WS-CAJERO TO REC-OPERADOR.
           MOVE "G" TO WS-IBAN-OPERACION.
           MOVE WS-NUMCUENTA TO WS-IBAN-CUENTA.
           CALL "IBANSERV" USING WS-IBAN-OPERACION, WS-IBAN-CUENTA,
               REC-IBAN, WS-IBAN-RESULTADO.
           OPEN EXTEND RECIBOS.
           WRITE REG-RECIBO FROM WS-RECIBO-LINEA.
           CLOSE RECIBOS.

      *> GRABA EL REGISTRO TIPADO DEL MOVIMIENTO EN JMOVS. LA CUENTA,
      *> EL TIPO, EL IMPORTE Y EL SALDO LOS DEJA PREPARADOS QUIEN LO
      *> LLAMA; AQUI SOLO SE ESTAMPAN LA FECHA DEL APUNTE Y LA FECHA
      *> VALOR (LA CORREGIDA POR EL SUPERVISOR O LA DE LA TABLA DE
      *> TIPOS) Y SE ESCRIBE.
       38-ESCRIBIR-MOVS.
           MOVE "MV" TO WS-MOVS-TIPO-REGISTRO.
           MOVE WS-CAJERO TO WS-MOVS-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM TO WS-MOVS-FECHA.
           IF WS-FECHA-VALOR-MOV EQUAL ZERO
               PERFORM 38-VALOR-PROPUESTO
               MOVE WS-VALOR-PROPUESTO TO WS-FECHA-VALOR-MOV
           END-IF.
           IF WS-FECHA-VALOR-MOV < WS-HOY-NUM
               PERFORM 38-COMPROBAR-PERIODO
           END-IF.
           MOVE WS-FECHA-VALOR-MOV TO WS-MOVS-FECHA-VALOR.
           MOVE ZERO TO WS-FECHA-VALOR-MOV.
           MOVE "M" TO WS-OFI-OPERACION
           CALL "OFICINASERV" USING WS-OFI-OPERACION,
               WS-MOVS-CUENTA, WS-MOVS-OPERADOR, WS-MOVS-OFICINA
           WRITE REG-MOVS FROM WS-MOVS-LINEA.
       38-ESCRIBIR-MOVS-END.
       EXIT.


      *> UNA FECHA VALOR PASADA (REVERSA O CORREGIDA POR EL SUPERVISOR)
      *> NO PUEDE CAER EN UN MES YA CERRADO: EL APUNTE QUEDA COMO AJUSTE
      *> DEL PERIODO EN CURSO, CON FECHA VALOR DE HOY.
       38-COMPROBAR-PERIODO.
           MOVE "F" TO WS-PERSERV-OP.
           MOVE WS-FECHA-VALOR-MOV TO WS-PERSERV-FECHA.
           CALL "PERIODOSERV" USING WS-PERSERV-OP,
               WS-PERSERV-SUBSISTEMA, WS-PERSERV-FECHA,
               WS-PERSERV-PERIODO, WS-PERSERV-CONTROL,
               WS-PERSERV-ESTADO.
           IF WS-PERSERV-ESTADO EQUAL "C"
               DISPLAY "El mes " WS-PERSERV-PERIODO " esta cerrado: "
               "el apunte queda como ajuste con fecha valor de hoy."
               MOVE WS-HOY-NUM TO WS-FECHA-VALOR-MOV
           END-IF.
       38-COMPROBAR-PERIODO-END.
       EXIT.


      *> FECHA VALOR QUE CORRESPONDE AL TIPO DEL MOVIMIENTO PREPARADO
      *> EN WS-MOVS-TIPO SEGUN LA TABLA WS-VALOR-REGLA.
       38-VALOR-PROPUESTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM TO WS-VALOR-PROPUESTO.
           IF WS-MOVS-TIPO EQUAL "REVERSA"
               IF WS-VALOR-REVERSADO NOT EQUAL ZERO
                   MOVE WS-VALOR-REVERSADO TO WS-VALOR-PROPUESTO
               END-IF
           ELSE
               PERFORM 38-BUSCAR-REGLA-VALOR
                   VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
           END-IF.
       38-VALOR-PROPUESTO-END.
       EXIT.


       38-BUSCAR-REGLA-VALOR.
           IF WS-VALOR-TIPO (WS-V) EQUAL WS-MOVS-TIPO
               IF WS-VALOR-CRITERIO (WS-V) EQUAL "H"
                   MOVE "H" TO WS-FECHASERV-OP
                   CALL "FECHASERV" USING WS-FECHASERV-OP,
                       WS-HOY-NUM, WS-FECHASERV-FECHA2,
                       WS-FECHASERV-DIAS, WS-FECHASERV-RESULTADO
                   MOVE WS-FECHASERV-RESULTADO TO WS-VALOR-PROPUESTO
               END-IF
               MOVE 5 TO WS-V
           END-IF.
       38-BUSCAR-REGLA-VALOR-END.
       EXIT.


      *> UN SUPERVISOR FIRMADO PUEDE CORREGIR LA FECHA VALOR QUE
      *> PROPONE LA TABLA (POR EJEMPLO PARA ANOTAR CON LA FECHA VALOR
      *> CORRECTA UN INGRESO QUE SE OLVIDO EL DIA QUE SE RECIBIO).
      *> CERO DEJA LA PROPUESTA. LA FECHA VALOR ANTERIOR A LAS
      *> PASADAS DE INTERESES YA HECHAS LA REGULARIZAN BANCOINTERES Y
      *> BANCOPENALIZA EN SU SIGUIENTE EJECUCION.
       38-CORREGIR-VALOR.
           PERFORM 38-VALOR-PROPUESTO.
           DISPLAY "Fecha valor propuesta: " WS-VALOR-PROPUESTO.
           DISPLAY "Fecha valor (AAAAMMDD, 0 = la propuesta): "
           ACCEPT WS-VALOR-ENTRADA.
           IF WS-VALOR-ENTRADA EQUAL ZERO
               MOVE WS-VALOR-PROPUESTO TO WS-FECHA-VALOR-MOV
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-VALOR-ENTRADA)
                   EQUAL ZERO
                   MOVE WS-VALOR-ENTRADA TO WS-FECHA-VALOR-MOV
               ELSE
                   DISPLAY "Fecha no valida: se deja la propuesta."
                   MOVE WS-VALOR-PROPUESTO TO WS-FECHA-VALOR-MOV
               END-IF
           END-IF.
       38-CORREGIR-VALOR-END.
       EXIT.


      *> EL EFECTIVO QUE ENTRA O SALE POR VENTANILLA MUEVE EL CAJON
      *> DEL CAJERO EN EL MOMENTO; LAS TRANSFERENCIAS Y PLAZOS NO
      *> TOCAN EFECTIVO.
