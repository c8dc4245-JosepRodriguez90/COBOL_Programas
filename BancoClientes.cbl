      * Purpose: Mantenimiento del maestro de clientes (JCLIENTES) y
      *          informe de todas las cuentas de cada cliente. Una
      *          correccion de nombre o apellido se hace aqui una sola
      *          vez, sin tocar ninguna cuenta. Tambien mantiene la
      *          ficha de identidad (KYC) de JCLIPERFIL: documento,
      *          caducidad, nacimiento, direccion, telefono y
      *          nacionalidad, sin la cual BANCO no abre cuentas.
      *          Todo alta o cambio de nombre pasa por el filtro de
      *          sanciones CRIBASAN; una posible coincidencia queda
      *          como alerta para cumplimiento (BANCOCUMPLIM).
      *          Las preferencias de avisos por SMS o correo de
      *          JAVISOPREF (canal, contacto, umbrales y sucesos) se
      *          mantienen tambien aqui; las usa el servicio AVISOCLI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       SELECT PERFILES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIPERFIL.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS PERF-CLI-ID
       FILE STATUS IS WS-FS-PERFILES.

       SELECT PREFAVISOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JAVISOPREF.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS AVP-CLIENTE
       FILE STATUS IS WS-FS-PREFAVISOS.

       DATA DIVISION. *>************************************************
       FILE SECTION.
       FD CLIENTES.
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

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

      *> CANAL "S" SMS, "E" CORREO, "A" AMBOS, "N" NINGUNO; UN
      *> INDICADOR "S"/"N" POR SUCESO EN EL ORDEN DE WS-TABLA-SUCESOS.
       FD PREFAVISOS.
           01 DATOS-PREFERENCIA.
               05 AVP-CLIENTE PIC X(6).
               05 AVP-CANAL PIC X(1).
               05 AVP-TELEFONO PIC X(15).
               05 AVP-EMAIL PIC X(40).
               05 AVP-UMBRAL-SALDO PIC 9(7)V99.
               05 AVP-UMBRAL-RETIRADA PIC 9(7)V99.
               05 AVP-SUCESOS.
                   10 AVP-SUCESO PIC X(1) OCCURS 7 TIMES.
               05 FILLER PIC X(13).

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).

       77 WS-FS-CLIENTES PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-FIN-CLIENTES PIC X(3) VALUE "NO".
       77 WS-FIN-CUENTAS PIC X(3) VALUE "NO".
       77 WS-CONTADOR-CUENTAS PIC 9(3).
       77 WS-FS-PERFILES PIC 99.
       77 WS-PERFIL-NUEVO PIC X(1).
       77 WS-PERFIL-ESTADO PIC X(1).
       77 WS-PERFIL-OPERACION PIC X(1) VALUE "V".
       77 WS-PERFIL-DATOS PIC X(200).
       77 WS-CRB-OPERACION PIC X(1) VALUE "N".
       77 WS-CRB-TEXTO PIC X(30).
       77 WS-CRB-RESULTADO PIC X(1).
       77 WS-CRB-REFERENCIA PIC X(12).
       77 WS-FS-PREFAVISOS PIC 99.
       77 WS-PREF-NUEVA PIC X(1).
       77 WS-S PIC 9(2).

       01 WS-TABLA-SUCESOS.
           05 FILLER PIC X(40) VALUE
           "Saldo por debajo del umbral".
           05 FILLER PIC X(40) VALUE
           "Retirada de efectivo mayor que el umbral".
           05 FILLER PIC X(40) VALUE
           "Bloqueo por fallos de PIN".
           05 FILLER PIC X(40) VALUE
           "Cuenta bloqueada por descubierto".
           05 FILLER PIC X(40) VALUE
           "Orden permanente no ejecutada".
           05 FILLER PIC X(40) VALUE
           "Recibo domiciliado devuelto".
           05 FILLER PIC X(40) VALUE
           "Vencimiento de deposito a plazo".
       01 FILLER REDEFINES WS-TABLA-SUCESOS.
           05 WS-SUC-DESCRIPCION PIC X(40) OCCURS 7 TIMES.

       01 WS-CRB-OBJETO.
           05 WS-CRB-TIPO PIC X(1) VALUE "C".
           05 WS-CRB-CLAVE PIC X(10).

       01 WS-FECHA-HOY.
           05 WS-HOY-NUM PIC 9(8).
           05 FILLER PIC X(13).

       PROCEDURE DIVISION.*>*******************************************

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-CLIENTES.
           PERFORM 10-MENU UNTIL WS-OPCION = 7.
           CLOSE CLIENTES.
           STOP RUN.
       00-INICIO-END.
           DISPLAY "Buscar cliente (2)"
           DISPLAY "Modificar cliente (3)"
           DISPLAY "Informe de cuentas por cliente (4)"
           DISPLAY "Ficha de identidad (KYC) (5)"
           DISPLAY "Avisos por SMS o correo (6)"
           DISPLAY "salir (7)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 4
               PERFORM 50-INFORME-CUENTAS
           WHEN 5
               PERFORM 70-FICHA-IDENTIDAD
           WHEN 6
               PERFORM 80-PREFERENCIAS-AVISO
           WHEN 7
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
               ACCEPT CLI-APELLIDO
               WRITE DATOS-CLIENTE
               DISPLAY "Cliente dado de alta."
               PERFORM 25-FILTRAR-CLIENTE
           NOT INVALID KEY
               DISPLAY "Ya existe un cliente con ese codigo."
           END-READ.
       EXIT.


      *> EL ALTA NO SE PARA: LA ALERTA LA DECIDE CUMPLIMIENTO, QUE
      *> SI LA CONFIRMA BLOQUEA LAS CUENTAS DEL CLIENTE.
       25-FILTRAR-CLIENTE.
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
       25-FILTRAR-CLIENTE-END.
       EXIT.


       30-BUSCAR-CLIENTE.
           DISPLAY "Codigo del cliente: "
           ACCEPT CLI-ID
               REWRITE DATOS-CLIENTE
               INVALID KEY
                   DISPLAY "Error al actualizar el cliente."
               NOT INVALID KEY
                   PERFORM 25-FILTRAR-CLIENTE
               END-REWRITE
           END-READ.
       40-MODIFICAR-CLIENTE-END.
       60-LISTAR-CUENTA-END.
       EXIT.

      *> FICHA DE IDENTIDAD DEL CLIENTE: SE ENSENA LA ACTUAL (SI LA
      *> HAY) Y SE TECLEA ENTERA DE NUEVO. LA FECHA DE REVISION QUEDA
      *> CON EL DIA DE HOY. AL ACABAR SE DICE SI YA PERMITE ABRIR
      *> CUENTAS.
       70-FICHA-IDENTIDAD.
           DISPLAY "Codigo del cliente: "
           ACCEPT CLI-ID
           READ CLIENTES RECORD
           INVALID KEY
               DISPLAY "No existe ningun cliente con ese codigo."
           NOT INVALID KEY
               DISPLAY "Cliente " CLI-ID ": " CLI-NOMBRE " "
               CLI-APELLIDO
               PERFORM 72-EDITAR-PERFIL
           END-READ.
       70-FICHA-IDENTIDAD-END.
       EXIT.


       72-EDITAR-PERFIL.
           OPEN I-O PERFILES.
           IF WS-FS-PERFILES = "35"
               OPEN OUTPUT PERFILES
               CLOSE PERFILES
               OPEN I-O PERFILES
           END-IF.
           MOVE CLI-ID TO PERF-CLI-ID.
           READ PERFILES RECORD
           INVALID KEY
               MOVE "S" TO WS-PERFIL-NUEVO
               MOVE SPACES TO DATOS-PERFIL
               MOVE CLI-ID TO PERF-CLI-ID
               MOVE ZERO TO PERF-DOC-CADUCIDAD
               MOVE ZERO TO PERF-FECHA-NACIMIENTO
               DISPLAY "El cliente no tiene ficha de identidad."
           NOT INVALID KEY
               MOVE "N" TO WS-PERFIL-NUEVO
               PERFORM 74-MOSTRAR-PERFIL
           END-READ.
           DISPLAY "Tipo de documento (D=DNI, N=NIE, P=pasaporte): "
           ACCEPT PERF-DOC-TIPO.
           DISPLAY "Numero de documento: "
           ACCEPT PERF-DOC-NUMERO.
           DISPLAY "Caducidad del documento (AAAAMMDD): "
           ACCEPT PERF-DOC-CADUCIDAD.
           DISPLAY "Fecha de nacimiento (AAAAMMDD): "
           ACCEPT PERF-FECHA-NACIMIENTO.
           DISPLAY "Direccion: "
           ACCEPT PERF-DIRECCION.
           DISPLAY "Poblacion: "
           ACCEPT PERF-POBLACION.
           DISPLAY "Codigo postal: "
           ACCEPT PERF-COD-POSTAL.
           DISPLAY "Telefono: "
           ACCEPT PERF-TELEFONO.
           DISPLAY "Correo electronico (opcional): "
           ACCEPT PERF-EMAIL.
           DISPLAY "Nacionalidad (codigo de pais, p.e. ESP): "
           ACCEPT PERF-NACIONALIDAD.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-HOY-NUM TO PERF-FECHA-REVISION.
           IF WS-PERFIL-NUEVO EQUAL "S"
               WRITE DATOS-PERFIL
               INVALID KEY
                   DISPLAY "Error al grabar la ficha."
               END-WRITE
           ELSE
               REWRITE DATOS-PERFIL
               INVALID KEY
                   DISPLAY "Error al actualizar la ficha."
               END-REWRITE
           END-IF.
           CLOSE PERFILES.
           CALL "PERFILCLI" USING WS-PERFIL-OPERACION, CLI-ID,
               WS-PERFIL-DATOS, WS-PERFIL-ESTADO.
           EVALUATE WS-PERFIL-ESTADO
           WHEN "S"
               DISPLAY "Ficha completa y documento en vigor."
           WHEN "C"
               DISPLAY "Atencion: el documento esta caducado."
           WHEN OTHER
               DISPLAY "Atencion: la ficha esta incompleta; no se"
               " podran abrir cuentas a este cliente."
           END-EVALUATE.
       72-EDITAR-PERFIL-END.
       EXIT.


       74-MOSTRAR-PERFIL.
           DISPLAY "Documento: " PERF-DOC-TIPO " " PERF-DOC-NUMERO
           " caduca " PERF-DOC-CADUCIDAD.
           DISPLAY "Nacimiento: " PERF-FECHA-NACIMIENTO
           " Nacionalidad: " PERF-NACIONALIDAD.
           DISPLAY "Direccion: " PERF-DIRECCION " " PERF-COD-POSTAL
           " " PERF-POBLACION.
           DISPLAY "Telefono: " PERF-TELEFONO " Correo: " PERF-EMAIL.
           DISPLAY "Ultima revision: " PERF-FECHA-REVISION.
       74-MOSTRAR-PERFIL-END.
       EXIT.


      *> PREFERENCIAS DE AVISOS DEL CLIENTE: SE ENSENAN LAS ACTUALES
      *> (SI LAS HAY) Y SE TECLEAN ENTERAS DE NUEVO. EL TELEFONO O EL
      *> CORREO EN BLANCO SE TOMAN DE LA FICHA DE IDENTIDAD.
       80-PREFERENCIAS-AVISO.
           DISPLAY "Codigo del cliente: "
           ACCEPT CLI-ID
           READ CLIENTES RECORD
           INVALID KEY
               DISPLAY "No existe ningun cliente con ese codigo."
           NOT INVALID KEY
               DISPLAY "Cliente " CLI-ID ": " CLI-NOMBRE " "
               CLI-APELLIDO
               PERFORM 82-EDITAR-AVISOS
           END-READ.
       80-PREFERENCIAS-AVISO-END.
       EXIT.


       82-EDITAR-AVISOS.
           OPEN I-O PREFAVISOS.
           IF WS-FS-PREFAVISOS = "35"
               OPEN OUTPUT PREFAVISOS
               CLOSE PREFAVISOS
               OPEN I-O PREFAVISOS
           END-IF.
           MOVE CLI-ID TO AVP-CLIENTE.
           READ PREFAVISOS RECORD
           INVALID KEY
               MOVE "S" TO WS-PREF-NUEVA
               MOVE SPACES TO DATOS-PREFERENCIA
               MOVE CLI-ID TO AVP-CLIENTE
               DISPLAY "El cliente no tiene avisos configurados."
           NOT INVALID KEY
               MOVE "N" TO WS-PREF-NUEVA
               PERFORM 84-MOSTRAR-AVISOS
           END-READ.
           DISPLAY "Canal (S=SMS, E=correo, A=ambos, N=ninguno): "
           ACCEPT AVP-CANAL.
           IF AVP-CANAL NOT EQUAL "S" AND AVP-CANAL NOT EQUAL "E"
           AND AVP-CANAL NOT EQUAL "A"
               MOVE "N" TO AVP-CANAL
           END-IF.
           DISPLAY "Telefono movil (en blanco = el de la ficha): "
           ACCEPT AVP-TELEFONO.
           DISPLAY "Correo (en blanco = el de la ficha): "
           ACCEPT AVP-EMAIL.
           IF AVP-TELEFONO EQUAL SPACES OR AVP-EMAIL EQUAL SPACES
               PERFORM 86-CONTACTO-DE-FICHA
           END-IF.
           DISPLAY "Avisar si el saldo baja de (0 = no avisar): "
           ACCEPT AVP-UMBRAL-SALDO.
           DISPLAY "Avisar de retiradas mayores de (0 = todas): "
           ACCEPT AVP-UMBRAL-RETIRADA.
           PERFORM 88-PEDIR-SUCESO
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 7.
           IF WS-PREF-NUEVA EQUAL "S"
               WRITE DATOS-PREFERENCIA
               INVALID KEY
                   DISPLAY "Error al grabar las preferencias."
               END-WRITE
           ELSE
               REWRITE DATOS-PREFERENCIA
               INVALID KEY
                   DISPLAY "Error al actualizar las preferencias."
               END-REWRITE
           END-IF.
           CLOSE PREFAVISOS.
           IF (AVP-CANAL EQUAL "S" OR AVP-CANAL EQUAL "A")
           AND AVP-TELEFONO EQUAL SPACES
               DISPLAY "Atencion: sin telefono los avisos por SMS no"
               " podran enviarse."
           END-IF.
           IF (AVP-CANAL EQUAL "E" OR AVP-CANAL EQUAL "A")
           AND AVP-EMAIL EQUAL SPACES
               DISPLAY "Atencion: sin correo los avisos por correo no"
               " podran enviarse."
           END-IF.
       82-EDITAR-AVISOS-END.
       EXIT.


       84-MOSTRAR-AVISOS.
           DISPLAY "Canal: " AVP-CANAL " Telefono: " AVP-TELEFONO
           " Correo: " AVP-EMAIL.
           DISPLAY "Umbral de saldo: " AVP-UMBRAL-SALDO
           " Umbral de retirada: " AVP-UMBRAL-RETIRADA.
           DISPLAY "Sucesos (S/N): " AVP-SUCESOS.
       84-MOSTRAR-AVISOS-END.
       EXIT.


       86-CONTACTO-DE-FICHA.
           OPEN INPUT PERFILES.
           IF WS-FS-PERFILES EQUAL "00"
               MOVE CLI-ID TO PERF-CLI-ID
               READ PERFILES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AVP-TELEFONO EQUAL SPACES
                       MOVE PERF-TELEFONO TO AVP-TELEFONO
                   END-IF
                   IF AVP-EMAIL EQUAL SPACES
                       MOVE PERF-EMAIL TO AVP-EMAIL
                   END-IF
               END-READ
           END-IF.
           CLOSE PERFILES.
       86-CONTACTO-DE-FICHA-END.
       EXIT.


       88-PEDIR-SUCESO.
           DISPLAY "Avisar de: " WS-SUC-DESCRIPCION (WS-S) " (S/N): "
           ACCEPT AVP-SUCESO (WS-S).
           IF AVP-SUCESO (WS-S) NOT EQUAL "S"
               MOVE "N" TO AVP-SUCESO (WS-S)
           END-IF.
       88-PEDIR-SUCESO-END.
       EXIT.

       END PROGRAM BANCOCLIENTES.
