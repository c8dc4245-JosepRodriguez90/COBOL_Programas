      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de cajeros (JCAJEROS):
      *          codigo, nombre, clave personal, rol ("S" supervisor,
      *          "C" cajero) y oficina asignada (del maestro
      *          JOFICINAS de OFICINAMANT). La firma de la sesion de
      *          BANCO se hace contra el maestro unico de operadores
      *          (OPERADORMANT), con el mismo codigo, y tambien las
      *          contrafirmas (reversas, segunda firma) con el rol de
      *          banco de ese maestro; aqui queda la oficina: los
      *          movimientos que graba el cajero quedan a nombre de
      *          su oficina. Solo un supervisor mantiene el maestro.
      *          Para auditoria interna cada cajero se vincula a su
      *          empleado de EMPIDX, a su ficha de cliente de
      *          JCLIENTES y a los clientes de sus familiares
      *          declarados (JCAJVINC): con ellos el servicio CAJCONFL
      *          detecta cuando opera sobre una cuenta propia o de un
      *          familiar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       RECORD KEY IS PERM-CLAVE
       FILE STATUS IS WS-FS-PERMISOS.

       SELECT OPTIONAL OFICINAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOFICINAS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS OFI-CODIGO
       FILE STATUS IS WS-FS-OFICINAS.

       SELECT OPTIONAL VINCULOS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCAJVINC.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS VIN-CAJERO
       FILE STATUS IS WS-FS-VINCULOS.

       SELECT OPTIONAL CLIENTES ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JCLIENTES.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS CLI-ID
       ALTERNATE RECORD KEY IS CLI-NOMBRE-APELLIDO WITH DUPLICATES
       FILE STATUS IS WS-FS-CLIENTES.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO WS-RUTA-EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       FILE STATUS IS WS-FS-EMPLEADOS.

       DATA DIVISION.
       FILE SECTION.
       FD CAJEROS.
               05 CAJERO-NOMBRE PIC X(15).
               05 CAJERO-CLAVE PIC X(4).
               05 CAJERO-ROL PIC X(1).
               05 CAJERO-OFICINA PIC X(4).

      *> MATRIZ DE PERMISOS POR ROL Y OPERACION DE LA SESION DE
      *> BANCO (S RETIRADA, I INGRESO, T TRANSFERENCIA, P PLAZO,
               05 PERM-PERMITIDO PIC X(1).
               05 PERM-MAX-IMPORTE PIC 9(5)V99.

       FD OFICINAS.
           01 DATOS-OFICINA.
               05 OFI-CODIGO PIC X(4).
               05 OFI-NOMBRE PIC X(20).
               05 OFI-DIRECCION PIC X(40).
               05 OFI-BOVEDA PIC X(4).

      *> VINCULOS DEL CAJERO PARA EL CONTROL DE CONFLICTOS (LOS LEE
      *> EL SERVICIO CAJCONFL): SU EMPLEADO, SU FICHA DE CLIENTE Y
      *> HASTA CINCO FAMILIARES DECLARADOS CON SU CLIENTE.
       FD VINCULOS.
           01 DATOS-VINCULO.
               05 VIN-CAJERO PIC X(4).
               05 VIN-EMPLEADO PIC X(6).
               05 VIN-CLIENTE PIC X(6).
               05 VIN-FAMILIAR OCCURS 5 TIMES.
                   10 VIN-FAM-CLIENTE PIC X(6).
                   10 VIN-FAM-PARENTESCO PIC X(10).

       FD CLIENTES.
           01 DATOS-CLIENTE.
               05 CLI-ID PIC X(6).
               05 CLI-NOMBRE-APELLIDO.
                   10 CLI-NOMBRE PIC X(10).
                   10 CLI-APELLIDO PIC X(10).

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
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-CAJEROS PIC 99.
       77 WS-FS-PERMISOS PIC 99.
       77 WS-FS-OFICINAS PIC 99.
       77 WS-OFICINA-VALIDA PIC X(1).
       77 WS-OPCION PIC 9(1).
       77 WS-OPCION-PERM PIC 9(1).
       77 WS-FIN-CAJEROS PIC X(3) VALUE "NO".
       77 WS-FIN-PERMISOS PIC X(3) VALUE "NO".
       77 WS-I PIC 9(2).
       77 WS-FS-VINCULOS PIC 99.
       77 WS-FS-CLIENTES PIC 99.
       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-VINCULO-NUEVO PIC X(1).
       77 WS-VINCULO-VALIDO PIC X(1).
       77 WS-CLIENTE-PEDIDO PIC X(6).
       77 WS-RUTA-LOGICO PIC X(12).
       77 WS-RUTA-EMPLEADOS PIC X(80) VALUE
       "C:\Users\34636\Documents\COBOL-Crear-archivos\empidx.dat".

      *> OPERACIONES QUE SE PUEDEN GOBERNAR DESDE LA MATRIZ.
       01 WS-OPERACIONES-GOBERNADAS.
       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "El maestro de cajeros exige rol de"
               " supervisor."
               STOP RUN
           END-IF.
           MOVE "EMPIDX" TO WS-RUTA-LOGICO.
           CALL "RUTAS" USING WS-RUTA-LOGICO, WS-RUTA-EMPLEADOS.
           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 10-MENU UNTIL WS-OPCION = 7.
           CLOSE CAJEROS.
       STOP RUN.
       00-INICIO-END.
       10-MENU.
           DISPLAY "Maestro de cajeros."
           DISPLAY "Alta de cajero (1)"
           DISPLAY "Cambiar clave, rol u oficina (2)"
           DISPLAY "Baja de cajero (3)"
           DISPLAY "Listar cajeros (4)"
           DISPLAY "Permisos por rol (5)"
           DISPLAY "Vinculos: empleado, cliente y familiares (6)"
           DISPLAY "salir (7)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 5
               PERFORM 60-MENU-PERMISOS
           WHEN 6
               PERFORM 80-VINCULOS-CAJERO
           WHEN 7
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
               IF CAJERO-ROL NOT EQUAL "S"
                   MOVE "C" TO CAJERO-ROL
               END-IF
               PERFORM 25-PEDIR-OFICINA
               IF WS-OFICINA-VALIDA EQUAL "S"
                   WRITE DATOS-CAJERO
                   DISPLAY "Cajero dado de alta."
               END-IF
           NOT INVALID KEY
               DISPLAY "Ya existe un cajero con ese codigo."
           END-READ.
       EXIT.


      *> LA OFICINA DEL CAJERO TIENE QUE ESTAR EN EL MAESTRO; SIN
      *> MAESTRO DE OFICINAS TODOS LOS CAJEROS SON DE LA PRINCIPAL.
       25-PEDIR-OFICINA.
           MOVE "S" TO WS-OFICINA-VALIDA.
           OPEN INPUT OFICINAS.
           IF WS-FS-OFICINAS NOT EQUAL "00"
               MOVE "0001" TO CAJERO-OFICINA
           ELSE
               DISPLAY "Oficina asignada: "
               ACCEPT CAJERO-OFICINA
               MOVE CAJERO-OFICINA TO OFI-CODIGO
               READ OFICINAS RECORD
               INVALID KEY
                   DISPLAY "No existe esa oficina (OFICINAMANT)."
                   MOVE "N" TO WS-OFICINA-VALIDA
               END-READ
           END-IF.
           CLOSE OFICINAS.
       25-PEDIR-OFICINA-END.
       EXIT.


       30-MODIFICAR-CAJERO.
           DISPLAY "Codigo del cajero: "
           ACCEPT CAJERO-ID
               DISPLAY "No existe ese cajero."
           NOT INVALID KEY
               DISPLAY "Cajero " CAJERO-NOMBRE " rol " CAJERO-ROL
               " oficina " CAJERO-OFICINA
               DISPLAY "Nueva clave: "
               ACCEPT CAJERO-CLAVE
               DISPLAY "Nuevo rol (S/C): "
               IF CAJERO-ROL NOT EQUAL "S"
                   MOVE "C" TO CAJERO-ROL
               END-IF
               PERFORM 25-PEDIR-OFICINA
               IF WS-OFICINA-VALIDA EQUAL "S"
                   REWRITE DATOS-CAJERO
                   INVALID KEY
                       DISPLAY "Error al actualizar el cajero."
                   END-REWRITE
               END-IF
           END-READ.
       30-MODIFICAR-CAJERO-END.
       EXIT.
               MOVE "SI" TO WS-FIN-CAJEROS
           NOT AT END
               DISPLAY "  " CAJERO-ID " " CAJERO-NOMBRE " rol "
               CAJERO-ROL " oficina " CAJERO-OFICINA
           END-READ.
       55-LISTAR-UNO-END.
       EXIT.
       74-DEFECTO-CAJERO-END.
       EXIT.

      *> FICHA DE VINCULOS DE UN CAJERO DEL MAESTRO: EL EMPLEADO Y
      *> LOS CLIENTES TIENEN QUE EXISTIR; UN FAMILIAR EN BLANCO DEJA
      *> LIBRE SU HUECO. SE REGRABA LA FICHA ENTERA.
       80-VINCULOS-CAJERO.
           DISPLAY "Codigo del cajero: "
           ACCEPT CAJERO-ID
           READ CAJEROS RECORD
           INVALID KEY
               DISPLAY "No existe ese cajero."
           NOT INVALID KEY
               PERFORM 81-EDITAR-VINCULOS
           END-READ.
       80-VINCULOS-CAJERO-END.
       EXIT.


       81-EDITAR-VINCULOS.
           OPEN I-O VINCULOS.
           IF WS-FS-VINCULOS = "35"
               OPEN OUTPUT VINCULOS
               CLOSE VINCULOS
               OPEN I-O VINCULOS
           END-IF.
           MOVE CAJERO-ID TO VIN-CAJERO.
           READ VINCULOS RECORD
           INVALID KEY
               MOVE "S" TO WS-VINCULO-NUEVO
               INITIALIZE DATOS-VINCULO
               MOVE CAJERO-ID TO VIN-CAJERO
           NOT INVALID KEY
               MOVE "N" TO WS-VINCULO-NUEVO
               DISPLAY "Empleado " VIN-EMPLEADO " cliente "
               VIN-CLIENTE
               PERFORM 88-MOSTRAR-FAMILIAR
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
           END-READ.
           MOVE "S" TO WS-VINCULO-VALIDO.
           PERFORM 82-PEDIR-EMPLEADO.
           IF WS-VINCULO-VALIDO EQUAL "S"
               DISPLAY "Cliente propio del cajero (JCLIENTES): "
               ACCEPT WS-CLIENTE-PEDIDO
               PERFORM 84-COMPROBAR-CLIENTE
               MOVE WS-CLIENTE-PEDIDO TO VIN-CLIENTE
           END-IF.
           PERFORM 86-PEDIR-FAMILIAR
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 5 OR WS-VINCULO-VALIDO NOT EQUAL "S".
           IF WS-VINCULO-VALIDO EQUAL "S"
               IF WS-VINCULO-NUEVO EQUAL "S"
                   WRITE DATOS-VINCULO
                   INVALID KEY
                       DISPLAY "Error al grabar los vinculos."
                   END-WRITE
               ELSE
                   REWRITE DATOS-VINCULO
                   INVALID KEY
                       DISPLAY "Error al grabar los vinculos."
                   END-REWRITE
               END-IF
               DISPLAY "Vinculos del cajero " CAJERO-ID " grabados."
           ELSE
               DISPLAY "Vinculos sin cambiar."
           END-IF.
           CLOSE VINCULOS.
       81-EDITAR-VINCULOS-END.
       EXIT.


       82-PEDIR-EMPLEADO.
           DISPLAY "Codigo de empleado (EMPIDX): "
           ACCEPT VIN-EMPLEADO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FS-EMPLEADOS NOT EQUAL "00"
               DISPLAY "No hay archivo de empleados (EMPLEADOSMANT)."
               MOVE "N" TO WS-VINCULO-VALIDO
           ELSE
               MOVE VIN-EMPLEADO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "No existe ese empleado."
                   MOVE "N" TO WS-VINCULO-VALIDO
               NOT INVALID KEY
                   DISPLAY "Empleado " EMPLEADOS-NOMBRE
               END-READ
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
       82-PEDIR-EMPLEADO-END.
       EXIT.


      *> UN CLIENTE EN BLANCO ES VALIDO (CAJERO O FAMILIAR SIN
      *> FICHA DE CLIENTE).
       84-COMPROBAR-CLIENTE.
           IF WS-CLIENTE-PEDIDO NOT EQUAL SPACES
               OPEN INPUT CLIENTES
               IF WS-FS-CLIENTES NOT EQUAL "00"
                   DISPLAY "No hay archivo de clientes."
                   MOVE "N" TO WS-VINCULO-VALIDO
               ELSE
                   MOVE WS-CLIENTE-PEDIDO TO CLI-ID
                   READ CLIENTES RECORD
                   INVALID KEY
                       DISPLAY "No existe el cliente "
                       WS-CLIENTE-PEDIDO "."
                       MOVE "N" TO WS-VINCULO-VALIDO
                   NOT INVALID KEY
                       DISPLAY "Cliente " CLI-NOMBRE " " CLI-APELLIDO
                   END-READ
               END-IF
               CLOSE CLIENTES
           END-IF.
       84-COMPROBAR-CLIENTE-END.
       EXIT.


       86-PEDIR-FAMILIAR.
           DISPLAY "Cliente del familiar " WS-I
           " (en blanco si no hay): "
           ACCEPT WS-CLIENTE-PEDIDO.
           PERFORM 84-COMPROBAR-CLIENTE.
           MOVE WS-CLIENTE-PEDIDO TO VIN-FAM-CLIENTE (WS-I).
           IF WS-CLIENTE-PEDIDO EQUAL SPACES
               MOVE SPACES TO VIN-FAM-PARENTESCO (WS-I)
           ELSE
               DISPLAY "Parentesco: "
               ACCEPT VIN-FAM-PARENTESCO (WS-I)
           END-IF.
       86-PEDIR-FAMILIAR-END.
       EXIT.


       88-MOSTRAR-FAMILIAR.
           IF VIN-FAM-CLIENTE (WS-I) NOT EQUAL SPACES
               DISPLAY "  Familiar " VIN-FAM-CLIENTE (WS-I) " "
               VIN-FAM-PARENTESCO (WS-I)
           END-IF.
       88-MOSTRAR-FAMILIAR-END.
       EXIT.

       END PROGRAM CAJEROMANT.
