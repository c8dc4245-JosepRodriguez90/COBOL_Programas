      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de oficinas (JOFICINAS):
      *          codigo, nombre, direccion y boveda que usa (la de la
      *          propia oficina salvo que comparta la de otra).
      *          CAJEROMANT valida contra el la oficina de cada
      *          cajero, BANCOBOVEDA lleva el saldo de cada boveda y
      *          los informes de cierre, resumen, productividad y
      *          contabilidad filtran y subtotalizan por oficina.
      *          Tambien traslada una cuenta a otra oficina (la
      *          oficina de la cuenta vive en JCUENTAEXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFICINAMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OFICINAS ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JOFICINAS.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS OFI-CODIGO
       FILE STATUS IS WS-FS-OFICINAS.

       SELECT CUENTA ASSIGN TO
       "C:\Users\34636\Documents\COBOL-Crear-archivos\JDATOSCUENTA.txt"
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IS NUMCUENTA
       ALTERNATE RECORD KEY IS CLIENTE-ID WITH DUPLICATES
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OFICINAS.
           01 DATOS-OFICINA.
               05 OFI-CODIGO PIC X(4).
               05 OFI-NOMBRE PIC X(20).
               05 OFI-DIRECCION PIC X(40).
               05 OFI-BOVEDA PIC X(4).

       FD CUENTA.
           01 DATOS-CUENTA.
               05 NUMCUENTA PIC X(10).
               05 CLIENTE-ID PIC X(6).
               05 SALDO PIC S9(7)V99.
               05 PIN PIC X(4).
               05 MONEDA PIC X(3).
               05 ESTADO PIC X(1).
               05 LIMITE-DESCUBIERTO PIC 9(5)V99.

       WORKING-STORAGE SECTION.
      *> OPERADOR FIRMADO CONTRA EL MAESTRO UNICO (OPERFIRMA).
       77 WS-SES-SUBSISTEMA PIC X(1) VALUE "B".
       77 WS-SES-OPERADOR PIC X(4).
       77 WS-SES-ROL PIC X(1).
       77 WS-SES-RESULTADO PIC X(1).
       77 WS-FS-OFICINAS PIC 99.
       77 WS-FILE-STATUS PIC 99.
       77 WS-OPCION PIC 9(1).
       77 WS-FIN-OFICINAS PIC X(3) VALUE "NO".
       77 WS-BOVEDA-NUEVA PIC X(4).
       77 WS-CODIGO-OFICINA PIC X(4).
       77 WS-OFI-OPERACION PIC X(1).
       77 WS-OFI-CAJERO PIC X(4).
       77 WS-OFI-OFICINA PIC X(4).
       77 WS-DATOS-OFICINA-COPIA PIC X(68).

       PROCEDURE DIVISION.

       00-INICIO.
           CALL "OPERFIRMA" USING WS-SES-SUBSISTEMA, WS-SES-OPERADOR,
               WS-SES-ROL, WS-SES-RESULTADO.
           IF WS-SES-RESULTADO NOT EQUAL "S"
               STOP RUN
           END-IF.
           IF WS-SES-ROL NOT EQUAL "S"
               DISPLAY "El maestro de oficinas exige rol de"
               " supervisor."
               STOP RUN
           END-IF.
           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 10-MENU UNTIL WS-OPCION = 6.
           CLOSE OFICINAS.
       STOP RUN.
       00-INICIO-END.
       EXIT.


       05-ABRIR-MAESTRO.
           OPEN I-O OFICINAS.
           IF WS-FS-OFICINAS = "35" *>No es troba l'arxiu, el creem nou.
               OPEN OUTPUT OFICINAS
               CLOSE OFICINAS
               OPEN I-O OFICINAS
           END-IF.
       05-ABRIR-MAESTRO-END.
       EXIT.


       10-MENU.
           DISPLAY "Maestro de oficinas."
           DISPLAY "Alta de oficina (1)"
           DISPLAY "Cambiar datos de una oficina (2)"
           DISPLAY "Baja de oficina (3)"
           DISPLAY "Listar oficinas (4)"
           DISPLAY "Trasladar una cuenta de oficina (5)"
           DISPLAY "salir (6)"
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
           WHEN 1
               PERFORM 20-ALTA-OFICINA
           WHEN 2
               PERFORM 30-MODIFICAR-OFICINA
           WHEN 3
               PERFORM 40-BAJA-OFICINA
           WHEN 4
               PERFORM 50-LISTAR-OFICINAS
           WHEN 5
               PERFORM 60-TRASLADAR-CUENTA
           WHEN 6
               CONTINUE
           WHEN OTHER
               DISPLAY "Opcion no valida."
           END-EVALUATE.
       10-MENU-END.
       EXIT.


      *> LA BOVEDA EN BLANCO ES LA DE LA PROPIA OFICINA; SI SE
      *> COMPARTE LA DE OTRA, ESA OFICINA TIENE QUE EXISTIR.
       20-ALTA-OFICINA.
           DISPLAY "Codigo de la nueva oficina: "
           ACCEPT OFI-CODIGO
           READ OFICINAS RECORD
           INVALID KEY
               DISPLAY "Nombre: "
               ACCEPT OFI-NOMBRE
               DISPLAY "Direccion: "
               ACCEPT OFI-DIRECCION
               DISPLAY "Boveda que usa (en blanco = la propia): "
               ACCEPT WS-BOVEDA-NUEVA
               PERFORM 25-VALIDAR-BOVEDA
               IF WS-BOVEDA-NUEVA NOT EQUAL SPACES
                   MOVE WS-BOVEDA-NUEVA TO OFI-BOVEDA
                   WRITE DATOS-OFICINA
                   DISPLAY "Oficina dada de alta."
               END-IF
           NOT INVALID KEY
               DISPLAY "Ya existe esa oficina: " OFI-NOMBRE
           END-READ.
       20-ALTA-OFICINA-END.
       EXIT.


      *> DEJA EN WS-BOVEDA-NUEVA LA BOVEDA VALIDA, O ESPACIOS SI LA
      *> OFICINA INDICADA NO EXISTE. LA LECTURA DE CONTROL SE HACE
      *> SOBRE UNA COPIA PARA NO PERDER EL REGISTRO EN CURSO.
       25-VALIDAR-BOVEDA.
           IF WS-BOVEDA-NUEVA EQUAL SPACES
           OR WS-BOVEDA-NUEVA EQUAL OFI-CODIGO
               MOVE OFI-CODIGO TO WS-BOVEDA-NUEVA
           ELSE
               MOVE DATOS-OFICINA TO WS-DATOS-OFICINA-COPIA
               MOVE WS-BOVEDA-NUEVA TO OFI-CODIGO
               READ OFICINAS RECORD
               INVALID KEY
                   DISPLAY "No existe la oficina " WS-BOVEDA-NUEVA
                   " cuya boveda se quiere usar."
                   MOVE SPACES TO WS-BOVEDA-NUEVA
               END-READ
               MOVE WS-DATOS-OFICINA-COPIA TO DATOS-OFICINA
           END-IF.
       25-VALIDAR-BOVEDA-END.
       EXIT.


       30-MODIFICAR-OFICINA.
           DISPLAY "Codigo de la oficina: "
           ACCEPT OFI-CODIGO
           READ OFICINAS RECORD
           INVALID KEY
               DISPLAY "No existe esa oficina."
           NOT INVALID KEY
               DISPLAY "Oficina " OFI-NOMBRE " boveda " OFI-BOVEDA
               DISPLAY "Nuevo nombre: "
               ACCEPT OFI-NOMBRE
               DISPLAY "Nueva direccion: "
               ACCEPT OFI-DIRECCION
               DISPLAY "Boveda que usa (en blanco = la propia): "
               ACCEPT WS-BOVEDA-NUEVA
               PERFORM 25-VALIDAR-BOVEDA
               IF WS-BOVEDA-NUEVA NOT EQUAL SPACES
                   MOVE WS-BOVEDA-NUEVA TO OFI-BOVEDA
                   REWRITE DATOS-OFICINA
                   INVALID KEY
                       DISPLAY "Error al actualizar la oficina."
                   END-REWRITE
               END-IF
           END-READ.
       30-MODIFICAR-OFICINA-END.
       EXIT.


       40-BAJA-OFICINA.
           DISPLAY "Codigo de la oficina a eliminar: "
           ACCEPT OFI-CODIGO
           READ OFICINAS RECORD
           INVALID KEY
               DISPLAY "No existe esa oficina."
           NOT INVALID KEY
               DISPLAY "Eliminando " OFI-NOMBRE
               DISPLAY "Sus cuentas y cajeros deben trasladarse"
               " antes a otra oficina."
               DELETE OFICINAS RECORD
               INVALID KEY
                   DISPLAY "Error eliminando la oficina."
               END-DELETE
           END-READ.
       40-BAJA-OFICINA-END.
       EXIT.


       50-LISTAR-OFICINAS.
           MOVE "NO" TO WS-FIN-OFICINAS.
           MOVE SPACES TO OFI-CODIGO.
           START OFICINAS KEY IS NOT LESS THAN OFI-CODIGO
           INVALID KEY
               MOVE "SI" TO WS-FIN-OFICINAS
           END-START.
           PERFORM 55-LISTAR-UNA UNTIL WS-FIN-OFICINAS EQUAL "SI".
       50-LISTAR-OFICINAS-END.
       EXIT.


       55-LISTAR-UNA.
           READ OFICINAS NEXT RECORD
           AT END
               MOVE "SI" TO WS-FIN-OFICINAS
           NOT AT END
               DISPLAY "  " OFI-CODIGO " " OFI-NOMBRE " boveda "
               OFI-BOVEDA " " OFI-DIRECCION
           END-READ.
       55-LISTAR-UNA-END.
       EXIT.


      *> LA OFICINA DE LA CUENTA SE ANOTA EN SUS DATOS
      *> COMPLEMENTARIOS A TRAVES DEL SERVICIO OFICINASERV.
       60-TRASLADAR-CUENTA.
           DISPLAY "Numero de cuenta: "
           ACCEPT NUMCUENTA.
           DISPLAY "Oficina de destino: "
           ACCEPT WS-CODIGO-OFICINA.
           MOVE WS-CODIGO-OFICINA TO OFI-CODIGO.
           READ OFICINAS RECORD
           INVALID KEY
               DISPLAY "No existe esa oficina."
           NOT INVALID KEY
               OPEN INPUT CUENTA
               READ CUENTA RECORD
               INVALID KEY
                   DISPLAY "No existe esa cuenta."
               NOT INVALID KEY
                   PERFORM 65-ANOTAR-OFICINA
               END-READ
               CLOSE CUENTA
           END-READ.
       60-TRASLADAR-CUENTA-END.
       EXIT.


       65-ANOTAR-OFICINA.
           MOVE "C" TO WS-OFI-OPERACION.
           MOVE SPACES TO WS-OFI-CAJERO.
           CALL "OFICINASERV" USING WS-OFI-OPERACION, NUMCUENTA,
               WS-OFI-CAJERO, WS-OFI-OFICINA.
           DISPLAY "Cuenta " NUMCUENTA " de la oficina "
           WS-OFI-OFICINA " a la " WS-CODIGO-OFICINA.
           MOVE "A" TO WS-OFI-OPERACION.
           MOVE WS-CODIGO-OFICINA TO WS-OFI-OFICINA.
           CALL "OFICINASERV" USING WS-OFI-OPERACION, NUMCUENTA,
               WS-OFI-CAJERO, WS-OFI-OFICINA.
           DISPLAY "Traslado anotado.".
       65-ANOTAR-OFICINA-END.
       EXIT.

       END PROGRAM OFICINAMANT.
