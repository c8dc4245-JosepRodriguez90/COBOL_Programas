           05 SEM-ESTADO PIC X(2).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "JNOMVALID".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "NOMINAVALIDA".

       77 WS-FS-EMPLEADOS PIC 99.
       77 WS-FILE-STATUS PIC 99.
           PERFORM 10-REVISAR-EMPLEADO
               UNTIL WS-FIN-EMPLEADOS EQUAL "SI".
           CLOSE EMPLEADOS-ARCHIVO CUENTA EXCEPCIONES.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           PERFORM 50-GRABAR-SEMAFORO.
           PERFORM 60-RESUMEN.
       GOBACK.
