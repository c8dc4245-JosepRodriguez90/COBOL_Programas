       01 REGISTRO-INFORME PIC X(70).

       WORKING-STORAGE SECTION.
      *> ARCHIVO DEL INFORME EMITIDO (INFORMECAT).
       77 WS-INFCAT-OPERACION PIC X(1) VALUE "R".
       77 WS-INFCAT-INFORME PIC X(20) VALUE "PKMBATALLA".
       77 WS-INFCAT-PROGRAMA PIC X(20) VALUE "PKMBATALLA".

       01 FILE-STATUS PIC 99.
       77 ATEND PIC X(3) VALUE "CNT".
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ROS-OCUPADOS.
           CLOSE INFORME.
           CALL "INFORMECAT" USING WS-INFCAT-OPERACION,
               WS-INFCAT-INFORME, WS-INFCAT-PROGRAMA.
           DISPLAY "Pokemon en el ranking: " WS-ROS-OCUPADOS.
           DISPLAY "Evoluciones rotas: " WS-ROTAS.
       30-ESCRIBIR-RANKING-END.
