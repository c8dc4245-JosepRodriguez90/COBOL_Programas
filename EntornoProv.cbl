           MOVE "JMOVS" TO CFG-LOGICO.
           MOVE "JMOVS-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JMOVSIDX" TO CFG-LOGICO.
           MOVE "JMOVSIDX-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JMOVSCTL" TO CFG-LOGICO.
           MOVE "JMOVSCTL-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JIMPCUENTA" TO CFG-LOGICO.
           MOVE "JIMPCUENTA-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JNOMCTRL" TO CFG-LOGICO.
           MOVE "JNOMCTRL-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JGASTOS" TO CFG-LOGICO.
           MOVE "JGASTOS-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JATRASOS" TO CFG-LOGICO.
           MOVE "JATRASOS-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JCOTIZA" TO CFG-LOGICO.
           MOVE "JCOTIZA-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
           MOVE "JJOURNAL" TO CFG-LOGICO.
           MOVE "JJOURNAL-TEST.txt" TO WS-NOMBRE-TEST.
           PERFORM 75-LINEA-RUTA.
