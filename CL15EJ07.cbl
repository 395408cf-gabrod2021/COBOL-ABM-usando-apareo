             10 WS-TAB-FECHA                PIC 9(08).
             10 WS-TAB-HORA                 PIC 9(06).
             10 WS-TAB-CONC                 PIC X(02).
             10 WS-TAB-CONC-PROV            PIC X(02).
             10 WS-TAB-RC                   PIC 9(02).
             10 WS-TAB-NOV                  PIC 9(06).
             10 WS-TAB-ERR                  PIC 9(04).
       01 WS-LINEA-RUBROS.
          05 FILLER                         PIC X(80) VALUE
             'FECHA    HORA    NOVED ALTA BAJA RECH TASA%  MASA SALARI
      -      'AL    CC RC CP'.

       01 WS-LINEA-DETALLE.
          05 WS-DET-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-RC                      PIC 9(02).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-CONC-PROV               PIC X(02).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-MARCA                   PIC X(03).
          05 FILLER                         PIC X(06) VALUE SPACES.

       01 WS-LINEA-ALERTA.
          05 FILLER                         PIC X(11)
                      WS-TAB-HORA (WS-TAB-CANT)
                 MOVE WS-HIS-CONCILIA       TO
                      WS-TAB-CONC (WS-TAB-CANT)
                 MOVE WS-HIS-CONC-PROV      TO
                      WS-TAB-CONC-PROV (WS-TAB-CANT)
                 MOVE WS-HIS-RETCODE        TO
                      WS-TAB-RC (WS-TAB-CANT)
                 MOVE WS-HIS-CONT-NOVEDAD   TO
           MOVE WS-TAB-MASA (WS-IX)          TO WS-DET-MASA.
           MOVE WS-TAB-CONC (WS-IX)          TO WS-DET-CONC.
           MOVE WS-TAB-RC (WS-IX)            TO WS-DET-RC.
           MOVE WS-TAB-CONC-PROV (WS-IX)     TO WS-DET-CONC-PROV.

           IF WS-CORRIDA-ALERTA
              MOVE '<<<'                     TO WS-DET-MARCA
              MOVE 'S'                       TO WS-SW-CORRIDA-ALERTA
           END-IF.

      *---- CONCILIACION CON EL PROVEEDOR: CON DIFERENCIAS SIEMPRE ES
      *---- ALERTA; PENDIENTE SOLO CUANDO YA HUBO UNA CORRIDA POSTERIOR
      *---- (LA ULTIMA PUEDE ESTAR ESPERANDO LA DEVOLUCION).
           IF WS-TAB-CONC-PROV (WS-IX) = 'DI'
              MOVE 'S'                       TO WS-SW-CORRIDA-ALERTA
           END-IF.

           IF WS-TAB-CONC-PROV (WS-IX) = 'PE'
              AND WS-IX < WS-TAB-CANT
              MOVE 'S'                       TO WS-SW-CORRIDA-ALERTA
           END-IF.

      *---- DESVIO DE VOLUMEN: SE COMPARA CONTRA EL PROMEDIO DE TODAS
      *---- LAS CORRIDAS CARGADAS. CON MENOS DE DOS CORRIDAS NO HAY
      *---- PROMEDIO SIGNIFICATIVO.
              WRITE WS-SAL-LINEA           FROM WS-LINEA-ALERTA
           END-IF.

           IF WS-TAB-CONC-PROV (WS-IX) = 'DI'
              MOVE 'CONCILIACION CON EL PROVEEDOR CON DIFERENCIAS'
                                             TO WS-ALR-TEXTO
              WRITE WS-SAL-LINEA           FROM WS-LINEA-ALERTA
           END-IF.

           IF WS-TAB-CONC-PROV (WS-IX) = 'PE'
              AND WS-IX < WS-TAB-CANT
              MOVE 'CORRIDA SIN CONCILIAR CON EL PROVEEDOR'
                                             TO WS-ALR-TEXTO
              WRITE WS-SAL-LINEA           FROM WS-LINEA-ALERTA
           END-IF.

           IF WS-TAB-CANT > 1
              AND WS-DESVIO-PORC > WS-UMBRAL-VOLUMEN
              MOVE 'VOLUMEN DE NOVEDADES DESVIADO DEL PROMEDIO'
