           05 WS-HIS-ARCH-NOVEDADES          PIC X(40).
           05 FILLER                         PIC X(01).
           05 WS-HIS-ARCH-MAEACT             PIC X(40).
      *---- RESULTADO DE LA CONCILIACION CONTRA LA DEVOLUCION DEL
      *---- PROVEEDOR (CL15EJ17): 'PE' PENDIENTE, 'OK' CONCILIADA, 'DI'
      *---- CON DIFERENCIAS, 'NA' NO APLICA (CORRIDA SIN EXTRACTO VALIDO
      *---- O MARCHA ATRAS). EN BLANCO EN LAS CORRIDAS ANTERIORES A LA
      *---- CONCILIACION.
           05 FILLER                         PIC X(01).
           05 WS-HIS-CONC-PROV               PIC X(02).
              88 WS-HIS-PROV-PENDIENTE           VALUE 'PE'.
              88 WS-HIS-PROV-OK                  VALUE 'OK'.
              88 WS-HIS-PROV-DIFERENCIA          VALUE 'DI'.
              88 WS-HIS-PROV-NO-APLICA           VALUE 'NA'.
           05 FILLER                         PIC X(01).
           05 WS-HIS-FECHA-CONC-PROV         PIC 9(08).
