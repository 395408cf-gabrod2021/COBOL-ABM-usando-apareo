           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPALDO.

      *---- RESPALDO DEL ARCHIVO DE APROBACION QUE DEJO LA MISMA
      *---- CORRIDA ANTES DE REGRABARLO, CON LA FECHA DEL RESPALDO DEL
      *---- MAESTRO.
       SELECT ENT-APR-RESPALDO
           ASSIGN TO DYNAMIC WS-APR-RESPALDO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APR-RESPALDO.

       SELECT SAL-APROBACIONES
           ASSIGN TO '../NOVEDADES_A_APROBAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-APROBACIONES.

       SELECT ENT-APROBACIONES
           ASSIGN TO '../NOVEDADES_A_APROBAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROBACIONES.

       SELECT SAL-MAEACT
           ASSIGN TO '../MAESTRO_ACTUALIZADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
              WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO-IDX.

       SELECT SAL-AUDITORIA-HIST
           ASSIGN TO '../AUDITORIA_HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-AHI-CLAVE
           FILE STATUS IS FS-AUDITORIA-HIST.

       SELECT SAL-HISTORIAL
           ASSIGN TO '../CL15EJ02_HISTORIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-RESPALDO.
       01 WS-REG-RESPALDO                   PIC X(93).

       FD ENT-APR-RESPALDO.
       01 WS-REG-APR-RESPALDO               PIC X(223).

       FD SAL-APROBACIONES.
       01 WS-SAL-APROBACION                 PIC X(223).

       FD ENT-APROBACIONES.
       01 WS-ENT-APROBACION                 PIC X(223).

       FD SAL-MAEACT.
       01 WS-SAL-MAEACT                     PIC X(93).

          05 WS-DLT-TIPO-CAMBIO             PIC X(16).

       FD ENT-AUDITORIA.
       01 WS-REG-AUDITORIA                  PIC X(220).
       01 WS-REG-AUDITORIA-R REDEFINES WS-REG-AUDITORIA.
          05 WS-RAU-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(01).
          05 WS-RAU-TIPO                    PIC X(01).
          05 FILLER                         PIC X(01).
          05 WS-RAU-ANTES                   PIC X(93).
          05 FILLER                         PIC X(01).
          05 WS-RAU-DESPUES                 PIC X(93).
          05 FILLER                         PIC X(22).

       FD SAL-EXTRACTO.
       01 WS-SAL-EXTRACTO                   PIC X(80).
       FD SAL-MAESTRO-IDX.
          COPY MAESTROIDX.

       FD SAL-AUDITORIA-HIST.
          COPY AUDHIST.

       FD SAL-HISTORIAL.
          COPY HISTORIAL.

             88 FS-RESPALDO-OK                  VALUE '00'.
             88 FS-RESPALDO-EOF                 VALUE '10'.
             88 FS-RESPALDO-NFD                 VALUE '35'.
          05 FS-APR-RESPALDO                PIC X(2).
             88 FS-APR-RESPALDO-OK              VALUE '00'.
             88 FS-APR-RESPALDO-EOF             VALUE '10'.
             88 FS-APR-RESPALDO-NFD             VALUE '35'.
          05 FS-SAL-APROBACIONES            PIC X(2).
             88 FS-SAL-APROBACIONES-OK          VALUE '00'.
          05 FS-APROBACIONES                PIC X(2).
             88 FS-APROBACIONES-OK              VALUE '00'.
             88 FS-APROBACIONES-EOF             VALUE '10'.
          05 FS-SAL-MAEACT                  PIC X(2).
             88 FS-SAL-MAEACT-OK                VALUE '00'.
          05 FS-MAEACT                      PIC X(2).
             88 FS-RETROACTIVOS-OK              VALUE '00'.
          05 FS-MAESTRO-IDX                 PIC X(2).
             88 FS-MAESTRO-IDX-OK               VALUE '00'.
          05 FS-AUDITORIA-HIST              PIC X(2).
             88 FS-AUDITORIA-HIST-OK            VALUE '00'.
             88 FS-AUDITORIA-HIST-EOF           VALUE '10'.
             88 FS-AUDITORIA-HIST-NOREG         VALUE '23'.
             88 FS-AUDITORIA-HIST-NFD           VALUE '35'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-OK                 VALUE '00'.
             88 FS-HISTORIAL-NFD                VALUE '35'.
          05 WS-CONT-REG-INDEXADOS          PIC 9(06) VALUE 0.
          05 WS-CONT-REG-COMPARADOS         PIC 9(06) VALUE 0.
          05 WS-CONT-DIFERENCIAS            PIC 9(06) VALUE 0.
          05 WS-CONT-HIST-ANULADOS          PIC 9(06) VALUE 0.
          05 WS-CONT-HIST-SIN-MARCA         PIC 9(06) VALUE 0.
          05 WS-CONT-APR-RESTAURADAS        PIC 9(06) VALUE 0.
          05 WS-CONT-APR-COMPARADAS         PIC 9(06) VALUE 0.
          05 WS-CONT-APR-DIFERENCIAS        PIC 9(06) VALUE 0.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.

       01 WS-FECHA-SISTEMA.
       01 WS-RESPALDO.
          05 WS-RESPALDO-NOMBRE             PIC X(40) VALUE SPACES.

      *---- EL RESPALDO DEL ARCHIVO DE APROBACION LLEVA LA MISMA FECHA
      *---- QUE EL DEL MAESTRO, QUE SON LOS OCHO DIGITOS PREVIOS AL
      *---- '.TXT' FINAL. SIN FECHA RECONOCIBLE O SIN RESPALDO, EL
      *---- ARCHIVO DE APROBACION QUEDA COMO ESTA Y SE AVISA CON RC 4.
       01 WS-RESPALDO-APR.
          05 WS-APR-RESPALDO-NOMBRE         PIC X(40) VALUE SPACES.
          05 WS-RESPALDO-BASE               PIC X(40) VALUE SPACES.
          05 WS-RESPALDO-LARGO              PIC 9(02) VALUE 0.
          05 WS-RESPALDO-FECHA              PIC X(08) VALUE SPACES.
          05 WS-SW-APR-RESTAURADA           PIC X(01) VALUE 'N'.
             88 WS-APR-RESTAURADA               VALUE 'S'.

       01 WS-CONCILIACION.
          05 WS-SW-CONCILIA-OK              PIC X(01) VALUE 'S'.
             88 WS-CONCILIA-OK                  VALUE 'S'.

      *---- BUSQUEDA EN EL REPOSITORIO HISTORICO DEL CAMBIO AUDITADO
      *---- QUE SE REVIERTE: DENTRO DEL LEGAJO Y LA FECHA SE QUEDA CON
      *---- LA ULTIMA COINCIDENCIA NO ANULADA, QUE ES LA DE LA CORRIDA
      *---- MAS RECIENTE.
       01 WS-ANULACION-HIST.
          05 WS-ANU-LEGAJO                  PIC X(10).
          05 WS-ANU-FECHA                   PIC 9(08).
          05 WS-ANU-CLAVE-HALLADA           PIC X(26).
          05 WS-SW-ANU-HALLADO              PIC X(01) VALUE 'N'.
             88 WS-ANU-HALLADO                  VALUE 'S'.
          05 WS-SW-ANU-FIN-LEGAJO           PIC X(01) VALUE 'N'.
             88 WS-ANU-FIN-LEGAJO               VALUE 'S'.

       01 WS-LEYENDA-ANULADO.
          05 FILLER                         PIC X(54) VALUE
             '*** EXTRACTO ANULADO POR MARCHA ATRAS - NO PROCESAR *'.
           PERFORM 2000-RESTAURAR-MAESTRO
              THRU 2000-RESTAURAR-MAESTRO-EXIT.

           PERFORM 2100-RESTAURAR-APROBACIONES
              THRU 2100-RESTAURAR-APROBACIONES-EXIT.

           PERFORM 2300-ANULAR-EXTRACTO
              THRU 2300-ANULAR-EXTRACTO-EXIT.

           PERFORM 2400-RECARGAR-INDEXADO
              THRU 2400-RECARGAR-INDEXADO-EXIT.

           PERFORM 2500-ANULAR-HISTORICO
              THRU 2500-ANULAR-HISTORICO-EXIT.

           PERFORM 2600-CONCILIAR-RESTAURACION
              THRU 2600-CONCILIAR-RESTAURACION-EXIT.

           DISPLAY 'MARCHA ATRAS DESDE EL RESPALDO: '
                   WS-RESPALDO-NOMBRE.

           PERFORM 1150-ARMAR-RESPALDO-APR
              THRU 1150-ARMAR-RESPALDO-APR-EXIT.

      *---- EL DELTA Y LA AUDITORIA DE LA CORRIDA MALA SOLO SE
      *---- CONTABILIZAN: DOCUMENTAN CUANTOS LEGAJOS Y CUANTOS
      *---- CAMBIOS AUDITADOS QUEDAN REVERTIDOS POR LA RESTAURACION.

       1100-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-ARMAR-RESPALDO-APR.
      *----------------------------------------------------------------*

           MOVE SPACES                       TO WS-RESPALDO-BASE.
           MOVE 0                            TO WS-RESPALDO-LARGO.

           UNSTRING WS-RESPALDO-NOMBRE DELIMITED BY '.TXT'
              INTO WS-RESPALDO-BASE COUNT IN WS-RESPALDO-LARGO.

           IF WS-RESPALDO-LARGO > 8
              MOVE WS-RESPALDO-BASE(WS-RESPALDO-LARGO - 7:8)
                                             TO WS-RESPALDO-FECHA
           END-IF.

           IF WS-RESPALDO-FECHA IS NUMERIC
              STRING '../NOVEDADES_A_APROBAR.' DELIMITED BY SIZE
                     WS-RESPALDO-FECHA         DELIMITED BY SIZE
                     '.TXT'                    DELIMITED BY SIZE
                INTO WS-APR-RESPALDO-NOMBRE
              DISPLAY 'APROBACIONES DESDE EL RESPALDO: '
                      WS-APR-RESPALDO-NOMBRE
           ELSE
              DISPLAY 'EL RESPALDO DEL MAESTRO NO TERMINA EN '
                      'AAAAMMDD.TXT: NO SE RESTAURA EL ARCHIVO DE '
                      'APROBACION'
              MOVE 4                         TO WS-RC-FINAL
              MOVE 4                         TO RETURN-CODE
           END-IF.

       1150-ARMAR-RESPALDO-APR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CONTAR-DELTA.
      *----------------------------------------------------------------*

       2010-COPIAR-RESPALDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-RESTAURAR-APROBACIONES.
      *----------------------------------------------------------------*

      *---- LA CORRIDA MALA YA REGRABO EL ARCHIVO DE APROBACION: SACO
      *---- LAS APROBADAS Y RECHAZADAS QUE CONSUMIO Y AGREGO SUS
      *---- RETENIDAS. SE REPONE EL RESPALDO PARA QUE AL REPROCESAR
      *---- LAS APROBADAS SE VUELVAN A APLICAR Y LAS RETENIDAS NO
      *---- QUEDEN DOS VECES. LO QUE EL SUPERVISOR HAYA RESUELTO
      *---- DESPUES DE LA CORRIDA MALA SE PIERDE CON ELLA.
           IF WS-APR-RESPALDO-NOMBRE NOT = SPACES
              OPEN INPUT ENT-APR-RESPALDO

              EVALUATE TRUE
                  WHEN FS-APR-RESPALDO-OK
                       PERFORM 2110-REPONER-APROBACIONES
                          THRU 2110-REPONER-APROBACIONES-EXIT
                  WHEN FS-APR-RESPALDO-NFD
                       DISPLAY 'NO SE ENCUENTRA EL RESPALDO DE '
                               'APROBACION: ' WS-APR-RESPALDO-NOMBRE
                       DISPLAY 'EL ARCHIVO DE APROBACION QUEDA '
                               'COMO LO DEJO LA CORRIDA'
                       MOVE 4                TO WS-RC-FINAL
                       MOVE 4                TO RETURN-CODE
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR EL RESPALDO DE '
                               'APROBACION'
                       DISPLAY 'FILE STATUS: ' FS-APR-RESPALDO
                       MOVE 16               TO RETURN-CODE
                       STOP RUN
              END-EVALUATE
           END-IF.

       2100-RESTAURAR-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-REPONER-APROBACIONES.
      *----------------------------------------------------------------*

           OPEN OUTPUT SAL-APROBACIONES.

           IF NOT FS-SAL-APROBACIONES-OK
              DISPLAY 'ERROR AL REESCRIBIR EL ARCHIVO DE APROBACION: '
                      FS-SAL-APROBACIONES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2120-COPIAR-APROBACION
              THRU 2120-COPIAR-APROBACION-EXIT
             UNTIL FS-APR-RESPALDO-EOF.

           CLOSE ENT-APR-RESPALDO
                 SAL-APROBACIONES.

           MOVE 'S'                          TO WS-SW-APR-RESTAURADA.

           MOVE WS-CONT-APR-RESTAURADAS      TO WS-FORMAT-CANT.
           DISPLAY 'NOVEDADES A APROBAR RESTAURADAS: ' WS-FORMAT-CANT.

       2110-REPONER-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-COPIAR-APROBACION.
      *----------------------------------------------------------------*

           READ ENT-APR-RESPALDO.

           EVALUATE TRUE
               WHEN FS-APR-RESPALDO-OK
                    MOVE WS-REG-APR-RESPALDO
                                            TO WS-SAL-APROBACION
                    WRITE WS-SAL-APROBACION
                    IF FS-SAL-APROBACIONES-OK
                       ADD 1                TO WS-CONT-APR-RESTAURADAS
                    ELSE
                       DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE '
                               'APROBACION: ' FS-SAL-APROBACIONES
                       MOVE 16              TO RETURN-CODE
                       STOP RUN
                    END-IF
               WHEN FS-APR-RESPALDO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL RESPALDO DE APROBACION: '
                            FS-APR-RESPALDO
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2120-COPIAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-ANULAR-EXTRACTO.
      *----------------------------------------------------------------*

       2420-LEER-MAEACT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-ANULAR-HISTORICO.
      *----------------------------------------------------------------*

      *---- LOS CAMBIOS DE LA CORRIDA REVERTIDA YA ESTAN ACUMULADOS EN
      *---- EL REPOSITORIO HISTORICO DE AUDITORIA. NO SE BORRAN: CADA
      *---- UNO QUEDA MARCADO ANULADO CON LA FECHA DE LA MARCHA ATRAS,
      *---- ASI LA HISTORIA DEL LEGAJO MUESTRA QUE EXISTIO Y QUE SE
      *---- REVIRTIO.
           OPEN I-O SAL-AUDITORIA-HIST.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-HIST-OK
                    CONTINUE
               WHEN FS-AUDITORIA-HIST-NFD
                    DISPLAY 'SIN REPOSITORIO HISTORICO DE AUDITORIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPOSITORIO HISTORICO: '
                            FS-AUDITORIA-HIST
           END-EVALUATE.

           IF FS-AUDITORIA-HIST-OK
              OPEN INPUT ENT-AUDITORIA
              IF FS-AUDITORIA-OK
                 PERFORM 2510-LEER-AUDITORIA
                    THRU 2510-LEER-AUDITORIA-EXIT
                   UNTIL FS-AUDITORIA-EOF
                 CLOSE ENT-AUDITORIA
              END-IF
              CLOSE SAL-AUDITORIA-HIST

              MOVE WS-CONT-HIST-ANULADOS     TO WS-FORMAT-CANT
              DISPLAY 'CAMBIOS ANULADOS EN EL HISTORICO: '
                      WS-FORMAT-CANT

              IF WS-CONT-HIST-SIN-MARCA > 0
                 MOVE WS-CONT-HIST-SIN-MARCA TO WS-FORMAT-CANT
                 DISPLAY 'CAMBIOS SIN REGISTRO EN EL HISTORICO: '
                         WS-FORMAT-CANT
              END-IF
           END-IF.

       2500-ANULAR-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-AUDITORIA.
      *----------------------------------------------------------------*

           READ ENT-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    PERFORM 2520-BUSCAR-CAMBIO-HIST
                       THRU 2520-BUSCAR-CAMBIO-HIST-EXIT
               WHEN FS-AUDITORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    MOVE '10'               TO FS-AUDITORIA
           END-EVALUATE.

       2510-LEER-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2520-BUSCAR-CAMBIO-HIST.
      *----------------------------------------------------------------*

           MOVE WS-RAU-DESPUES(1:10)        TO WS-ANU-LEGAJO.
           IF WS-ANU-LEGAJO = SPACES
              MOVE WS-RAU-ANTES(1:10)       TO WS-ANU-LEGAJO
           END-IF.
           MOVE WS-RAU-FECHA                TO WS-ANU-FECHA.

           MOVE 'N'                         TO WS-SW-ANU-HALLADO.
           MOVE 'N'                         TO WS-SW-ANU-FIN-LEGAJO.

           MOVE WS-ANU-LEGAJO               TO WS-AHI-LEGAJO.
           MOVE WS-ANU-FECHA                TO WS-AHI-FECHA.
           MOVE ZEROS                       TO WS-AHI-SECUENCIA.

           START SAL-AUDITORIA-HIST
              KEY IS NOT LESS THAN WS-AHI-CLAVE.

           IF NOT FS-AUDITORIA-HIST-OK
              MOVE 'S'                      TO WS-SW-ANU-FIN-LEGAJO
           END-IF.

           PERFORM 2530-LEER-CAMBIO-HIST
              THRU 2530-LEER-CAMBIO-HIST-EXIT
             UNTIL WS-ANU-FIN-LEGAJO.

           IF WS-ANU-HALLADO
              PERFORM 2540-MARCAR-ANULADO
                 THRU 2540-MARCAR-ANULADO-EXIT
           ELSE
              ADD 1                         TO WS-CONT-HIST-SIN-MARCA
           END-IF.

       2520-BUSCAR-CAMBIO-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2530-LEER-CAMBIO-HIST.
      *----------------------------------------------------------------*

           READ SAL-AUDITORIA-HIST NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-HIST-OK
                    IF WS-AHI-LEGAJO NOT = WS-ANU-LEGAJO
                       OR WS-AHI-FECHA NOT = WS-ANU-FECHA
                       MOVE 'S'             TO WS-SW-ANU-FIN-LEGAJO
                    ELSE
                       IF NOT WS-AHI-ES-ANULADO
                          AND WS-AHI-ANTES = WS-RAU-ANTES
                          AND WS-AHI-DESPUES = WS-RAU-DESPUES
                          MOVE 'S'          TO WS-SW-ANU-HALLADO
                          MOVE WS-AHI-CLAVE TO WS-ANU-CLAVE-HALLADA
                       END-IF
                    END-IF
               WHEN FS-AUDITORIA-HIST-EOF
                    MOVE 'S'                TO WS-SW-ANU-FIN-LEGAJO
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL REPOSITORIO HISTORICO: '
                            FS-AUDITORIA-HIST
                    MOVE 'S'                TO WS-SW-ANU-FIN-LEGAJO
           END-EVALUATE.

       2530-LEER-CAMBIO-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2540-MARCAR-ANULADO.
      *----------------------------------------------------------------*

           MOVE WS-ANU-CLAVE-HALLADA        TO WS-AHI-CLAVE.

           READ SAL-AUDITORIA-HIST.

           IF FS-AUDITORIA-HIST-OK
              MOVE 'S'                      TO WS-AHI-ANULADO
              MOVE WS-FECHA-AAAAMMDD        TO WS-AHI-FECHA-ANULACION
              REWRITE WS-AHI-REGISTRO
           END-IF.

           IF FS-AUDITORIA-HIST-OK
              ADD 1                         TO WS-CONT-HIST-ANULADOS
           ELSE
              DISPLAY 'ERROR AL ANULAR EN EL REPOSITORIO HISTORICO: '
                      FS-AUDITORIA-HIST
              DISPLAY 'LEGAJO: ' WS-ANU-LEGAJO
              ADD 1                         TO WS-CONT-HIST-SIN-MARCA
           END-IF.

       2540-MARCAR-ANULADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-CONCILIAR-RESTAURACION.
      *----------------------------------------------------------------*
              MOVE 16                        TO RETURN-CODE
           END-IF.

      *---- EL ARCHIVO DE APROBACION RESTAURADO SE VERIFICA IGUAL QUE
      *---- EL MAESTRO: DEBE COINCIDIR CON SU RESPALDO.
           IF WS-APR-RESTAURADA
              PERFORM 2620-CONCILIAR-APROBACIONES
                 THRU 2620-CONCILIAR-APROBACIONES-EXIT
           ELSE
              DISPLAY 'ARCHIVO DE APROBACION: NO SE RESTAURO'
           END-IF.

       2600-CONCILIAR-RESTAURACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       2610-COMPARAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2620-CONCILIAR-APROBACIONES.
      *----------------------------------------------------------------*

           OPEN INPUT ENT-APR-RESPALDO.
           OPEN INPUT ENT-APROBACIONES.

           IF NOT FS-APR-RESPALDO-OK
              OR NOT FS-APROBACIONES-OK
              DISPLAY 'ERROR AL REABRIR PARA CONCILIAR APROBACION: '
                      FS-APR-RESPALDO ' ' FS-APROBACIONES
              MOVE 'N'                       TO WS-SW-CONCILIA-OK
              ADD 1                          TO WS-CONT-APR-DIFERENCIAS
           ELSE
              PERFORM 2630-COMPARAR-APROBACION
                 THRU 2630-COMPARAR-APROBACION-EXIT
                UNTIL FS-APR-RESPALDO-EOF
                  AND FS-APROBACIONES-EOF

              CLOSE ENT-APR-RESPALDO
                    ENT-APROBACIONES
           END-IF.

           IF WS-CONT-APR-DIFERENCIAS = 0
              MOVE WS-CONT-APR-COMPARADAS    TO WS-FORMAT-CANT
              DISPLAY 'CONCILIACION RESPALDO/APROBACION: OK ('
                      WS-FORMAT-CANT ')'
           ELSE
              DISPLAY 'CONCILIACION RESPALDO/APROBACION: DIFERENCIA '
                      'DETECTADA'
              MOVE WS-CONT-APR-DIFERENCIAS   TO WS-FORMAT-CANT
              DISPLAY '  REGISTROS CON DIFERENCIA: ' WS-FORMAT-CANT
              MOVE 16                        TO WS-RC-FINAL
              MOVE 16                        TO RETURN-CODE
           END-IF.

       2620-CONCILIAR-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2630-COMPARAR-APROBACION.
      *----------------------------------------------------------------*

           READ ENT-APR-RESPALDO.
           READ ENT-APROBACIONES.

           EVALUATE TRUE
               WHEN FS-APR-RESPALDO-EOF AND FS-APROBACIONES-EOF
                    CONTINUE
               WHEN FS-APR-RESPALDO-EOF OR FS-APROBACIONES-EOF
                    MOVE 'N'                TO WS-SW-CONCILIA-OK
                    ADD 1                   TO WS-CONT-APR-DIFERENCIAS
                    MOVE '10'               TO FS-APR-RESPALDO
                    MOVE '10'               TO FS-APROBACIONES
               WHEN FS-APR-RESPALDO-OK AND FS-APROBACIONES-OK
                    ADD 1                   TO WS-CONT-APR-COMPARADAS
                    IF WS-REG-APR-RESPALDO NOT = WS-ENT-APROBACION
                       MOVE 'N'             TO WS-SW-CONCILIA-OK
                       ADD 1                TO WS-CONT-APR-DIFERENCIAS
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL COMPARAR APROBACION: '
                            FS-APR-RESPALDO ' ' FS-APROBACIONES
                    MOVE 'N'                TO WS-SW-CONCILIA-OK
                    ADD 1                   TO WS-CONT-APR-DIFERENCIAS
                    MOVE '10'               TO FS-APR-RESPALDO
                    MOVE '10'               TO FS-APROBACIONES
           END-EVALUATE.

       2630-COMPARAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*
              MOVE 'MARCHA ATRAS CL15EJ08'   TO WS-HIS-ARCH-NOVEDADES
              MOVE '../MAESTRO_ACTUALIZADO.TXT'
                                             TO WS-HIS-ARCH-MAEACT
              MOVE 'NA'                      TO WS-HIS-CONC-PROV
              MOVE 0                         TO WS-HIS-FECHA-CONC-PROV

              WRITE WS-SAL-HISTORIAL

