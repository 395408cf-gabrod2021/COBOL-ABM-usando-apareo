           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

      *---- RELECTURA DE LA AUDITORIA DE LA CORRIDA PARA ACUMULARLA EN
      *---- EL REPOSITORIO HISTORICO POR LEGAJO.
       SELECT ENT-AUDITORIA
           ASSIGN TO '../CL15EJ02_AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT-AUDITORIA.

       SELECT SAL-AUDITORIA-HIST
           ASSIGN TO '../AUDITORIA_HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-AHI-CLAVE
           FILE STATUS IS FS-AUDITORIA-HIST.

       SELECT SAL-CONFLICTOS
           ASSIGN TO '../CL15EJ02_CONFLICTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

      *---- NOVEDADES RETENIDAS POR SUPERAR LOS UMBRALES DE CONTROL DE
      *---- SUELDO: EL ARCHIVO DE APROBACION LO RESUELVE EL SUPERVISOR
      *---- CON CL15EJ18, Y LAS QUE SE RETIENEN EN LA CORRIDA SE JUNTAN
      *---- EN UN ARCHIVO DE TRABAJO QUE SE LE SUMA AL CIERRE.
       SELECT ENT-APROBACIONES
           ASSIGN TO '../NOVEDADES_A_APROBAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROBACIONES.

       SELECT SAL-NOV-RETENIDAS
           ASSIGN TO '../CL15EJ02_RETENIDAS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDAS.

      *---- RESPALDO FECHADO DEL ARCHIVO DE APROBACION, TOMADO ANTES DE
      *---- REGRABARLO AL CIERRE: LA MARCHA ATRAS (CL15EJ08) LO REPONE
      *---- JUNTO CON EL RESPALDO DEL MAESTRO.
       SELECT SAL-APROBACIONES-BKP
           ASSIGN TO DYNAMIC WS-APR-BKP-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROBACIONES-BKP.

       SELECT SAL-EXTRACTO
           ASSIGN TO '../CL15EJ02_EXTRACTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       SELECT SD-NOVEDADES-ORDEN
           ASSIGN TO '../CL15EJ02_NOVEDADES.SRT'.

      *---- TABLA DE SECTORES, CATEGORIAS Y BANDAS QUE MANTIENE RRHH
      *---- CON CL15EJ10: SE RECORRE UNA SOLA VEZ AL INICIO Y QUEDA
      *---- CARGADA EN MEMORIA CON LO VIGENTE A LA FECHA DE CORRIDA.
       SELECT ENT-SECTORES
           ASSIGN TO '../SECTORES_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-TSC-CLAVE
           FILE STATUS IS FS-SECTORES.

      *----------------------------------------------------------------*
       DATA DIVISION.


       FD ENT-PARAMETROS.
       01 WS-REG-PARAMETROS                 PIC X(40).
       01 WS-REG-PARM-UMBRAL-PORC.
          05 WS-PRM-UMBRAL-PORC             PIC 9(03).
          05 FILLER                         PIC X(37).
       01 WS-REG-PARM-UMBRAL-IMPORTE.
          05 WS-PRM-UMBRAL-IMPORTE          PIC 9(08).
          05 FILLER                         PIC X(32).

       FD ENT-MAESTRO.
          COPY MAESTRO.
          05 WS-AUD-ANTES                   PIC X(93).
          05 FILLER                         PIC X(01).
          05 WS-AUD-DESPUES                 PIC X(93).
          05 FILLER                         PIC X(01).
          05 WS-AUD-APROBADA                PIC X(01).
          05 FILLER                         PIC X(01).
          05 WS-AUD-APR-USUARIO             PIC X(10).
          05 FILLER                         PIC X(01).
          05 WS-AUD-APR-FECHA               PIC 9(08).

       FD ENT-AUDITORIA.
       01 WS-ENT-AUDITORIA.
          05 WS-EAU-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(01).
          05 WS-EAU-TIPO                    PIC X(01).
          05 FILLER                         PIC X(01).
          05 WS-EAU-ANTES                   PIC X(93).
          05 FILLER                         PIC X(01).
          05 WS-EAU-DESPUES                 PIC X(93).
          05 FILLER                         PIC X(01).
          05 WS-EAU-APROBADA                PIC X(01).
          05 FILLER                         PIC X(01).
          05 WS-EAU-APR-USUARIO             PIC X(10).
          05 FILLER                         PIC X(01).
          05 WS-EAU-APR-FECHA               PIC 9(08).

       FD SAL-AUDITORIA-HIST.
          COPY AUDHIST.

       FD SAL-CONFLICTOS.
       01 WS-SAL-CONFLICTOS.
          05 WS-CHK-CONT-RETRO              PIC 9(06).
          05 FILLER                         PIC X(01).
          05 WS-CHK-IMP-RETRO               PIC S9(12)V9(02).
          05 FILLER                         PIC X(01).
          05 WS-CHK-CONT-RETENIDAS          PIC 9(06).
          05 FILLER                         PIC X(01).
          05 WS-CHK-CONT-APROBADAS          PIC 9(06).

       FD ENT-NOVEDADES-CTRL.
       01 WS-REG-NOVEDADES-CTRL             PIC X(40).
       FD SAL-NOV-PENDIENTES.
       01 WS-SAL-PENDIENTES                 PIC X(93).

       FD ENT-APROBACIONES.
       01 WS-REG-APROBACION                 PIC X(223).

       FD SAL-NOV-RETENIDAS.
       01 WS-SAL-RETENIDA                   PIC X(223).

       FD SAL-APROBACIONES-BKP.
       01 WS-SAL-APROBACION-BKP             PIC X(223).

       FD SAL-EXTRACTO.
       01 WS-SAL-EXTRACTO                   PIC X(80).

          05 SD-NOV-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(82).

       FD ENT-SECTORES.
          COPY SECTORES.


       WORKING-STORAGE SECTION.

             88 FS-DELTA-OK                     VALUE '00'.
          05 FS-AUDITORIA                   PIC X(2).
             88 FS-AUDITORIA-OK                 VALUE '00'.
          05 FS-ENT-AUDITORIA               PIC X(2).
             88 FS-ENT-AUDITORIA-OK             VALUE '00'.
             88 FS-ENT-AUDITORIA-EOF            VALUE '10'.
          05 FS-AUDITORIA-HIST              PIC X(2).
             88 FS-AUDITORIA-HIST-OK            VALUE '00'.
             88 FS-AUDITORIA-HIST-DUP           VALUE '22'.
             88 FS-AUDITORIA-HIST-NFD           VALUE '35'.
          05 FS-CONFLICTOS                  PIC X(2).
             88 FS-CONFLICTOS-OK                VALUE '00'.
          05 FS-MAEACT-ANT                  PIC X(2).
             88 FS-RETROACTIVOS-OK              VALUE '00'.
          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                VALUE '00'.
          05 FS-APROBACIONES                PIC X(2).
             88 FS-APROBACIONES-OK              VALUE '00'.
             88 FS-APROBACIONES-EOF             VALUE '10'.
             88 FS-APROBACIONES-NFD             VALUE '35'.
          05 FS-APROBACIONES-BKP            PIC X(2).
             88 FS-APROBACIONES-BKP-OK          VALUE '00'.
          05 FS-RETENIDAS                   PIC X(2).
             88 FS-RETENIDAS-OK                 VALUE '00'.
             88 FS-RETENIDAS-EOF                VALUE '10'.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-EOF               VALUE '10'.
             88 FS-PARAMETROS-NFD               VALUE '35'.
          05 FS-SECTORES                    PIC X(2).
             88 FS-SECTORES-OK                  VALUE '00'.
             88 FS-SECTORES-EOF                 VALUE '10'.
             88 FS-SECTORES-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-MAESTRO            PIC 9(04) VALUE 0.
       01 WS-BKP-MAEACT.
           05 WS-BKP-NOMBRE                 PIC X(40) VALUE SPACES.
           05 WS-PARM-MAEACT-BASE           PIC X(40) VALUE SPACES.
           05 WS-APR-BKP-NOMBRE             PIC X(40) VALUE SPACES.
           05 WS-APR-BKP-BASE               PIC X(40)
                                  VALUE '../NOVEDADES_A_APROBAR'.

       01 WS-CHECKPOINT-CTRL.
           05 WS-CONT-CHECKPOINT            PIC 9(04) VALUE 0.
           05 WS-IMP-AJUSTES                PIC 9(10)V9(02) VALUE 0.
           05 WS-AUD-TIPO-NOV               PIC X(01) VALUE SPACE.

      *---- VALIDACIONES DE CONTENIDO DEL LEGAJO AMPLIADO: SECTOR Y
      *---- CATEGORIA CONTRA LA TABLA DE SECTORES Y CATEGORIAS (VER
      *---- WS-TABLA-SECTORES) Y EL CONTROL DE FORMATO DEL CUIL
      *---- (PREFIJO DE TIPO VALIDO Y DIGITO VERIFICADOR MODULO 11 CON
      *---- PESOS 5432765432). LA LISTA FIJA DE SECTORES SOLO SE USA
      *---- SI NO EXISTE EL ARCHIVO DE LA TABLA.
       01 WS-VALIDACION-LEGAJO.
           05 WS-SEC-BUSCADO                PIC X(03).
              88 WS-SECTOR-EXISTE               VALUE '100' '200'
           05 WS-CUIL-VERIF                 PIC 9(02).
           05 WS-SW-CUIL-VALIDO             PIC X(01) VALUE 'S'.
              88 WS-CUIL-VALIDO                 VALUE 'S'.
           05 WS-ESC-CATEGORIA              PIC X(02).
           05 WS-ESC-SUELDO                 PIC 9(08)V9(02).

      *---- TABLA DE SECTORES, CATEGORIAS Y BANDAS VIGENTE A LA FECHA
      *---- DE CORRIDA, UNA ENTRADA POR TIPO + CODIGO. EL ARCHIVO VIENE
      *---- ORDENADO POR TIPO, CODIGO Y VIGENCIA, ASI QUE CADA NUEVA
      *---- VIGENCIA YA CUMPLIDA DE UN CODIGO PISA LA ANTERIOR EN LA
      *---- MISMA ENTRADA. LAS BANDAS 1 Y 2 REEMPLAZAN LOS TOPES POR
      *---- DEFECTO DE WS-AJU-BANDA1/2-TOPE.
       01 WS-TABLA-SECTORES.
           05 WS-SW-TABLA-SECTORES          PIC X(01) VALUE 'N'.
              88 WS-HAY-TABLA-SECTORES          VALUE 'S'.
           05 WS-TSC-CANT                   PIC 9(03) VALUE 0.
           05 WS-TSC-MAX                    PIC 9(03) VALUE 200.
           05 WS-TSC-ENTRADA OCCURS 200.
              10 WS-TSC-TAB-TIPO            PIC X(01).
              10 WS-TSC-TAB-CODIGO          PIC X(03).
              10 WS-TSC-TAB-MIN             PIC 9(08)V9(02).
              10 WS-TSC-TAB-MAX             PIC 9(08)V9(02).
              10 WS-TSC-TAB-ESTADO          PIC X(01).
           05 WS-TSC-IX                     PIC 9(03) VALUE 0.
           05 WS-TSC-POS                    PIC 9(03) VALUE 0.
           05 WS-TSC-BUSCAR-TIPO            PIC X(01).
           05 WS-TSC-BUSCAR-CODIGO          PIC X(03).
           05 WS-SW-TSC-GUARDAR             PIC X(01) VALUE 'S'.
              88 WS-TSC-GUARDAR                 VALUE 'S'.

      *---- ACUMULACION DE LA AUDITORIA DE LA CORRIDA EN EL REPOSITORIO
      *---- HISTORICO POR LEGAJO: LA HORA DE LA CARGA ENCABEZA LA
      *---- SECUENCIA DE CADA CAMBIO Y EL ORDINAL SE AVANZA MIENTRAS LA
      *---- CLAVE YA EXISTA (VARIOS CAMBIOS DEL MISMO LEGAJO).
       01 WS-ACUMULA-AUDITORIA.
           05 WS-AHI-HORA-CARGA             PIC 9(06) VALUE 0.
           05 WS-CONT-AUD-HIST              PIC 9(06) VALUE 0.
           05 WS-SW-AHI-GRABADO             PIC X(01) VALUE 'N'.
              88 WS-AHI-GRABADO                 VALUE 'S'.

      *---- DOBLE CONTROL DE CAMBIOS DE SUELDO: UN ALTA CON SUELDO
      *---- MAYOR AL UMBRAL DE IMPORTE, O UNA 'M' CUYO CAMBIO DE SUELDO
      *---- SUPERA EL UMBRAL DE PORCENTAJE O EL DE IMPORTE, NO SE
      *---- APLICA: QUEDA RETENIDA HASTA QUE EL SUPERVISOR LA APRUEBE.
      *---- LOS UMBRALES VIENEN EN LAS LINEAS 5 (PORCENTAJE ENTERO, 3
      *---- DIGITOS) Y 6 (IMPORTE ENTERO EN PESOS, 8 DIGITOS) DEL
      *---- ARCHIVO DE PARAMETROS; UN UMBRAL EN CERO NO SE CONTROLA.
      *---- LA TABLA GUARDA EL ARCHIVO DE APROBACION TAL COMO LO DEJO
      *---- EL SUPERVISOR: LAS APROBADAS SE RECONOCEN POR LA IMAGEN
      *---- COMPLETA DE LA NOVEDAD Y CADA UNA SE USA UNA SOLA VEZ.
       01 WS-DOBLE-CONTROL.
           05 WS-UMB-PORCENTAJE             PIC 9(03)V9(02) VALUE 50.
           05 WS-UMB-IMPORTE                PIC 9(08)V9(02)
                                            VALUE 2000000.
           05 WS-UMB-SUELDO-ANT             PIC 9(08)V9(02) VALUE 0.
           05 WS-UMB-DIFERENCIA             PIC 9(08)V9(02) VALUE 0.
           05 WS-UMB-VARIACION              PIC 9(03)V9(02) VALUE 0.
           05 WS-UMB-MOTIVO                 PIC X(40).
           05 WS-SW-NOV-RETENIDA            PIC X(01) VALUE 'N'.
              88 WS-NOV-RETENIDA                VALUE 'S'.
           05 WS-SW-NOV-APROBADA            PIC X(01) VALUE 'N'.
              88 WS-NOV-APROBADA                VALUE 'S'.
           05 WS-SW-HAY-APROBADAS           PIC X(01) VALUE 'N'.
              88 WS-HAY-APROBADAS               VALUE 'S'.
           05 WS-APR-USUARIO-NOV            PIC X(10) VALUE SPACES.
           05 WS-APR-FECHA-NOV              PIC 9(08) VALUE 0.
           05 WS-CONT-NOV-RETENIDAS         PIC 9(06) VALUE 0.
           05 WS-CONT-NOV-APROBADAS         PIC 9(06) VALUE 0.
           05 WS-CONT-APR-RECHAZADAS        PIC 9(06) VALUE 0.
           05 WS-CONT-APR-PENDIENTES        PIC 9(06) VALUE 0.
           05 WS-APR-CANT                   PIC 9(04) VALUE 0.
           05 WS-APR-MAX                    PIC 9(04) VALUE 500.
           05 WS-APR-IX                     PIC 9(04) VALUE 0.
           05 WS-APR-POS                    PIC 9(04) VALUE 0.
           05 WS-APR-ENTRADA OCCURS 500.
              10 WS-APR-TAB-REGISTRO        PIC X(223).
              10 WS-APR-TAB-USADA           PIC X(01).

          COPY APROBACION.

       01 WS-PARAMETROS-ARCHIVOS.
           05 WS-PARM-MAESTRO-NOMBRE        PIC X(40)
           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-EXIT.

           PERFORM 1060-CARGAR-SECTORES
              THRU 1060-CARGAR-SECTORES-EXIT.

           PERFORM 1500-LEER-CHECKPOINT
              THRU 1500-LEER-CHECKPOINT-EXIT.

           PERFORM 1100-ABRIR-MAESTRO
              THRU 1100-ABRIR-MAESTRO-EXIT.

           PERFORM 1140-CARGAR-APROBACIONES
              THRU 1140-CARGAR-APROBACIONES-EXIT.

      *---- EN UN REINICIO NO SE VUELVE A CONSOLIDAR: EL ARCHIVO DE
      *---- NOVEDADES YA QUEDO CONSOLIDADO Y ORDENADO POR LA CORRIDA
      *---- ORIGINAL, Y LAS PENDIENTES DE LA CORRIDA ANTERIOR YA
           PERFORM 1400-ABRIR-RECHAZADAS
              THRU 1400-ABRIR-RECHAZADAS-EXIT.

           IF NOT WS-HAY-RESTART
              PERFORM 1410-INFORMAR-NO-APROBADAS
                 THRU 1410-INFORMAR-NO-APROBADAS-EXIT
           END-IF.

           IF NOT WS-ES-SIMULACION
              PERFORM 1450-ABRIR-DELTA
                 THRU 1450-ABRIR-DELTA-EXIT
              PERFORM 1470-ABRIR-PENDIENTES
                 THRU 1470-ABRIR-PENDIENTES-EXIT

              PERFORM 1475-ABRIR-RETENIDAS
                 THRU 1475-ABRIR-RETENIDAS-EXIT

              PERFORM 1480-ABRIR-EXTRACTO
                 THRU 1480-ABRIR-EXTRACTO-EXIT

                    DISPLAY 'CORRIDA EN MODO SIMULACION'
                 END-IF

      *---- QUINTA Y SEXTA LINEA OPCIONALES: UMBRALES DEL DOBLE CONTROL
      *---- DE SUELDOS (PORCENTAJE DE VARIACION E IMPORTE). EN BLANCO
      *---- O NO NUMERICAS SE MANTIENEN LOS VALORES POR DEFECTO.
                 READ ENT-PARAMETROS
                 IF FS-PARAMETROS-OK
                    AND WS-PRM-UMBRAL-PORC IS NUMERIC
                    MOVE WS-PRM-UMBRAL-PORC
                                        TO WS-UMB-PORCENTAJE
                 END-IF

                 READ ENT-PARAMETROS
                 IF FS-PARAMETROS-OK
                    AND WS-PRM-UMBRAL-IMPORTE IS NUMERIC
                    MOVE WS-PRM-UMBRAL-IMPORTE
                                        TO WS-UMB-IMPORTE
                 END-IF

                 CLOSE ENT-PARAMETROS
              WHEN FS-PARAMETROS-NFD
                 CONTINUE

       1050-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1060-CARGAR-SECTORES.
      *----------------------------------------------------------------*

      *---- SIN ARCHIVO DE TABLA LA CORRIDA SIGUE CON LA LISTA FIJA DE
      *---- SECTORES, SIN CONTROL DE CATEGORIA NI DE ESCALA Y CON LOS
      *---- CORTES DE BANDA POR DEFECTO.
           MOVE 'N'                         TO WS-SW-TABLA-SECTORES.
           MOVE 0                           TO WS-TSC-CANT.

           OPEN INPUT ENT-SECTORES.

           EVALUATE TRUE
              WHEN FS-SECTORES-OK
                 MOVE 'S'                   TO WS-SW-TABLA-SECTORES
                 PERFORM 1065-LEER-SECTOR
                    THRU 1065-LEER-SECTOR-EXIT
                   UNTIL FS-SECTORES-EOF
                 CLOSE ENT-SECTORES
                 PERFORM 1069-TOMAR-TOPE-BANDA
                    THRU 1069-TOMAR-TOPE-BANDA-EXIT
                   VARYING WS-TSC-IX FROM 1 BY 1
                     UNTIL WS-TSC-IX > WS-TSC-CANT
              WHEN FS-SECTORES-NFD
                 DISPLAY 'SIN TABLA DE SECTORES Y CATEGORIAS, SE USA '
                         'LA LISTA FIJA DE SECTORES'
              WHEN OTHER
                 DISPLAY 'ERROR AL ABRIR LA TABLA DE SECTORES: '
                         FS-SECTORES
                 PERFORM 9040-ABEND-SECTORES
                    THRU 9040-ABEND-SECTORES-EXIT
           END-EVALUATE.

       1060-CARGAR-SECTORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1065-LEER-SECTOR.
      *----------------------------------------------------------------*

           READ ENT-SECTORES.

           EVALUATE TRUE
              WHEN FS-SECTORES-OK
      *---- UNA VIGENCIA FUTURA TODAVIA NO RIGE: SE IGNORA.
                 IF WS-TSC-VIGENCIA NOT > WS-FECHA-AAAAMMDD
                    PERFORM 1067-GUARDAR-SECTOR
                       THRU 1067-GUARDAR-SECTOR-EXIT
                 END-IF
              WHEN FS-SECTORES-EOF
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER LA TABLA DE SECTORES: '
                         FS-SECTORES
                 CLOSE ENT-SECTORES
                 PERFORM 9040-ABEND-SECTORES
                    THRU 9040-ABEND-SECTORES-EXIT
           END-EVALUATE.

       1065-LEER-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1067-GUARDAR-SECTOR.
      *----------------------------------------------------------------*

           MOVE 'S'                         TO WS-SW-TSC-GUARDAR.

           IF WS-TSC-CANT = 0
              OR WS-TSC-TIPO NOT = WS-TSC-TAB-TIPO (WS-TSC-CANT)
              OR WS-TSC-CODIGO NOT = WS-TSC-TAB-CODIGO (WS-TSC-CANT)
              IF WS-TSC-CANT >= WS-TSC-MAX
                 DISPLAY 'TABLA DE SECTORES LLENA, SE IGNORA: '
                         WS-TSC-CLAVE
                 MOVE 'N'                   TO WS-SW-TSC-GUARDAR
              ELSE
                 ADD 1                      TO WS-TSC-CANT
              END-IF
           END-IF.

           IF WS-TSC-GUARDAR
              MOVE WS-TSC-TIPO       TO WS-TSC-TAB-TIPO (WS-TSC-CANT)
              MOVE WS-TSC-CODIGO     TO WS-TSC-TAB-CODIGO (WS-TSC-CANT)
              MOVE WS-TSC-SUELDO-MIN TO WS-TSC-TAB-MIN (WS-TSC-CANT)
              MOVE WS-TSC-SUELDO-MAX TO WS-TSC-TAB-MAX (WS-TSC-CANT)
              MOVE WS-TSC-ESTADO     TO WS-TSC-TAB-ESTADO (WS-TSC-CANT)
           END-IF.

       1067-GUARDAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1069-TOMAR-TOPE-BANDA.
      *----------------------------------------------------------------*

      *---- LOS CORTES DE BANDA DE LA TABLA REEMPLAZAN A LOS DE
      *---- WS-AJUSTE-MASIVO; UNA BANDA SIN ENTRADA VIGENTE CONSERVA
      *---- EL CORTE POR DEFECTO.
           IF WS-TSC-TAB-TIPO (WS-TSC-IX) = 'B'
              AND WS-TSC-TAB-ESTADO (WS-TSC-IX) = 'A'
              AND WS-TSC-TAB-MAX (WS-TSC-IX) > 0
              EVALUATE WS-TSC-TAB-CODIGO (WS-TSC-IX)
                 WHEN '1'
                    MOVE WS-TSC-TAB-MAX (WS-TSC-IX)
                                            TO WS-AJU-BANDA1-TOPE
                 WHEN '2'
                    MOVE WS-TSC-TAB-MAX (WS-TSC-IX)
                                            TO WS-AJU-BANDA2-TOPE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       1069-TOMAR-TOPE-BANDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-MAESTRO.
      *----------------------------------------------------------------*

       1110-LEER-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1140-CARGAR-APROBACIONES.
      *----------------------------------------------------------------*

      *---- EL ARCHIVO DE APROBACION SE CARGA ENTERO EN MEMORIA: LAS
      *---- APROBADAS ENTRAN A LA CONSOLIDACION Y SE RECONOCEN EN EL
      *---- APAREO, LAS RECHAZADAS SE INFORMAN EN LAS RECHAZADAS Y LAS
      *---- PENDIENTES SE VUELVEN A GRABAR AL CIERRE. EL ARCHIVO RECIEN
      *---- SE REESCRIBE CUANDO LA CORRIDA TERMINA BIEN, ASI UN
      *---- REINICIO LO ENCUENTRA IGUAL QUE LA CORRIDA ORIGINAL.
           MOVE 0                           TO WS-APR-CANT.
           MOVE 'N'                         TO WS-SW-HAY-APROBADAS.

           OPEN INPUT ENT-APROBACIONES.

           EVALUATE TRUE
              WHEN FS-APROBACIONES-OK
                 PERFORM 1145-LEER-APROBACION
                    THRU 1145-LEER-APROBACION-EXIT
                   UNTIL FS-APROBACIONES-EOF
                 CLOSE ENT-APROBACIONES
              WHEN FS-APROBACIONES-NFD
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE APROBACION: '
                         FS-APROBACIONES
                 PERFORM 9030-ABEND-APROBACION
                    THRU 9030-ABEND-APROBACION-EXIT
           END-EVALUATE.

           MOVE WS-UMB-PORCENTAJE           TO WS-FORMAT-IMPORTE.
           DISPLAY 'UMBRAL DE APROBACION PORCENTAJE: '
                   WS-FORMAT-IMPORTE.
           MOVE WS-UMB-IMPORTE              TO WS-FORMAT-IMPORTE.
           DISPLAY 'UMBRAL DE APROBACION IMPORTE   : '
                   WS-FORMAT-IMPORTE.

       1140-CARGAR-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1145-LEER-APROBACION.
      *----------------------------------------------------------------*

           READ ENT-APROBACIONES.

           EVALUATE TRUE
              WHEN FS-APROBACIONES-OK
                 IF WS-REG-APROBACION NOT = SPACES
                    PERFORM 1147-GUARDAR-APROBACION
                       THRU 1147-GUARDAR-APROBACION-EXIT
                 END-IF
              WHEN FS-APROBACIONES-EOF
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER EL ARCHIVO DE APROBACION: '
                         FS-APROBACIONES
                 PERFORM 9030-ABEND-APROBACION
                    THRU 9030-ABEND-APROBACION-EXIT
           END-EVALUATE.

       1145-LEER-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1147-GUARDAR-APROBACION.
      *----------------------------------------------------------------*

      *---- NINGUNA ENTRADA SE PUEDE PERDER, PORQUE AL CIERRE EL
      *---- ARCHIVO SE REESCRIBE DESDE LA TABLA: SI NO ENTRA, SE CORTA.
           IF WS-APR-CANT >= WS-APR-MAX
              DISPLAY 'TABLA DE NOVEDADES A APROBAR LLENA: '
                      WS-APR-MAX
              PERFORM 9030-ABEND-APROBACION
                 THRU 9030-ABEND-APROBACION-EXIT
           END-IF.

           ADD 1                            TO WS-APR-CANT.
           MOVE WS-REG-APROBACION
                            TO WS-APR-TAB-REGISTRO (WS-APR-CANT).
           MOVE 'N'         TO WS-APR-TAB-USADA (WS-APR-CANT).

           MOVE WS-REG-APROBACION           TO WS-APR-REGISTRO.

           EVALUATE TRUE
              WHEN WS-APR-APROBADA
                 MOVE 'S'                   TO WS-SW-HAY-APROBADAS
              WHEN WS-APR-RECHAZADA
                 ADD 1                      TO WS-CONT-APR-RECHAZADAS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1147-GUARDAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CONSOLIDAR-NOVEDADES.
      *----------------------------------------------------------------*
      *---- LAS NOVEDADES DIFERIDAS POR FECHA DE VIGENCIA EN CORRIDAS
      *---- ANTERIORES ENTRAN A LA CONSOLIDACION COMO UN ORIGEN MAS,
      *---- ASI CADA CORRIDA LAS RETOMA AUTOMATICAMENTE HASTA QUE SU
      *---- FECHA LLEGUE. LO MISMO LAS QUE EL SUPERVISOR APROBO DESDE
      *---- EL ARCHIVO DE APROBACION.
           MOVE 'N'                       TO WS-SW-HAY-PENDIENTES.
           MOVE WS-PENDIENTES-NOMBRE      TO WS-NOV-ORIGEN-NOMBRE.

           END-IF.

           IF FS-NOVEDADES-CTRL-OK OR WS-HAY-PENDIENTES
              OR WS-HAY-APROBADAS
              OPEN OUTPUT SAL-NOVEDADES-TMP

              IF FS-NOVEDADES-CTRL-OK
                   UNTIL FS-NOVEDADES-CTRL-EOF
                 CLOSE ENT-NOVEDADES-CTRL
              ELSE
      *---- SIN ARCHIVO DE CONTROL PERO CON PENDIENTES O APROBADAS: EL
      *---- PROPIO ARCHIVO DE NOVEDADES DE LA CORRIDA ES UN ORIGEN MAS
      *---- DE LA CONSOLIDACION.
                 MOVE WS-PARM-NOVEDADES-NOMBRE
                                          TO WS-NOV-ORIGEN-NOMBRE
                 PERFORM 1170-COPIAR-NOV-ORIGEN
                    THRU 1170-COPIAR-NOV-ORIGEN-EXIT
              END-IF

              IF WS-HAY-APROBADAS
                 PERFORM 1178-COPIAR-APROBADA
                    THRU 1178-COPIAR-APROBADA-EXIT
                   VARYING WS-APR-IX FROM 1 BY 1
                     UNTIL WS-APR-IX > WS-APR-CANT
              END-IF

              CLOSE SAL-NOVEDADES-TMP

      *---- EN SIMULACION LA CONSOLIDACION NO DEBE PISAR EL ARCHIVO

       1175-INICIAR-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1178-COPIAR-APROBADA.
      *----------------------------------------------------------------*

      *---- LA NOVEDAD APROBADA VUELVE TAL CUAL SE RETUVO; EN EL APAREO
      *---- SE LA RECONOCE POR ESA MISMA IMAGEN.
           MOVE WS-APR-TAB-REGISTRO (WS-APR-IX) TO WS-APR-REGISTRO.

           IF WS-APR-APROBADA
              MOVE WS-APR-NOVEDAD           TO WS-SAL-NOVEDADES-TMP
              WRITE WS-SAL-NOVEDADES-TMP
           END-IF.

       1178-COPIAR-APROBADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1180-COPIAR-NOV-ORIGEN-REG.
      *----------------------------------------------------------------*

       1400-ABRIR-RECHAZADAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1410-INFORMAR-NO-APROBADAS.
      *----------------------------------------------------------------*

      *---- LAS QUE EL SUPERVISOR RECHAZO SE INFORMAN CON SU MOTIVO EN
      *---- EL MISMO ARCHIVO DE RECHAZADAS DEL APAREO. EN UN REINICIO
      *---- YA LAS GRABO LA CORRIDA ORIGINAL.
           PERFORM 1415-INFORMAR-NO-APROBADA
              THRU 1415-INFORMAR-NO-APROBADA-EXIT
             VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-CANT.

       1410-INFORMAR-NO-APROBADAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1415-INFORMAR-NO-APROBADA.
      *----------------------------------------------------------------*

           MOVE WS-APR-TAB-REGISTRO (WS-APR-IX) TO WS-APR-REGISTRO.

           IF WS-APR-RECHAZADA
              MOVE SPACES                   TO WS-SAL-RECHAZADAS
              MOVE WS-APR-NOV-LEGAJO        TO WS-RCH-LEGAJO
              MOVE WS-APR-NOV-TIPO          TO WS-RCH-TIPO
              IF WS-APR-MOTIVO-DECISION = SPACES
                 MOVE 'RECHAZADA POR EL SUPERVISOR'
                                            TO WS-RCH-MOTIVO
              ELSE
                 MOVE WS-APR-MOTIVO-DECISION
                                            TO WS-RCH-MOTIVO
              END-IF

              WRITE WS-SAL-RECHAZADAS

              ADD 1                         TO WS-CONT-REG-ERROR
           END-IF.

       1415-INFORMAR-NO-APROBADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1450-ABRIR-DELTA.
      *----------------------------------------------------------------*

       1470-ABRIR-PENDIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1475-ABRIR-RETENIDAS.
      *----------------------------------------------------------------*

      *---- MISMO CRITERIO QUE LAS PENDIENTES: ARCHIVO NUEVO EN CADA
      *---- CORRIDA Y EXTENSION DE LO YA RETENIDO EN UN REINICIO.
           IF WS-HAY-RESTART
              OPEN EXTEND SAL-NOV-RETENIDAS
           ELSE
              OPEN OUTPUT SAL-NOV-RETENIDAS
           END-IF.

           IF NOT FS-RETENIDAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RETENIDAS'
              DISPLAY 'FILE STATUS: ' FS-RETENIDAS
           END-IF.

       1475-ABRIR-RETENIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1480-ABRIR-EXTRACTO.
      *----------------------------------------------------------------*
           MOVE WS-CHK-IMP-AJUSTES           TO WS-IMP-AJUSTES.
           MOVE WS-CHK-CONT-RETRO            TO WS-CONT-REG-RETRO.
           MOVE WS-CHK-IMP-RETRO             TO WS-IMP-RETRO.
           MOVE WS-CHK-CONT-RETENIDAS        TO WS-CONT-NOV-RETENIDAS.
           MOVE WS-CHK-CONT-APROBADAS        TO WS-CONT-NOV-APROBADAS.

       1600-REPOSICIONAR-ARCHIVOS-EXIT.
           EXIT.
           MOVE WS-IMP-AJUSTES               TO WS-CHK-IMP-AJUSTES.
           MOVE WS-CONT-REG-RETRO            TO WS-CHK-CONT-RETRO.
           MOVE WS-IMP-RETRO                 TO WS-CHK-IMP-RETRO.
           MOVE WS-CONT-NOV-RETENIDAS        TO WS-CHK-CONT-RETENIDAS.
           MOVE WS-CONT-NOV-APROBADAS        TO WS-CHK-CONT-APROBADAS.

           OPEN OUTPUT ENT-CHECKPOINT.
           WRITE WS-REG-CHECKPOINT.
      *---- NO SE APLICA NI SE RECHAZA: SE DIFIERE AL ARCHIVO DE
      *---- PENDIENTES, QUE LA PROXIMA CORRIDA VUELVE A CONSOLIDAR.
      *---- UNA VIGENCIA EN BLANCO (ARCHIVOS VIEJOS) O YA CUMPLIDA
      *---- SE APLICA EN EL DIA, SALVO QUE SU CAMBIO DE SUELDO SUPERE
      *---- LOS UMBRALES: ENTONCES QUEDA RETENIDA PARA EL SUPERVISOR.
           IF WS-NOV-FECHA-VIGENCIA IS NUMERIC
              AND WS-NOV-FECHA-VIGENCIA > WS-FECHA-AAAAMMDD
              PERFORM 2250-DIFERIR-NOVEDAD
                 THRU 2250-DIFERIR-NOVEDAD-EXIT
           ELSE
              PERFORM 2190-EVALUAR-UMBRAL
                 THRU 2190-EVALUAR-UMBRAL-EXIT
              IF WS-NOV-RETENIDA
                 PERFORM 2260-RETENER-NOVEDAD
                    THRU 2260-RETENER-NOVEDAD-EXIT
              ELSE
                 PERFORM 2110-APLICAR-NOVEDAD
                    THRU 2110-APLICAR-NOVEDAD-EXIT
              END-IF
              MOVE 'N'                      TO WS-SW-NOV-APROBADA
           END-IF.

           PERFORM 1210-LEER-NOVEDAD
                    MOVE 'A'              TO WS-SW-TIPO-CAMBIO
                    MOVE 'S'              TO WS-SW-ALTA-EN-CORRIDA
                    ADD 1                 TO WS-CONT-ALTAS-APLIC
      *---- EL ALTA NUEVA TAMBIEN DEJA PISTA, SIN IMAGEN ANTERIOR,
      *---- PARA QUE LA HISTORIA DEL LEGAJO EMPIECE EN SU INGRESO.
                    MOVE SPACES           TO WS-AUD-IMAGEN-ANT
                    PERFORM 2470-GRABAR-AUDITORIA
                       THRU 2470-GRABAR-AUDITORIA-EXIT
                END-IF
                END-IF
           WHEN 'B'
                    SUBTRACT 1          FROM WS-CONT-ALTAS-APLIC
                    MOVE 'S'              TO WS-SW-TIPO-CAMBIO
                    MOVE 'S'              TO WS-SW-ALTA-ANULADA
      *---- LA PISTA DEL ALTA YA QUEDO GRABADA: LA BAJA QUE LA NETEA
      *---- SE AUDITA SOBRE LA IMAGEN DEL ALTA PARA QUE LA HISTORIA
      *---- DEL LEGAJO CIERRE.
                    MOVE WS-SAL-MAEACT    TO WS-AUD-IMAGEN-ANT
                    MOVE 'B'              TO WS-SAL-ESTADO
                    MOVE WS-FECHA-AAAAMMDD
                                          TO WS-SAL-FECHA-BAJA
                    PERFORM 2470-GRABAR-AUDITORIA
                       THRU 2470-GRABAR-AUDITORIA-EXIT
                ELSE
      *---- BAJA LOGICA: EL REGISTRO NO SE DESCARTA DE LA SALIDA,
      *---- QUEDA MARCADO INACTIVO CON SU FECHA DE BAJA PARA QUE LOS
      *----------------------------------------------------------------*

      *---- MISMOS CORTES DE BANDA SALARIAL QUE USA LA NOMINA DE
      *---- CL15EJ03 EN SUS SUBTOTALES, TOMADOS DE LA TABLA DE
      *---- SECTORES Y CATEGORIAS CUANDO ESTA CARGADA.
           EVALUATE TRUE
              WHEN WS-SAL-SUELDO < WS-AJU-BANDA1-TOPE
                 MOVE '1'                   TO WS-AJU-BANDA-REG
      *---- VALIDAN COMPLETOS; EN LAS MODIFICACIONES SOLO SE VALIDAN
      *---- SI VIENEN INFORMADOS. UN SECTOR INEXISTENTE O UN CUIL MAL
      *---- FORMADO SE RECHAZAN COMO CUALQUIER ERROR DE CONTENIDO.
      *---- SECTOR Y CATEGORIA DEBEN ESTAR HABILITADOS EN LA TABLA DE
      *---- SECTORES Y CATEGORIAS A LA FECHA DE CORRIDA.
           IF WS-NOV-VALIDA
              AND (WS-NOV-TIPO = 'A'
                OR (WS-NOV-TIPO = 'M'
                   AND WS-NOV-SECTOR NOT = SPACES))
              IF WS-HAY-TABLA-SECTORES
                 MOVE 'S'                   TO WS-TSC-BUSCAR-TIPO
                 MOVE WS-NOV-SECTOR         TO WS-TSC-BUSCAR-CODIGO
                 PERFORM 2170-BUSCAR-TABLA-SECTORES
                    THRU 2170-BUSCAR-TABLA-SECTORES-EXIT
                 IF WS-TSC-POS = 0
                    MOVE 'N'                TO WS-SW-NOV-VALIDA
                    MOVE 'SECTOR INEXISTENTE EN LA NOVEDAD'
                                             TO WS-MOTIVO-RECHAZO
                 END-IF
              ELSE
                 MOVE WS-NOV-SECTOR         TO WS-SEC-BUSCADO
                 IF NOT WS-SECTOR-EXISTE
                    MOVE 'N'                TO WS-SW-NOV-VALIDA
                    MOVE 'SECTOR INEXISTENTE EN LA NOVEDAD'
                                             TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF.

           IF WS-NOV-VALIDA
              AND WS-HAY-TABLA-SECTORES
              AND (WS-NOV-TIPO = 'A'
                OR (WS-NOV-TIPO = 'M'
                   AND WS-NOV-CATEGORIA NOT = SPACES))
              MOVE 'C'                      TO WS-TSC-BUSCAR-TIPO
              MOVE WS-NOV-CATEGORIA         TO WS-TSC-BUSCAR-CODIGO
              PERFORM 2170-BUSCAR-TABLA-SECTORES
                 THRU 2170-BUSCAR-TABLA-SECTORES-EXIT
              IF WS-TSC-POS = 0
                 MOVE 'N'                   TO WS-SW-NOV-VALIDA
                 MOVE 'CATEGORIA INEXISTENTE EN LA NOVEDAD'
                                             TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

           IF WS-NOV-VALIDA
              AND WS-HAY-TABLA-SECTORES
              AND (WS-NOV-TIPO = 'A' OR WS-NOV-TIPO = 'M')
              PERFORM 2180-VALIDAR-ESCALA
                 THRU 2180-VALIDAR-ESCALA-EXIT
           END-IF.

           IF WS-NOV-VALIDA
              AND (WS-NOV-TIPO = 'A'
                OR (WS-NOV-TIPO = 'M'

       2165-SUMAR-DIGITO-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2170-BUSCAR-TABLA-SECTORES.
      *----------------------------------------------------------------*

      *---- DEVUELVE EN WS-TSC-POS LA ENTRADA VIGENTE DEL TIPO Y CODIGO
      *---- BUSCADOS, O CERO SI NO EXISTE O ESTA DADA DE BAJA.
           MOVE 0                           TO WS-TSC-POS.

           PERFORM 2175-COMPARAR-ENTRADA
              THRU 2175-COMPARAR-ENTRADA-EXIT
             VARYING WS-TSC-IX FROM 1 BY 1
               UNTIL WS-TSC-IX > WS-TSC-CANT
                  OR WS-TSC-POS > 0.

           IF WS-TSC-POS > 0
              AND WS-TSC-TAB-ESTADO (WS-TSC-POS) NOT = 'A'
              MOVE 0                        TO WS-TSC-POS
           END-IF.

       2170-BUSCAR-TABLA-SECTORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2175-COMPARAR-ENTRADA.
      *----------------------------------------------------------------*

           IF WS-TSC-TAB-TIPO (WS-TSC-IX) = WS-TSC-BUSCAR-TIPO
              AND WS-TSC-TAB-CODIGO (WS-TSC-IX) = WS-TSC-BUSCAR-CODIGO
              MOVE WS-TSC-IX                TO WS-TSC-POS
           END-IF.

       2175-COMPARAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2180-VALIDAR-ESCALA.
      *----------------------------------------------------------------*

      *---- EL SUELDO QUE VA A QUEDAR EN EL LEGAJO DEBE CAER DENTRO DE
      *---- LA ESCALA DE LA CATEGORIA QUE VA A QUEDAR. EN UN ALTA AMBOS
      *---- VIENEN EN LA NOVEDAD; EN UNA 'M' LO QUE NO VIENE INFORMADO
      *---- SE TOMA DEL MAESTRO. SI LA 'M' NO TIENE MAESTRO (SE VA A
      *---- RECHAZAR POR INEXISTENTE), NO TOCA SUELDO NI CATEGORIA, O
      *---- EL LEGAJO NO TIENE CATEGORIA CARGADA, NO HAY NADA QUE
      *---- CONTROLAR. UN MAXIMO EN CERO ES UNA ESCALA SIN TECHO.
           MOVE SPACES                      TO WS-ESC-CATEGORIA.
           MOVE 0                           TO WS-ESC-SUELDO.

           IF WS-NOV-TIPO = 'A'
              MOVE WS-NOV-CATEGORIA         TO WS-ESC-CATEGORIA
              MOVE WS-NOV-SUELDO            TO WS-ESC-SUELDO
           ELSE
              IF WS-GRABAR-MAESTRO = 'SI'
                 AND (WS-NOV-CATEGORIA NOT = SPACES
                   OR (WS-NOV-SUELDO IS NUMERIC
                      AND WS-NOV-SUELDO > 0))
                 MOVE WS-SAL-CATEGORIA      TO WS-ESC-CATEGORIA
                 MOVE WS-SAL-SUELDO         TO WS-ESC-SUELDO
                 IF WS-NOV-CATEGORIA NOT = SPACES
                    MOVE WS-NOV-CATEGORIA   TO WS-ESC-CATEGORIA
                 END-IF
                 IF WS-NOV-SUELDO IS NUMERIC
                    AND WS-NOV-SUELDO > 0
                    MOVE WS-NOV-SUELDO      TO WS-ESC-SUELDO
                 END-IF
              END-IF
           END-IF.

           IF WS-ESC-CATEGORIA NOT = SPACES
              MOVE 'C'                      TO WS-TSC-BUSCAR-TIPO
              MOVE WS-ESC-CATEGORIA         TO WS-TSC-BUSCAR-CODIGO
              PERFORM 2170-BUSCAR-TABLA-SECTORES
                 THRU 2170-BUSCAR-TABLA-SECTORES-EXIT
              IF WS-TSC-POS > 0
                 IF WS-ESC-SUELDO < WS-TSC-TAB-MIN (WS-TSC-POS)
                    OR (WS-TSC-TAB-MAX (WS-TSC-POS) > 0
                       AND WS-ESC-SUELDO > WS-TSC-TAB-MAX (WS-TSC-POS))
                    MOVE 'N'                TO WS-SW-NOV-VALIDA
                    MOVE 'SUELDO FUERA DE ESCALA DE LA CATEGORIA'
                                             TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF.

       2180-VALIDAR-ESCALA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2190-EVALUAR-UMBRAL.
      *----------------------------------------------------------------*

      *---- SOLO SE MIDEN LAS ALTAS Y MODIFICACIONES QUE SE VAN A
      *---- APLICAR: UNA NOVEDAD INVALIDA O QUE SE VA A RECHAZAR POR EL
      *---- ESTADO DEL LEGAJO SIGUE SU CAMINO NORMAL EN 2110. UNA
      *---- NOVEDAD QUE EL SUPERVISOR YA APROBO NO SE VUELVE A RETENER
      *---- Y DEJA SU APROBACION EN LA AUDITORIA.
           MOVE 'N'                         TO WS-SW-NOV-RETENIDA.
           MOVE 'N'                         TO WS-SW-NOV-APROBADA.

           IF WS-NOV-TIPO = 'A' OR WS-NOV-TIPO = 'M'
              PERFORM 2150-VALIDAR-NOVEDAD
                 THRU 2150-VALIDAR-NOVEDAD-EXIT
              IF WS-NOV-VALIDA
                 IF WS-HAY-APROBADAS
                    PERFORM 2192-BUSCAR-APROBADA
                       THRU 2192-BUSCAR-APROBADA-EXIT
                 END-IF
                 IF NOT WS-NOV-APROBADA
                    PERFORM 2195-MEDIR-VARIACION
                       THRU 2195-MEDIR-VARIACION-EXIT
                 END-IF
              END-IF
           END-IF.

       2190-EVALUAR-UMBRAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2192-BUSCAR-APROBADA.
      *----------------------------------------------------------------*

           MOVE 0                           TO WS-APR-POS.

           PERFORM 2193-COMPARAR-APROBADA
              THRU 2193-COMPARAR-APROBADA-EXIT
             VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-CANT
                  OR WS-APR-POS > 0.

           IF WS-APR-POS > 0
              MOVE 'S'                      TO WS-SW-NOV-APROBADA
              MOVE 'S'             TO WS-APR-TAB-USADA (WS-APR-POS)
              MOVE WS-APR-TAB-REGISTRO (WS-APR-POS)
                                            TO WS-APR-REGISTRO
              MOVE WS-APR-USUARIO           TO WS-APR-USUARIO-NOV
              MOVE WS-APR-FECHA-DECISION    TO WS-APR-FECHA-NOV
              ADD 1                         TO WS-CONT-NOV-APROBADAS
           END-IF.

       2192-BUSCAR-APROBADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2193-COMPARAR-APROBADA.
      *----------------------------------------------------------------*

           MOVE WS-APR-TAB-REGISTRO (WS-APR-IX) TO WS-APR-REGISTRO.

           IF WS-APR-APROBADA
              AND WS-APR-TAB-USADA (WS-APR-IX) = 'N'
              AND WS-APR-NOVEDAD = WS-ENT-NOVEDAD
              MOVE WS-APR-IX                TO WS-APR-POS
           END-IF.

       2193-COMPARAR-APROBADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2195-MEDIR-VARIACION.
      *----------------------------------------------------------------*

      *---- UN ALTA (O LA REACTIVACION DE UN LEGAJO DADO DE BAJA) SE
      *---- MIDE POR EL SUELDO CON QUE ENTRA; UNA 'M' POR LA DIFERENCIA
      *---- ENTRE EL SUELDO QUE TRAE Y EL QUE TIENE EL LEGAJO, EN
      *---- PORCENTAJE Y EN IMPORTE. UNA 'M' SIN SUELDO NO SE RETIENE.
           MOVE 0                           TO WS-UMB-SUELDO-ANT.
           MOVE 0                           TO WS-UMB-DIFERENCIA.
           MOVE 0                           TO WS-UMB-VARIACION.
           MOVE SPACES                      TO WS-UMB-MOTIVO.

           EVALUATE TRUE
              WHEN WS-NOV-TIPO = 'A'
               AND (WS-GRABAR-MAESTRO = 'NO' OR WS-SAL-INACTIVO)
                 IF WS-GRABAR-MAESTRO = 'SI'
                    MOVE WS-SAL-SUELDO      TO WS-UMB-SUELDO-ANT
                 END-IF
                 MOVE WS-NOV-SUELDO         TO WS-UMB-DIFERENCIA
                 IF WS-UMB-IMPORTE > 0
                    AND WS-NOV-SUELDO > WS-UMB-IMPORTE
                    MOVE 'S'                TO WS-SW-NOV-RETENIDA
                    MOVE 'ALTA CON SUELDO MAYOR AL UMBRAL'
                                            TO WS-UMB-MOTIVO
                 END-IF
              WHEN WS-NOV-TIPO = 'M'
               AND WS-GRABAR-MAESTRO = 'SI'
               AND NOT WS-SAL-INACTIVO
               AND WS-NOV-SUELDO IS NUMERIC
               AND WS-NOV-SUELDO > 0
               AND WS-NOV-SUELDO NOT = WS-SAL-SUELDO
                 MOVE WS-SAL-SUELDO         TO WS-UMB-SUELDO-ANT
                 IF WS-NOV-SUELDO > WS-SAL-SUELDO
                    COMPUTE WS-UMB-DIFERENCIA =
                            WS-NOV-SUELDO - WS-SAL-SUELDO
                 ELSE
                    COMPUTE WS-UMB-DIFERENCIA =
                            WS-SAL-SUELDO - WS-NOV-SUELDO
                 END-IF
      *---- UN LEGAJO CON SUELDO CERO VARIA AL MAXIMO REPRESENTABLE.
                 IF WS-SAL-SUELDO = 0
                    MOVE 999,99             TO WS-UMB-VARIACION
                 ELSE
                    COMPUTE WS-UMB-VARIACION ROUNDED =
                            WS-UMB-DIFERENCIA * 100 / WS-SAL-SUELDO
                       ON SIZE ERROR
                          MOVE 999,99       TO WS-UMB-VARIACION
                    END-COMPUTE
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-UMB-PORCENTAJE > 0
                     AND WS-UMB-VARIACION > WS-UMB-PORCENTAJE
                       MOVE 'S'             TO WS-SW-NOV-RETENIDA
                       MOVE 'VARIACION PORCENTUAL MAYOR AL UMBRAL'
                                            TO WS-UMB-MOTIVO
                    WHEN WS-UMB-IMPORTE > 0
                     AND WS-UMB-DIFERENCIA > WS-UMB-IMPORTE
                       MOVE 'S'             TO WS-SW-NOV-RETENIDA
                       MOVE 'VARIACION DE IMPORTE MAYOR AL UMBRAL'
                                            TO WS-UMB-MOTIVO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2195-MEDIR-VARIACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-RECHAZAR-NOVEDAD.
      *----------------------------------------------------------------*

       2250-DIFERIR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-RETENER-NOVEDAD.
      *----------------------------------------------------------------*

      *---- LA NOVEDAD RETENIDA NO TOCA EL MAESTRO: QUEDA A APROBAR CON
      *---- LOS DATOS QUE EL SUPERVISOR NECESITA PARA DECIDIR. EN
      *---- SIMULACION SOLO SE CUENTA.
           IF NOT WS-ES-SIMULACION
              MOVE SPACES                   TO WS-APR-REGISTRO
              MOVE WS-ENT-NOVEDAD           TO WS-APR-NOVEDAD
              MOVE WS-FECHA-AAAAMMDD        TO WS-APR-FECHA-RETENCION
              MOVE WS-UMB-SUELDO-ANT        TO WS-APR-SUELDO-ANT
              MOVE WS-UMB-VARIACION         TO WS-APR-VARIACION
              MOVE WS-UMB-MOTIVO            TO WS-APR-MOTIVO-RETENCION
              MOVE 'P'                      TO WS-APR-ESTADO
              MOVE 0                        TO WS-APR-FECHA-DECISION

              WRITE WS-SAL-RETENIDA       FROM WS-APR-REGISTRO

              IF NOT FS-RETENIDAS-OK
                 DISPLAY 'ERROR AL GRABAR RETENIDAS: ' FS-RETENIDAS
              END-IF
           END-IF.

           ADD 1                            TO WS-CONT-NOV-RETENIDAS.

      *---- AUNQUE NO SE APLIQUE, LA RETENIDA CUENTA COMO NOVEDAD DEL
      *---- LEGAJO: SI HAY OTRAS EN LA CORRIDA FIGURA EN CONFLICTOS.
           MOVE 'RETENIDA'                  TO WS-NOV-RESULTADO.

           PERFORM 2300-ANOTAR-NOV-LEGAJO
              THRU 2300-ANOTAR-NOV-LEGAJO-EXIT.

       2260-RETENER-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-ANOTAR-NOV-LEGAJO.
      *----------------------------------------------------------------*
       2470-GRABAR-AUDITORIA.
      *----------------------------------------------------------------*

      *---- PISTA DE AUDITORIA DE CADA ALTA, MODIFICACION, BAJA O
      *---- REACTIVACION APLICADA SOBRE EL MAESTRO: IMAGEN COMPLETA
      *---- DEL REGISTRO ANTES Y DESPUES DEL CAMBIO, TIPO DE NOVEDAD
      *---- Y FECHA DE LA CORRIDA. EN LAS BAJAS LA IMAGEN POSTERIOR
      *---- ES EL REGISTRO YA MARCADO INACTIVO; EN LAS ALTAS NUEVAS LA
      *---- IMAGEN ANTERIOR VA EN BLANCO.
           MOVE SPACES                      TO WS-SAL-AUDITORIA.

           MOVE WS-FECHA-AAAAMMDD           TO WS-AUD-FECHA.
           MOVE WS-AUD-IMAGEN-ANT           TO WS-AUD-ANTES.
           MOVE WS-SAL-MAEACT               TO WS-AUD-DESPUES.

      *---- UNA NOVEDAD APLICADA CON LA APROBACION DEL SUPERVISOR DEJA
      *---- EN LA PISTA QUIEN LA APROBO Y CUANDO.
           IF WS-NOV-APROBADA
              MOVE 'S'                      TO WS-AUD-APROBADA
              MOVE WS-APR-USUARIO-NOV       TO WS-AUD-APR-USUARIO
              MOVE WS-APR-FECHA-NOV         TO WS-AUD-APR-FECHA
           ELSE
              MOVE 'N'                      TO WS-AUD-APROBADA
              MOVE 0                        TO WS-AUD-APR-FECHA
           END-IF.

           WRITE WS-SAL-AUDITORIA.

           IF NOT FS-AUDITORIA-OK
           MOVE WS-CONT-NOV-DIFERIDAS    TO WS-FORMAT-CANT.
           DISPLAY 'CANTIDAD DE NOVEDADES DIFERIDAS : ' WS-FORMAT-CANT.

           MOVE WS-CONT-NOV-RETENIDAS    TO WS-FORMAT-CANT.
           DISPLAY 'NOVEDADES RETENIDAS A APROBAR   : ' WS-FORMAT-CANT.

           MOVE WS-CONT-NOV-APROBADAS    TO WS-FORMAT-CANT.
           DISPLAY 'NOVEDADES APROBADAS APLICADAS   : ' WS-FORMAT-CANT.

           MOVE WS-CONT-APR-RECHAZADAS   TO WS-FORMAT-CANT.
           DISPLAY 'RECHAZADAS POR EL SUPERVISOR    : ' WS-FORMAT-CANT.

           MOVE WS-CONT-REACT-APLIC      TO WS-FORMAT-CANT.
           DISPLAY 'CANTIDAD DE REACTIVACIONES     : ' WS-FORMAT-CANT.


              PERFORM 3155-GRABAR-TRAILER-RETRO
                 THRU 3155-GRABAR-TRAILER-RETRO-EXIT
           END-IF.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

      *---- CON LA AUDITORIA YA CERRADA, UNA CORRIDA REAL LA SUMA AL
      *---- REPOSITORIO HISTORICO ANTES DE QUE LA PROXIMA CORRIDA LA
      *---- PISE. EL HISTORIAL SE GRABA RECIEN DESPUES, PARA QUE
      *---- REGISTRE EL CODIGO DE RETORNO DEFINITIVO DEL PASO.
           IF NOT WS-ES-SIMULACION
              PERFORM 3400-ACUMULAR-AUDITORIA
                 THRU 3400-ACUMULAR-AUDITORIA-EXIT

              PERFORM 3500-ACTUALIZAR-APROBACIONES
                 THRU 3500-ACTUALIZAR-APROBACIONES-EXIT

              PERFORM 3300-GRABAR-HISTORIAL
                 THRU 3300-GRABAR-HISTORIAL-EXIT
           END-IF.

      *---- UNA CONCILIACION CON DIFERENCIA TERMINA CON RC 8, ASI LA
      *---- CADENA NOCTURNA (CL15EJ19) SE CORTA ANTES DE LLEVAR EL
      *---- MAESTRO AL INDEXADO; LOS AVISOS DEL CIERRE DEJAN RC 4.
           MOVE WS-RC-FINAL                 TO RETURN-CODE.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
              DISPLAY 'CONCILIACION DE CONTADORES: OK'
           ELSE
              MOVE 'N'                TO WS-SW-CONCILIA-OK
              MOVE 8                  TO WS-RC-FINAL
              DISPLAY 'CONCILIACION DE CONTADORES: DIFERENCIA '
                      'DETECTADA'
              DISPLAY '  MAESTRO INICIAL + ALTAS = '
                    SAL-EXTRACTO
                    SAL-RETROACTIVOS
                    SAL-NOV-PENDIENTES
                    SAL-NOV-RETENIDAS

              IF NOT FS-MAEACT-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA: ' FS-MAEACT
                         FS-PENDIENTES
              END-IF

              IF NOT FS-RETENIDAS-OK
                 DISPLAY 'ERROR AL CERRAR ARCH. RETENIDAS: '
                         FS-RETENIDAS
              END-IF

      *---- PROCESO TERMINADO SIN ERRORES: SE DESCARTA EL CHECKPOINT
      *---- PARA QUE LA PROXIMA CORRIDA ARRANQUE DESDE CERO.
              OPEN OUTPUT ENT-CHECKPOINT
           MOVE WS-PARM-NOVEDADES-NOMBRE    TO WS-HIS-ARCH-NOVEDADES.
           MOVE WS-PARM-MAEACT-NOMBRE       TO WS-HIS-ARCH-MAEACT.

      *---- EL EXTRACTO DE UNA CORRIDA COMPLETA QUEDA PENDIENTE DE
      *---- CONCILIAR CONTRA LA DEVOLUCION DEL PROVEEDOR (CL15EJ17); EL
      *---- DE UNA CORRIDA ABORTADA NO SE ENVIA Y NO SE CONCILIA.
           IF WS-RC-FINAL = 16
              MOVE 'NA'                     TO WS-HIS-CONC-PROV
           ELSE
              MOVE 'PE'                     TO WS-HIS-CONC-PROV
           END-IF.
           MOVE 0                           TO WS-HIS-FECHA-CONC-PROV.

       3310-ARMAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3400-ACUMULAR-AUDITORIA.
      *----------------------------------------------------------------*

      *---- EL ARCHIVO DE AUDITORIA SE REESCRIBE EN CADA CORRIDA; EL
      *---- REPOSITORIO INDEXADO CONSERVA TODOS LOS CAMBIOS POR LEGAJO,
      *---- FECHA Y SECUENCIA. EN UN REINICIO LA AUDITORIA SE ABRIO EN
      *---- EXTENSION, ASI QUE AL TERMINAR CONTIENE LA CORRIDA COMPLETA
      *---- Y SE CARGA UNA SOLA VEZ. SI EL REPOSITORIO NO SE PUEDE
      *---- ACTUALIZAR LA CORRIDA QUEDA APLICADA IGUAL, CON AVISO.
           MOVE 0                           TO WS-CONT-AUD-HIST.

           ACCEPT WS-HORA-HHMMSSCC        FROM TIME.
           MOVE WS-HORA-HHMMSSCC(1:6)       TO WS-AHI-HORA-CARGA.

           OPEN I-O SAL-AUDITORIA-HIST.

           IF FS-AUDITORIA-HIST-NFD
              OPEN OUTPUT SAL-AUDITORIA-HIST
              IF FS-AUDITORIA-HIST-OK
                 CLOSE SAL-AUDITORIA-HIST
                 OPEN I-O SAL-AUDITORIA-HIST
              END-IF
           END-IF.

           IF NOT FS-AUDITORIA-HIST-OK
              DISPLAY 'ERROR AL ABRIR EL REPOSITORIO DE AUDITORIA: '
                      FS-AUDITORIA-HIST
              IF WS-RC-FINAL < 4
                 MOVE 4                     TO WS-RC-FINAL
              END-IF
           ELSE
              OPEN INPUT ENT-AUDITORIA
              IF NOT FS-ENT-AUDITORIA-OK
                 DISPLAY 'ERROR AL RELEER LA AUDITORIA: '
                         FS-ENT-AUDITORIA
                 IF WS-RC-FINAL < 4
                    MOVE 4                  TO WS-RC-FINAL
                 END-IF
              ELSE
                 PERFORM 3410-LEER-AUDITORIA
                    THRU 3410-LEER-AUDITORIA-EXIT
                   UNTIL FS-ENT-AUDITORIA-EOF
                 CLOSE ENT-AUDITORIA
              END-IF
              CLOSE SAL-AUDITORIA-HIST
           END-IF.

           MOVE WS-CONT-AUD-HIST            TO WS-FORMAT-CANT.
           DISPLAY 'CAMBIOS ACUMULADOS EN EL HISTORICO: '
                   WS-FORMAT-CANT.

       3400-ACUMULAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3410-LEER-AUDITORIA.
      *----------------------------------------------------------------*

           READ ENT-AUDITORIA.

           EVALUATE TRUE
              WHEN FS-ENT-AUDITORIA-OK
                 PERFORM 3420-ARMAR-AUDITORIA-HIST
                    THRU 3420-ARMAR-AUDITORIA-HIST-EXIT
              WHEN FS-ENT-AUDITORIA-EOF
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL RELEER LA AUDITORIA: '
                         FS-ENT-AUDITORIA
                 IF WS-RC-FINAL < 4
                    MOVE 4                  TO WS-RC-FINAL
                 END-IF
                 MOVE '10'                  TO FS-ENT-AUDITORIA
           END-EVALUATE.

       3410-LEER-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3420-ARMAR-AUDITORIA-HIST.
      *----------------------------------------------------------------*

      *---- EL LEGAJO SE TOMA DE LA IMAGEN POSTERIOR (EN UN ALTA NO HAY
      *---- IMAGEN ANTERIOR). UN ALTA SOBRE UN LEGAJO QUE YA TENIA
      *---- REGISTRO ES UNA REACTIVACION.
           MOVE SPACES                      TO WS-AHI-REGISTRO.

           MOVE WS-EAU-DESPUES(1:10)        TO WS-AHI-LEGAJO.
           IF WS-AHI-LEGAJO = SPACES
              MOVE WS-EAU-ANTES(1:10)       TO WS-AHI-LEGAJO
           END-IF.

           MOVE WS-EAU-FECHA                TO WS-AHI-FECHA.
           COMPUTE WS-AHI-SECUENCIA = WS-AHI-HORA-CARGA * 100 + 1.

           IF WS-EAU-TIPO = 'A' AND WS-EAU-ANTES NOT = SPACES
              MOVE 'R'                      TO WS-AHI-EVENTO
           ELSE
              MOVE WS-EAU-TIPO              TO WS-AHI-EVENTO
           END-IF.

           MOVE 'N'                         TO WS-AHI-ANULADO.
           MOVE ZEROS                       TO WS-AHI-FECHA-ANULACION.
           MOVE WS-EAU-ANTES                TO WS-AHI-ANTES.
           MOVE WS-EAU-DESPUES              TO WS-AHI-DESPUES.

           IF WS-EAU-APROBADA = 'S'
              MOVE 'S'                      TO WS-AHI-APROBADA
              MOVE WS-EAU-APR-USUARIO       TO WS-AHI-APR-USUARIO
              MOVE WS-EAU-APR-FECHA         TO WS-AHI-APR-FECHA
           ELSE
              MOVE 'N'                      TO WS-AHI-APROBADA
              MOVE ZEROS                    TO WS-AHI-APR-FECHA
           END-IF.

           MOVE 'N'                         TO WS-SW-AHI-GRABADO.

           PERFORM 3430-GRABAR-AUDITORIA-HIST
              THRU 3430-GRABAR-AUDITORIA-HIST-EXIT
             UNTIL WS-AHI-GRABADO.

       3420-ARMAR-AUDITORIA-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3430-GRABAR-AUDITORIA-HIST.
      *----------------------------------------------------------------*

           WRITE WS-AHI-REGISTRO.

           EVALUATE TRUE
              WHEN FS-AUDITORIA-HIST-OK
                 ADD 1                      TO WS-CONT-AUD-HIST
                 MOVE 'S'                   TO WS-SW-AHI-GRABADO
              WHEN FS-AUDITORIA-HIST-DUP
                 ADD 1                      TO WS-AHI-SECUENCIA
              WHEN OTHER
                 DISPLAY 'ERROR AL GRABAR EL REPOSITORIO DE '
                         'AUDITORIA: ' FS-AUDITORIA-HIST
                 DISPLAY 'LEGAJO: ' WS-AHI-LEGAJO
                 IF WS-RC-FINAL < 4
                    MOVE 4                  TO WS-RC-FINAL
                 END-IF
                 MOVE 'S'                   TO WS-SW-AHI-GRABADO
           END-EVALUATE.

       3430-GRABAR-AUDITORIA-HIST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-ACTUALIZAR-APROBACIONES.
      *----------------------------------------------------------------*

      *---- EL ARCHIVO DE APROBACION SE REESCRIBE CON LAS QUE EL
      *---- SUPERVISOR TODAVIA NO RESOLVIO MAS LAS RETENIDAS EN ESTA
      *---- CORRIDA. LAS APROBADAS Y LAS RECHAZADAS YA SE CONSUMIERON:
      *---- SU RASTRO QUEDA EN LA AUDITORIA Y EN LAS RECHAZADAS.
      *---- CUALQUIER ERROR ACA ABORTA LA CORRIDA: UN ARCHIVO A MEDIO
      *---- REGRABAR PIERDE RETENIDAS O VUELVE A APLICAR APROBADAS.
           MOVE 0                           TO WS-CONT-APR-PENDIENTES.

           PERFORM 3505-RESPALDAR-APROBACIONES
              THRU 3505-RESPALDAR-APROBACIONES-EXIT.

           OPEN OUTPUT ENT-APROBACIONES.

           IF NOT FS-APROBACIONES-OK
              DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE APROBACION: '
                      FS-APROBACIONES
              PERFORM 3530-ABORTAR-APROBACIONES
                 THRU 3530-ABORTAR-APROBACIONES-EXIT
           END-IF.

           PERFORM 3510-REGRABAR-PENDIENTE
              THRU 3510-REGRABAR-PENDIENTE-EXIT
             VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-CANT.

           OPEN INPUT SAL-NOV-RETENIDAS.

           IF NOT FS-RETENIDAS-OK
              DISPLAY 'ERROR AL RELEER LAS RETENIDAS: ' FS-RETENIDAS
              PERFORM 3530-ABORTAR-APROBACIONES
                 THRU 3530-ABORTAR-APROBACIONES-EXIT
           END-IF.

           PERFORM 3520-COPIAR-RETENIDA
              THRU 3520-COPIAR-RETENIDA-EXIT
             UNTIL FS-RETENIDAS-EOF.

           CLOSE SAL-NOV-RETENIDAS
                 ENT-APROBACIONES.

           MOVE WS-CONT-APR-PENDIENTES      TO WS-FORMAT-CANT.
           DISPLAY 'NOVEDADES PENDIENTES DE APROBAR : '
                   WS-FORMAT-CANT.

       3500-ACTUALIZAR-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3505-RESPALDAR-APROBACIONES.
      *----------------------------------------------------------------*

      *---- EL NOMBRE DEL RESPALDO SE ARMA COMO EL DEL MAESTRO
      *---- ACTUALIZADO: NOMBRE DEL ARCHIVO, FECHA DE LA CORRIDA Y
      *---- '.TXT'. SI TODAVIA NO HABIA ARCHIVO DE APROBACION EL
      *---- RESPALDO QUEDA VACIO, QUE ES LO QUE HAY QUE REPONER.
           STRING WS-APR-BKP-BASE            DELIMITED BY SPACE
                  '.'                        DELIMITED BY SIZE
                  WS-FECHA-AAAAMMDD          DELIMITED BY SIZE
                  '.TXT'                     DELIMITED BY SIZE
             INTO WS-APR-BKP-NOMBRE.

           OPEN INPUT ENT-APROBACIONES.

           IF NOT FS-APROBACIONES-OK
              AND NOT FS-APROBACIONES-NFD
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE APROBACION '
                      'PARA RESPALDARLO: ' FS-APROBACIONES
              PERFORM 9030-ABEND-APROBACION
                 THRU 9030-ABEND-APROBACION-EXIT
           END-IF.

           OPEN OUTPUT SAL-APROBACIONES-BKP.

           IF NOT FS-APROBACIONES-BKP-OK
              DISPLAY 'ERROR AL ABRIR EL RESPALDO DE APROBACION: '
                      FS-APROBACIONES-BKP
              PERFORM 9030-ABEND-APROBACION
                 THRU 9030-ABEND-APROBACION-EXIT
           END-IF.

           IF FS-APROBACIONES-OK
              PERFORM 3506-COPIAR-APROBACION
                 THRU 3506-COPIAR-APROBACION-EXIT
                UNTIL FS-APROBACIONES-EOF
              CLOSE ENT-APROBACIONES
           END-IF.

           CLOSE SAL-APROBACIONES-BKP.

           DISPLAY 'RESPALDO DEL ARCHIVO DE APROBACION: '
                   WS-APR-BKP-NOMBRE.

       3505-RESPALDAR-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3506-COPIAR-APROBACION.
      *----------------------------------------------------------------*

           READ ENT-APROBACIONES.

           EVALUATE TRUE
               WHEN FS-APROBACIONES-OK
                    WRITE WS-SAL-APROBACION-BKP
                                          FROM WS-REG-APROBACION
                    IF NOT FS-APROBACIONES-BKP-OK
                       DISPLAY 'ERROR AL GRABAR EL RESPALDO DE '
                               'APROBACION: ' FS-APROBACIONES-BKP
                       PERFORM 9030-ABEND-APROBACION
                          THRU 9030-ABEND-APROBACION-EXIT
                    END-IF
               WHEN FS-APROBACIONES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE APROBACION '
                            'PARA RESPALDARLO: ' FS-APROBACIONES
                    PERFORM 9030-ABEND-APROBACION
                       THRU 9030-ABEND-APROBACION-EXIT
           END-EVALUATE.

       3506-COPIAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-REGRABAR-PENDIENTE.
      *----------------------------------------------------------------*

           MOVE WS-APR-TAB-REGISTRO (WS-APR-IX) TO WS-APR-REGISTRO.

           IF NOT WS-APR-APROBADA AND NOT WS-APR-RECHAZADA
              WRITE WS-REG-APROBACION     FROM WS-APR-REGISTRO
              IF NOT FS-APROBACIONES-OK
                 DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE APROBACION: '
                         FS-APROBACIONES
                 PERFORM 3530-ABORTAR-APROBACIONES
                    THRU 3530-ABORTAR-APROBACIONES-EXIT
              END-IF
              ADD 1                         TO WS-CONT-APR-PENDIENTES
           END-IF.

       3510-REGRABAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3520-COPIAR-RETENIDA.
      *----------------------------------------------------------------*

           READ SAL-NOV-RETENIDAS.

           EVALUATE TRUE
              WHEN FS-RETENIDAS-OK
                 WRITE WS-REG-APROBACION  FROM WS-SAL-RETENIDA
                 IF NOT FS-APROBACIONES-OK
                    DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE '
                            'APROBACION: ' FS-APROBACIONES
                    PERFORM 3530-ABORTAR-APROBACIONES
                       THRU 3530-ABORTAR-APROBACIONES-EXIT
                 END-IF
                 ADD 1                      TO WS-CONT-APR-PENDIENTES
              WHEN FS-RETENIDAS-EOF
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL RELEER LAS RETENIDAS: '
                         FS-RETENIDAS
                 PERFORM 3530-ABORTAR-APROBACIONES
                    THRU 3530-ABORTAR-APROBACIONES-EXIT
           END-EVALUATE.

       3520-COPIAR-RETENIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3530-ABORTAR-APROBACIONES.
      *----------------------------------------------------------------*

      *---- EL ARCHIVO DE APROBACION YA SE EMPEZO A REGRABAR: SU
      *---- CONTENIDO ANTERIOR ESTA EN EL RESPALDO Y LAS RETENIDAS DE
      *---- LA CORRIDA EN EL ARCHIVO DE TRABAJO.
           DISPLAY 'EL ARCHIVO DE APROBACION ANTERIOR ESTA EN '
                   WS-APR-BKP-NOMBRE.
           DISPLAY 'LAS RETENIDAS DE LA CORRIDA ESTAN EN '
                   '../CL15EJ02_RETENIDAS.TMP'.

           PERFORM 9030-ABEND-APROBACION
              THRU 9030-ABEND-APROBACION-EXIT.

       3530-ABORTAR-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-ABEND-SECUENCIA.
      *----------------------------------------------------------------*

       9020-ABEND-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9030-ABEND-APROBACION.
      *----------------------------------------------------------------*

           DISPLAY 'PROGRAMA ABORTADO POR ERROR EN EL ARCHIVO '
                   'DE APROBACION'.

           MOVE 16                          TO WS-RC-FINAL.
           PERFORM 3300-GRABAR-HISTORIAL
              THRU 3300-GRABAR-HISTORIAL-EXIT.

           MOVE 16                          TO RETURN-CODE.
           STOP RUN.

       9030-ABEND-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9040-ABEND-SECTORES.
      *----------------------------------------------------------------*

      *---- SOLO LA FALTA DEL ARCHIVO PERMITE SEGUIR CON LA LISTA FIJA:
      *---- UNA TABLA QUE EXISTE PERO NO SE PUEDE LEER NO SE IGNORA.
           DISPLAY 'PROGRAMA ABORTADO POR ERROR EN LA TABLA '
                   'DE SECTORES'.

           MOVE 16                          TO WS-RC-FINAL.
           PERFORM 3300-GRABAR-HISTORIAL
              THRU 3300-GRABAR-HISTORIAL-EXIT.

           MOVE 16                          TO RETURN-CODE.
           STOP RUN.

       9040-ABEND-SECTORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ02.
