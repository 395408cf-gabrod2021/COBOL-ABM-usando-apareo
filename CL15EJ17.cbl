      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONCILIACION DE LA DEVOLUCION DEL PROVEEDOR DE
      *          LIQUIDACION CONTRA EL EXTRACTO ENVIADO (CL15EJ02)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ17.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-DEVOLUCION
           ASSIGN TO '../CL15EJ17_DEVOLUCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVOLUCION.

       SELECT SD-DEVOLUCION
           ASSIGN TO '../CL15EJ17_DEVOLUCION.SRT'.

       SELECT ENT-DEVOLUCION-ORD
           ASSIGN TO '../CL15EJ17_DEVOLUCION.ORD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVOLUCION-ORD.

       SELECT ENT-EXTRACTO
           ASSIGN TO '../CL15EJ02_EXTRACTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRACTO.

       SELECT ENT-RETROACTIVOS
           ASSIGN TO '../CL15EJ02_RETROACTIVOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETROACTIVOS.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../CL15EJ02_HISTORIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT SAL-HISTORIAL-TMP
           ASSIGN TO '../CL15EJ02_HISTORIAL.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL-TMP.

       SELECT SAL-INFORME
           ASSIGN TO '../CL15EJ17_CONCILIACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *---- DEVOLUCION DEL PROVEEDOR, DELIMITADA COMO EL EXTRACTO:
      *---- LEGAJO;SUELDO CARGADO (COMA DECIMAL);ESTADO;MOTIVO. ESTADO
      *---- 'A' ACEPTADO, 'R' RECHAZADO (EL MOTIVO VIENE SOLO EN LOS
      *---- RECHAZADOS). SI TRAE CABECERA 'H;' O TRAILER 'T;' SE
      *---- SALTEAN. SE REORDENA POR LEGAJO ANTES DEL APAREO.
       FD ENT-DEVOLUCION.
       01 WS-REG-DEVOLUCION                 PIC X(80).

       SD SD-DEVOLUCION.
       01 SD-REG-DEVOLUCION.
          05 SD-DEV-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(70).

       FD ENT-DEVOLUCION-ORD.
       01 WS-ENT-DEVOLUCION.
          05 WS-DEV-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01).
          05 WS-DEV-SUELDO-ENT              PIC 9(08).
          05 FILLER                         PIC X(01).
          05 WS-DEV-SUELDO-DEC              PIC 9(02).
          05 FILLER                         PIC X(01).
          05 WS-DEV-ESTADO                  PIC X(01).
             88 WS-DEV-ACEPTADO                 VALUE 'A'.
             88 WS-DEV-RECHAZADO                VALUE 'R'.
          05 FILLER                         PIC X(01).
          05 WS-DEV-MOTIVO                  PIC X(40).
          05 FILLER                         PIC X(15).

       FD ENT-EXTRACTO.
       01 WS-ENT-EXTRACTO.
          05 WS-EXL-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01).
          05 WS-EXL-NOMBRE                  PIC X(20).
          05 FILLER                         PIC X(01).
          05 WS-EXL-APELLIDO                PIC X(20).
          05 FILLER                         PIC X(01).
          05 WS-EXL-SUELDO-ENT              PIC 9(08).
          05 FILLER                         PIC X(01).
          05 WS-EXL-SUELDO-DEC              PIC 9(02).
          05 FILLER                         PIC X(16).
       01 WS-ENT-EXTRACTO-HDR REDEFINES WS-ENT-EXTRACTO.
          05 WS-EXL-TIPO-REG                PIC X(02).
             88 WS-EXL-ES-HEADER                VALUE 'H;'.
             88 WS-EXL-ES-TRAILER               VALUE 'T;'.
          05 WS-EXL-HDR-FECHA               PIC X(08).
          05 FILLER                         PIC X(70).
       01 WS-ENT-EXTRACTO-TRL REDEFINES WS-ENT-EXTRACTO.
          05 FILLER                         PIC X(02).
          05 WS-EXL-TRL-CANT                PIC 9(06).
          05 FILLER                         PIC X(01).
          05 WS-EXL-TRL-SUMA-ENT            PIC 9(12).
          05 FILLER                         PIC X(01).
          05 WS-EXL-TRL-SUMA-DEC            PIC 9(02).
          05 FILLER                         PIC X(56).

       FD ENT-RETROACTIVOS.
       01 WS-ENT-RETROACTIVO.
          05 WS-RTL-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(38).
          05 WS-RTL-SIGNO                   PIC X(01).
          05 WS-RTL-IMPORTE-ENT             PIC 9(10).
          05 FILLER                         PIC X(01).
          05 WS-RTL-IMPORTE-DEC             PIC 9(02).
          05 FILLER                         PIC X(18).
       01 WS-ENT-RETROACTIVO-HDR REDEFINES WS-ENT-RETROACTIVO.
          05 WS-RTL-TIPO-REG                PIC X(02).
             88 WS-RTL-ES-HEADER                VALUE 'H;'.
             88 WS-RTL-ES-TRAILER               VALUE 'T;'.
          05 WS-RTL-HDR-FECHA               PIC X(08).
          05 FILLER                         PIC X(70).

       FD ENT-HISTORIAL.
          COPY HISTORIAL.

       FD SAL-HISTORIAL-TMP.
       01 WS-REG-HISTORIAL-TMP              PIC X(259).

       FD SAL-INFORME.
       01 WS-SAL-LINEA                      PIC X(100).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-DEVOLUCION                  PIC X(2).
             88 FS-DEVOLUCION-OK                VALUE '00'.
             88 FS-DEVOLUCION-NFD               VALUE '35'.
          05 FS-DEVOLUCION-ORD              PIC X(2).
             88 FS-DEVOLUCION-ORD-OK            VALUE '00'.
             88 FS-DEVOLUCION-ORD-EOF           VALUE '10'.
          05 FS-EXTRACTO                    PIC X(2).
             88 FS-EXTRACTO-OK                  VALUE '00'.
             88 FS-EXTRACTO-EOF                 VALUE '10'.
             88 FS-EXTRACTO-NFD                 VALUE '35'.
          05 FS-RETROACTIVOS                PIC X(2).
             88 FS-RETROACTIVOS-OK              VALUE '00'.
             88 FS-RETROACTIVOS-EOF             VALUE '10'.
             88 FS-RETROACTIVOS-NFD             VALUE '35'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-OK                 VALUE '00'.
             88 FS-HISTORIAL-EOF                VALUE '10'.
             88 FS-HISTORIAL-NFD                VALUE '35'.
          05 FS-HISTORIAL-TMP               PIC X(2).
             88 FS-HISTORIAL-TMP-OK             VALUE '00'.
             88 FS-HISTORIAL-TMP-EOF            VALUE '10'.
          05 FS-INFORME                     PIC X(2).
             88 FS-INFORME-OK                   VALUE '00'.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).

      *---- CLAVES DEL APAREO: AL LLEGAR AL FIN DE CADA ARCHIVO SU
      *---- CLAVE PASA A HIGH-VALUES PARA VACIAR EL OTRO LADO.
       01 WS-APAREO.
          05 WS-CLAVE-EXTRACTO              PIC X(10).
          05 WS-CLAVE-DEVOLUCION            PIC X(10).
          05 WS-DEV-LEGAJO-ANT              PIC X(10) VALUE SPACES.
          05 WS-SW-DETALLE-LEIDO            PIC X(01) VALUE 'N'.
             88 WS-DETALLE-LEIDO                VALUE 'S'.
          05 WS-SUELDO-ENVIADO              PIC 9(08)V9(02).
          05 WS-SUELDO-CARGADO              PIC 9(08)V9(02).

       01 WS-DATOS-EXTRACTO.
          05 WS-EXT-FECHA                   PIC X(08) VALUE SPACES.
          05 WS-EXT-FECHA-NUM REDEFINES WS-EXT-FECHA
                                            PIC 9(08).
          05 WS-SW-EXT-TRAILER              PIC X(01) VALUE 'N'.
             88 WS-HAY-TRAILER-EXTRACTO         VALUE 'S'.
          05 WS-EXT-TRL-CANT                PIC 9(06) VALUE 0.
          05 WS-EXT-TRL-SUMA                PIC 9(12)V9(02) VALUE 0.

      *---- RETROACTIVOS DE LA MISMA CORRIDA QUE EL EXTRACTO: SE
      *---- VERIFICA QUE EL PROVEEDOR HAYA ACEPTADO EL LEGAJO, PORQUE
      *---- UN LEGAJO RECHAZADO O FALTANTE TAMPOCO COBRA SU RETROACTIVO.
       01 WS-TABLA-RETROACTIVOS.
          05 WS-TAB-MAX-RETRO               PIC 9(04) VALUE 500.
          05 WS-TAB-CANT-RETRO              PIC 9(04) VALUE 0.
          05 WS-TAB-RETRO OCCURS 500.
             10 WS-TAB-RET-LEGAJO           PIC X(10).
             10 WS-TAB-RET-IMPORTE          PIC S9(10)V9(02).
             10 WS-TAB-RET-VISTO            PIC X(01).
          05 WS-RX                          PIC 9(04) VALUE 0.
          05 WS-RX-POS                      PIC 9(04) VALUE 0.
          05 WS-RET-IMPORTE                 PIC S9(10)V9(02).
          05 WS-SW-RETRO-CORRIDA            PIC X(01) VALUE 'N'.
             88 WS-RETRO-DE-LA-CORRIDA          VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CONT-ENVIADOS               PIC 9(06) VALUE 0.
          05 WS-CONT-DEVUELTOS              PIC 9(06) VALUE 0.
          05 WS-CONT-ACEPTADOS              PIC 9(06) VALUE 0.
          05 WS-CONT-RECHAZADOS             PIC 9(06) VALUE 0.
          05 WS-CONT-FALTA-DEVOLUCION       PIC 9(06) VALUE 0.
          05 WS-CONT-FALTA-EXTRACTO         PIC 9(06) VALUE 0.
          05 WS-CONT-SUELDO-DIFERENTE       PIC 9(06) VALUE 0.
          05 WS-CONT-RETRO-NO-LIQUIDADO     PIC 9(06) VALUE 0.
          05 WS-CONT-OBSERVACIONES          PIC 9(06) VALUE 0.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.

       01 WS-TOTALES.
          05 WS-TOT-ENVIADO                 PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-ACEPTADO                PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-DIFERENCIA              PIC S9(12)V9(02) VALUE 0.

      *---- ACTUALIZACION DE LA BITACORA DE CORRIDAS: SE MARCA LA
      *---- ULTIMA CORRIDA DE LA FECHA DEL EXTRACTO QUE TENGA EXTRACTO
      *---- (NO 'NA'), REGRABANDO EL ARCHIVO POR MEDIO DE UNO TEMPORAL.
       01 WS-ACTUALIZA-HISTORIAL.
          05 WS-HIS-NRO                     PIC 9(06) VALUE 0.
          05 WS-HIS-NRO-CORRIDA             PIC 9(06) VALUE 0.
          05 WS-RESULTADO-CONC              PIC X(02) VALUE SPACES.
             88 WS-CONCILIACION-OK              VALUE 'OK'.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(14) VALUE SPACES.
          05 FILLER                         PIC X(52)
             VALUE 'CONCILIACION DE LA DEVOLUCION DEL PROVEEDOR'.
          05 FILLER                         PIC X(14) VALUE SPACES.

       01 WS-LINEA-ENCABEZADO.
          05 FILLER                         PIC X(20)
             VALUE 'EXTRACTO DEL DIA:   '.
          05 WS-ENC-FECHA-EXTRACTO          PIC X(08).
          05 FILLER                         PIC X(20)
             VALUE '   FECHA PROCESO:   '.
          05 WS-ENC-FECHA-PROCESO           PIC 9(08).
          05 FILLER                         PIC X(24) VALUE SPACES.

       01 WS-LINEA-RAYA.
          05 FILLER                         PIC X(80) VALUE ALL '-'.

       01 WS-LINEA-RUBROS.
          05 FILLER                         PIC X(80) VALUE
             'LEGAJO         ENVIADO       CARGADO OBSERVACION'.

       01 WS-LINEA-SUBTITULO.
          05 WS-SUB-TEXTO                   PIC X(80).

       01 WS-LINEA-DETALLE.
          05 WS-DET-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-DET-ENVIADO                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-DET-CARGADO                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-DET-OBSERVACION             PIC X(61).

       01 WS-LINEA-TOTAL.
          05 WS-TOT-LEYENDA                 PIC X(30).
          05 WS-TOT-IMPORTE                 PIC -.---.---.---.--9,99.
          05 FILLER                         PIC X(30) VALUE SPACES.

       01 WS-LINEA-CANTIDAD.
          05 WS-CAN-LEYENDA                 PIC X(30).
          05 WS-CAN-CANTIDAD                PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(43) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-CONCILIAR-LEGAJO
              THRU 2000-CONCILIAR-LEGAJO-EXIT
             UNTIL WS-CLAVE-EXTRACTO = HIGH-VALUES
               AND WS-CLAVE-DEVOLUCION = HIGH-VALUES.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-AAAAMMDD          FROM DATE YYYYMMDD.

           OPEN INPUT ENT-DEVOLUCION.

           EVALUATE TRUE
               WHEN FS-DEVOLUCION-OK
                    CLOSE ENT-DEVOLUCION
               WHEN FS-DEVOLUCION-NFD
                    DISPLAY 'NO SE ENCUENTRA LA DEVOLUCION DEL '
                            'PROVEEDOR'
                    DISPLAY 'FILE STATUS: ' FS-DEVOLUCION
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA DEVOLUCION DEL PROVEEDOR'
                    DISPLAY 'FILE STATUS: ' FS-DEVOLUCION
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

      *---- EL PROVEEDOR NO GARANTIZA EL ORDEN DE LA DEVOLUCION; EL
      *---- EXTRACTO YA SALE ORDENADO POR LEGAJO DEL APAREO DE CL15EJ02.
           SORT SD-DEVOLUCION
              ON ASCENDING KEY SD-DEV-LEGAJO
              USING ENT-DEVOLUCION
              GIVING ENT-DEVOLUCION-ORD.

           OPEN INPUT ENT-DEVOLUCION-ORD.

           IF NOT FS-DEVOLUCION-ORD-OK
              DISPLAY 'ERROR AL ABRIR LA DEVOLUCION ORDENADA'
              DISPLAY 'FILE STATUS: ' FS-DEVOLUCION-ORD
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-EXTRACTO.

           EVALUATE TRUE
               WHEN FS-EXTRACTO-OK
                    CONTINUE
               WHEN FS-EXTRACTO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL EXTRACTO ENVIADO'
                    DISPLAY 'FILE STATUS: ' FS-EXTRACTO
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL EXTRACTO ENVIADO'
                    DISPLAY 'FILE STATUS: ' FS-EXTRACTO
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ABRIR EL INFORME DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-INFORME
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

      *---- EL PRIMER REGISTRO DEL EXTRACTO ES LA CABECERA CON LA
      *---- FECHA DE LA CORRIDA, QUE IDENTIFICA LOS RETROACTIVOS Y EL
      *---- REGISTRO DE LA BITACORA A ACTUALIZAR.
           READ ENT-EXTRACTO.

           IF FS-EXTRACTO-OK
              AND WS-EXL-ES-HEADER
              AND WS-EXL-HDR-FECHA IS NUMERIC
              MOVE WS-EXL-HDR-FECHA          TO WS-EXT-FECHA
           END-IF.

           IF WS-EXT-FECHA = SPACES
              DISPLAY 'EL EXTRACTO NO TIENE CABECERA CON LA FECHA DE '
                      'CORRIDA'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-EXT-FECHA                 TO WS-ENC-FECHA-EXTRACTO.
           MOVE WS-FECHA-AAAAMMDD            TO WS-ENC-FECHA-PROCESO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TITULO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-ENCABEZADO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           PERFORM 1200-CARGAR-RETROACTIVOS
              THRU 1200-CARGAR-RETROACTIVOS-EXIT.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RUBROS.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           PERFORM 2100-LEER-EXTRACTO
              THRU 2100-LEER-EXTRACTO-EXIT.

           PERFORM 2200-LEER-DEVOLUCION
              THRU 2200-LEER-DEVOLUCION-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-RETROACTIVOS.
      *----------------------------------------------------------------*

           OPEN INPUT ENT-RETROACTIVOS.

           EVALUATE TRUE
               WHEN FS-RETROACTIVOS-OK
                    PERFORM 1210-LEER-RETROACTIVO
                       THRU 1210-LEER-RETROACTIVO-EXIT
                      UNTIL FS-RETROACTIVOS-EOF
                    CLOSE ENT-RETROACTIVOS
               WHEN FS-RETROACTIVOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RETROACTIVOS'
                    DISPLAY 'FILE STATUS: ' FS-RETROACTIVOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-RETROACTIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-RETROACTIVO.
      *----------------------------------------------------------------*

           READ ENT-RETROACTIVOS.

           EVALUATE TRUE
               WHEN FS-RETROACTIVOS-EOF
                    CONTINUE
               WHEN NOT FS-RETROACTIVOS-OK
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE RETROACTIVOS'
                    DISPLAY 'FILE STATUS: ' FS-RETROACTIVOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-RTL-ES-HEADER
      *---- RETROACTIVOS DE OTRA CORRIDA NO VIAJARON CON ESTE EXTRACTO.
                    IF WS-RTL-HDR-FECHA = WS-EXT-FECHA
                       MOVE 'S'              TO WS-SW-RETRO-CORRIDA
                    ELSE
                       MOVE SPACES           TO WS-SUB-TEXTO
                       STRING 'RETROACTIVOS DE LA CORRIDA DEL '
                              WS-RTL-HDR-FECHA
                              ': NO CORRESPONDEN A ESTE EXTRACTO'
                              DELIMITED BY SIZE
                         INTO WS-SUB-TEXTO
                       END-STRING
                       WRITE WS-SAL-LINEA  FROM WS-LINEA-SUBTITULO
                       MOVE '10'             TO FS-RETROACTIVOS
                    END-IF
               WHEN WS-RTL-ES-TRAILER
                    CONTINUE
               WHEN NOT WS-RETRO-DE-LA-CORRIDA
                    MOVE '10'                TO FS-RETROACTIVOS
               WHEN OTHER
                    PERFORM 1220-CARGAR-RETROACTIVO
                       THRU 1220-CARGAR-RETROACTIVO-EXIT
           END-EVALUATE.

       1210-LEER-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-RETROACTIVO.
      *----------------------------------------------------------------*

           COMPUTE WS-RET-IMPORTE = WS-RTL-IMPORTE-ENT
                                  + WS-RTL-IMPORTE-DEC / 100.
           IF WS-RTL-SIGNO = '-'
              COMPUTE WS-RET-IMPORTE = 0 - WS-RET-IMPORTE
           END-IF.

           MOVE 0                            TO WS-RX-POS.
           PERFORM 1230-UBICAR-RETROACTIVO
              THRU 1230-UBICAR-RETROACTIVO-EXIT
             VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TAB-CANT-RETRO
                  OR WS-RX-POS > 0.

           IF WS-RX-POS = 0
              IF WS-TAB-CANT-RETRO >= WS-TAB-MAX-RETRO
                 DISPLAY 'TABLA DE RETROACTIVOS LLENA, NO SE CONTROLA '
                         'EL LEGAJO ' WS-RTL-LEGAJO
              ELSE
                 ADD 1                       TO WS-TAB-CANT-RETRO
                 MOVE WS-TAB-CANT-RETRO      TO WS-RX-POS
                 MOVE WS-RTL-LEGAJO   TO WS-TAB-RET-LEGAJO (WS-RX-POS)
                 MOVE 0               TO WS-TAB-RET-IMPORTE (WS-RX-POS)
                 MOVE 'N'             TO WS-TAB-RET-VISTO (WS-RX-POS)
              END-IF
           END-IF.

           IF WS-RX-POS > 0
              ADD WS-RET-IMPORTE      TO WS-TAB-RET-IMPORTE (WS-RX-POS)
           END-IF.

       1220-CARGAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1230-UBICAR-RETROACTIVO.
      *----------------------------------------------------------------*

           IF WS-TAB-RET-LEGAJO (WS-RX) = WS-RTL-LEGAJO
              MOVE WS-RX                     TO WS-RX-POS
           END-IF.

       1230-UBICAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CONCILIAR-LEGAJO.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-CLAVE-EXTRACTO < WS-CLAVE-DEVOLUCION
                    PERFORM 2300-FALTA-EN-DEVOLUCION
                       THRU 2300-FALTA-EN-DEVOLUCION-EXIT
                    PERFORM 2100-LEER-EXTRACTO
                       THRU 2100-LEER-EXTRACTO-EXIT
               WHEN WS-CLAVE-EXTRACTO > WS-CLAVE-DEVOLUCION
                    PERFORM 2400-FALTA-EN-EXTRACTO
                       THRU 2400-FALTA-EN-EXTRACTO-EXIT
                    PERFORM 2200-LEER-DEVOLUCION
                       THRU 2200-LEER-DEVOLUCION-EXIT
               WHEN OTHER
                    PERFORM 2500-COMPARAR-LEGAJO
                       THRU 2500-COMPARAR-LEGAJO-EXIT
                    PERFORM 2100-LEER-EXTRACTO
                       THRU 2100-LEER-EXTRACTO-EXIT
                    PERFORM 2200-LEER-DEVOLUCION
                       THRU 2200-LEER-DEVOLUCION-EXIT
           END-EVALUATE.

       2000-CONCILIAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-EXTRACTO.
      *----------------------------------------------------------------*

      *---- DEVUELVE EL PROXIMO DETALLE DEL EXTRACTO; EL TRAILER SE
      *---- GUARDA AL PASAR PARA CONTROLAR CANTIDAD Y SUMA.
           MOVE 'N'                          TO WS-SW-DETALLE-LEIDO.

           PERFORM 2110-LEER-REG-EXTRACTO
              THRU 2110-LEER-REG-EXTRACTO-EXIT
             UNTIL WS-DETALLE-LEIDO
                OR FS-EXTRACTO-EOF.

           IF FS-EXTRACTO-EOF
              MOVE HIGH-VALUES               TO WS-CLAVE-EXTRACTO
           ELSE
              MOVE WS-EXL-LEGAJO             TO WS-CLAVE-EXTRACTO
              COMPUTE WS-SUELDO-ENVIADO = WS-EXL-SUELDO-ENT
                                        + WS-EXL-SUELDO-DEC / 100
              ADD 1                          TO WS-CONT-ENVIADOS
              ADD WS-SUELDO-ENVIADO          TO WS-TOT-ENVIADO
           END-IF.

       2100-LEER-EXTRACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-REG-EXTRACTO.
      *----------------------------------------------------------------*

           READ ENT-EXTRACTO.

           EVALUATE TRUE
               WHEN FS-EXTRACTO-EOF
                    CONTINUE
               WHEN NOT FS-EXTRACTO-OK
                    DISPLAY 'ERROR AL LEER EL EXTRACTO ENVIADO'
                    DISPLAY 'FILE STATUS: ' FS-EXTRACTO
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-EXL-ES-TRAILER
                    MOVE 'S'                 TO WS-SW-EXT-TRAILER
                    MOVE WS-EXL-TRL-CANT     TO WS-EXT-TRL-CANT
                    COMPUTE WS-EXT-TRL-SUMA = WS-EXL-TRL-SUMA-ENT
                                      + WS-EXL-TRL-SUMA-DEC / 100
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-DETALLE-LEIDO
           END-EVALUATE.

       2110-LEER-REG-EXTRACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-LEER-DEVOLUCION.
      *----------------------------------------------------------------*

           MOVE 'N'                          TO WS-SW-DETALLE-LEIDO.

           PERFORM 2210-LEER-REG-DEVOLUCION
              THRU 2210-LEER-REG-DEVOLUCION-EXIT
             UNTIL WS-DETALLE-LEIDO
                OR FS-DEVOLUCION-ORD-EOF.

           IF FS-DEVOLUCION-ORD-EOF
              MOVE HIGH-VALUES               TO WS-CLAVE-DEVOLUCION
           ELSE
              MOVE WS-DEV-LEGAJO             TO WS-CLAVE-DEVOLUCION
              ADD 1                          TO WS-CONT-DEVUELTOS
           END-IF.

       2200-LEER-DEVOLUCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-REG-DEVOLUCION.
      *----------------------------------------------------------------*

           READ ENT-DEVOLUCION-ORD.

           EVALUATE TRUE
               WHEN FS-DEVOLUCION-ORD-EOF
                    CONTINUE
               WHEN NOT FS-DEVOLUCION-ORD-OK
                    DISPLAY 'ERROR AL LEER LA DEVOLUCION ORDENADA'
                    DISPLAY 'FILE STATUS: ' FS-DEVOLUCION-ORD
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-DEV-LEGAJO(1:2) = 'H;'
                 OR WS-DEV-LEGAJO(1:2) = 'T;'
                 OR WS-DEV-LEGAJO = SPACES
                    CONTINUE
      *---- UN LEGAJO REPETIDO EN LA DEVOLUCION SE INFORMA UNA VEZ POR
      *---- CADA REPETICION Y NO ENTRA AL APAREO.
               WHEN WS-DEV-LEGAJO = WS-DEV-LEGAJO-ANT
                    ADD 1                    TO WS-CONT-DEVUELTOS
                    MOVE WS-DEV-LEGAJO       TO WS-DET-LEGAJO
                    MOVE 0                   TO WS-DET-ENVIADO
                    PERFORM 2550-SUELDO-CARGADO
                       THRU 2550-SUELDO-CARGADO-EXIT
                    MOVE 'LEGAJO REPETIDO EN LA DEVOLUCION'
                                             TO WS-DET-OBSERVACION
                    PERFORM 2700-GRABAR-OBSERVACION
                       THRU 2700-GRABAR-OBSERVACION-EXIT
               WHEN OTHER
                    MOVE WS-DEV-LEGAJO       TO WS-DEV-LEGAJO-ANT
                    MOVE 'S'                 TO WS-SW-DETALLE-LEIDO
           END-EVALUATE.

       2210-LEER-REG-DEVOLUCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-FALTA-EN-DEVOLUCION.
      *----------------------------------------------------------------*

           MOVE WS-CLAVE-EXTRACTO            TO WS-DET-LEGAJO.
           MOVE WS-SUELDO-ENVIADO            TO WS-DET-ENVIADO.
           MOVE 0                            TO WS-DET-CARGADO.
           MOVE 'ENVIADO Y NO DEVUELTO POR EL PROVEEDOR'
                                             TO WS-DET-OBSERVACION.
           PERFORM 2700-GRABAR-OBSERVACION
              THRU 2700-GRABAR-OBSERVACION-EXIT.
           ADD 1                          TO WS-CONT-FALTA-DEVOLUCION.

           PERFORM 2600-CONTROLAR-RETROACTIVO
              THRU 2600-CONTROLAR-RETROACTIVO-EXIT.

       2300-FALTA-EN-DEVOLUCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-FALTA-EN-EXTRACTO.
      *----------------------------------------------------------------*

           MOVE WS-DEV-LEGAJO                TO WS-DET-LEGAJO.
           MOVE 0                            TO WS-DET-ENVIADO.
           PERFORM 2550-SUELDO-CARGADO
              THRU 2550-SUELDO-CARGADO-EXIT.
           MOVE 'DEVUELTO POR EL PROVEEDOR Y NO ENVIADO'
                                             TO WS-DET-OBSERVACION.
           PERFORM 2700-GRABAR-OBSERVACION
              THRU 2700-GRABAR-OBSERVACION-EXIT.
           ADD 1                             TO WS-CONT-FALTA-EXTRACTO.

       2400-FALTA-EN-EXTRACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-COMPARAR-LEGAJO.
      *----------------------------------------------------------------*

           MOVE WS-CLAVE-EXTRACTO            TO WS-DET-LEGAJO.
           MOVE WS-SUELDO-ENVIADO            TO WS-DET-ENVIADO.
           PERFORM 2550-SUELDO-CARGADO
              THRU 2550-SUELDO-CARGADO-EXIT.

           EVALUATE TRUE
               WHEN WS-DEV-RECHAZADO
                    MOVE SPACES              TO WS-DET-OBSERVACION
                    STRING 'RECHAZADO: '     DELIMITED BY SIZE
                           WS-DEV-MOTIVO     DELIMITED BY SIZE
                      INTO WS-DET-OBSERVACION
                    END-STRING
                    PERFORM 2700-GRABAR-OBSERVACION
                       THRU 2700-GRABAR-OBSERVACION-EXIT
                    ADD 1                    TO WS-CONT-RECHAZADOS
               WHEN NOT WS-DEV-ACEPTADO
                    MOVE 'ESTADO INVALIDO EN LA DEVOLUCION'
                                             TO WS-DET-OBSERVACION
                    PERFORM 2700-GRABAR-OBSERVACION
                       THRU 2700-GRABAR-OBSERVACION-EXIT
                    ADD 1                    TO WS-CONT-RECHAZADOS
               WHEN WS-DEV-SUELDO-ENT NOT NUMERIC
                 OR WS-DEV-SUELDO-DEC NOT NUMERIC
                    MOVE 'SUELDO CARGADO INVALIDO EN LA DEVOLUCION'
                                             TO WS-DET-OBSERVACION
                    PERFORM 2700-GRABAR-OBSERVACION
                       THRU 2700-GRABAR-OBSERVACION-EXIT
                    ADD 1                    TO WS-CONT-SUELDO-DIFERENTE
               WHEN WS-SUELDO-CARGADO NOT = WS-SUELDO-ENVIADO
                    MOVE 'SUELDO CARGADO DISTINTO DEL ENVIADO'
                                             TO WS-DET-OBSERVACION
                    PERFORM 2700-GRABAR-OBSERVACION
                       THRU 2700-GRABAR-OBSERVACION-EXIT
                    ADD 1                    TO WS-CONT-SUELDO-DIFERENTE
                    ADD 1                    TO WS-CONT-ACEPTADOS
                    ADD WS-SUELDO-CARGADO    TO WS-TOT-ACEPTADO
               WHEN OTHER
                    ADD 1                    TO WS-CONT-ACEPTADOS
                    ADD WS-SUELDO-CARGADO    TO WS-TOT-ACEPTADO
           END-EVALUATE.

           PERFORM 2600-CONTROLAR-RETROACTIVO
              THRU 2600-CONTROLAR-RETROACTIVO-EXIT.

       2500-COMPARAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-SUELDO-CARGADO.
      *----------------------------------------------------------------*

           IF WS-DEV-SUELDO-ENT IS NUMERIC
              AND WS-DEV-SUELDO-DEC IS NUMERIC
              COMPUTE WS-SUELDO-CARGADO = WS-DEV-SUELDO-ENT
                                        + WS-DEV-SUELDO-DEC / 100
           ELSE
              MOVE 0                         TO WS-SUELDO-CARGADO
           END-IF.

           MOVE WS-SUELDO-CARGADO            TO WS-DET-CARGADO.

       2550-SUELDO-CARGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-CONTROLAR-RETROACTIVO.
      *----------------------------------------------------------------*

      *---- EL RETROACTIVO SOLO SE LIQUIDA SI EL PROVEEDOR ACEPTO EL
      *---- LEGAJO; SI NO LO DEVOLVIO O LO RECHAZO, QUEDA OBSERVADO.
           MOVE 0                            TO WS-RX-POS.
           PERFORM 2610-BUSCAR-RETROACTIVO
              THRU 2610-BUSCAR-RETROACTIVO-EXIT
             VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TAB-CANT-RETRO
                  OR WS-RX-POS > 0.

           IF WS-RX-POS > 0
              MOVE 'S'                TO WS-TAB-RET-VISTO (WS-RX-POS)
              IF WS-CLAVE-EXTRACTO NOT = WS-CLAVE-DEVOLUCION
                 OR NOT WS-DEV-ACEPTADO
                 MOVE WS-CLAVE-EXTRACTO      TO WS-DET-LEGAJO
                 MOVE 0                      TO WS-DET-ENVIADO
                                                WS-DET-CARGADO
                 MOVE 'RETROACTIVO NO LIQUIDADO POR EL PROVEEDOR'
                                             TO WS-DET-OBSERVACION
                 PERFORM 2700-GRABAR-OBSERVACION
                    THRU 2700-GRABAR-OBSERVACION-EXIT
                 ADD 1                  TO WS-CONT-RETRO-NO-LIQUIDADO
              END-IF
           END-IF.

       2600-CONTROLAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2610-BUSCAR-RETROACTIVO.
      *----------------------------------------------------------------*

           IF WS-TAB-RET-LEGAJO (WS-RX) = WS-CLAVE-EXTRACTO
              MOVE WS-RX                     TO WS-RX-POS
           END-IF.

       2610-BUSCAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-GRABAR-OBSERVACION.
      *----------------------------------------------------------------*

           WRITE WS-SAL-LINEA              FROM WS-LINEA-DETALLE.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL GRABAR EL INFORME DE CONCILIACION: '
                      FS-INFORME
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                             TO WS-CONT-OBSERVACIONES.

       2700-GRABAR-OBSERVACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

      *---- RETROACTIVOS DE LEGAJOS QUE NI SIQUIERA VIAJARON EN EL
      *---- EXTRACTO.
           PERFORM 3100-CONTROLAR-RETRO-NO-VISTO
              THRU 3100-CONTROLAR-RETRO-NO-VISTO-EXIT
             VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TAB-CANT-RETRO.

           COMPUTE WS-TOT-DIFERENCIA = WS-TOT-ENVIADO - WS-TOT-ACEPTADO.

      *---- UN EXTRACTO SIN TRAILER O QUE NO CUADRA CON EL QUE SE LEYO
      *---- NO ES EL QUE RECIBIO EL PROVEEDOR: LA CORRIDA NO CONCILIA.
           IF NOT WS-HAY-TRAILER-EXTRACTO
              OR WS-EXT-TRL-CANT NOT = WS-CONT-ENVIADOS
              OR WS-EXT-TRL-SUMA NOT = WS-TOT-ENVIADO
              MOVE SPACES                    TO WS-LINEA-DETALLE
              MOVE 'EXTRACTO SIN TRAILER O QUE NO CUADRA CON SU TRAILER'
                                             TO WS-DET-OBSERVACION
              PERFORM 2700-GRABAR-OBSERVACION
                 THRU 2700-GRABAR-OBSERVACION-EXIT
           END-IF.

           IF WS-CONT-OBSERVACIONES = 0
              AND WS-TOT-DIFERENCIA = 0
              MOVE 'OK'                      TO WS-RESULTADO-CONC
           ELSE
              MOVE 'DI'                      TO WS-RESULTADO-CONC
           END-IF.

           PERFORM 3200-GRABAR-TOTALES
              THRU 3200-GRABAR-TOTALES-EXIT.

           CLOSE ENT-EXTRACTO
                 ENT-DEVOLUCION-ORD
                 SAL-INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL CERRAR EL INFORME DE CONCILIACION: '
                      FS-INFORME
           END-IF.

           PERFORM 3300-ACTUALIZAR-HISTORIAL
              THRU 3300-ACTUALIZAR-HISTORIAL-EXIT.

           MOVE WS-CONT-ENVIADOS             TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS ENVIADOS EN EL EXTRACTO: ' WS-FORMAT-CANT.

           MOVE WS-CONT-DEVUELTOS            TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS DEVUELTOS              : ' WS-FORMAT-CANT.

           MOVE WS-CONT-OBSERVACIONES        TO WS-FORMAT-CANT.
           DISPLAY 'OBSERVACIONES                  : ' WS-FORMAT-CANT.

           DISPLAY 'RESULTADO DE LA CONCILIACION   : '
                   WS-RESULTADO-CONC.

           IF NOT WS-CONCILIACION-OK
              MOVE 4                         TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-CONTROLAR-RETRO-NO-VISTO.
      *----------------------------------------------------------------*

           IF WS-TAB-RET-VISTO (WS-RX) NOT = 'S'
              MOVE WS-TAB-RET-LEGAJO (WS-RX) TO WS-DET-LEGAJO
              MOVE 0                         TO WS-DET-ENVIADO
                                                WS-DET-CARGADO
              MOVE 'RETROACTIVO DE UN LEGAJO NO ENVIADO EN EL EXTRACTO'
                                             TO WS-DET-OBSERVACION
              PERFORM 2700-GRABAR-OBSERVACION
                 THRU 2700-GRABAR-OBSERVACION-EXIT
              ADD 1                     TO WS-CONT-RETRO-NO-LIQUIDADO
           END-IF.

       3100-CONTROLAR-RETRO-NO-VISTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-TOTALES.
      *----------------------------------------------------------------*

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           MOVE 'LEGAJOS ENVIADOS             :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-ENVIADOS             TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'LEGAJOS DEVUELTOS            :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-DEVUELTOS            TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'ACEPTADOS POR EL PROVEEDOR   :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-ACEPTADOS            TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'RECHAZADOS POR EL PROVEEDOR  :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-RECHAZADOS           TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'ENVIADOS Y NO DEVUELTOS      :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-FALTA-DEVOLUCION     TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'DEVUELTOS Y NO ENVIADOS      :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-FALTA-EXTRACTO       TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'SUELDOS CON DIFERENCIA       :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-SUELDO-DIFERENTE     TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'RETROACTIVOS NO LIQUIDADOS   :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-RETRO-NO-LIQUIDADO   TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'TOTAL ENVIADO EN EL EXTRACTO :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-ENVIADO               TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL TRAILER DEL EXTRACTO  :' TO WS-TOT-LEYENDA.
           MOVE WS-EXT-TRL-SUMA              TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL ACEPTADO POR PROVEEDOR :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-ACEPTADO              TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'DIFERENCIA DE TOTALES        :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-DIFERENCIA            TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE SPACES                       TO WS-SUB-TEXTO.
           STRING 'RESULTADO DE LA CONCILIACION : '
                  WS-RESULTADO-CONC
                  DELIMITED BY SIZE
             INTO WS-SUB-TEXTO
           END-STRING.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.

       3200-GRABAR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-ACTUALIZAR-HISTORIAL.
      *----------------------------------------------------------------*

      *---- PRIMERA PASADA: UBICAR LA CORRIDA QUE GENERO EL EXTRACTO.
           OPEN INPUT ENT-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-OK
                    MOVE 0                   TO WS-HIS-NRO
                    PERFORM 3310-UBICAR-CORRIDA
                       THRU 3310-UBICAR-CORRIDA-EXIT
                      UNTIL FS-HISTORIAL-EOF
                    CLOSE ENT-HISTORIAL
               WHEN FS-HISTORIAL-NFD
                    DISPLAY 'NO SE ENCUENTRA EL HISTORIAL DE CORRIDAS, '
                            'NO SE REGISTRA LA CONCILIACION'
                    MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE CORRIDAS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF FS-HISTORIAL-EOF
              AND WS-HIS-NRO-CORRIDA = 0
              DISPLAY 'LA CORRIDA DEL ' WS-EXT-FECHA
                      ' NO ESTA EN EL HISTORIAL, NO SE REGISTRA LA '
                      'CONCILIACION'
              MOVE 4                         TO RETURN-CODE
           END-IF.

      *---- SEGUNDA PASADA: COPIA AL TEMPORAL CON LA CORRIDA MARCADA Y
      *---- DEVOLUCION DEL TEMPORAL SOBRE EL HISTORIAL.
           IF WS-HIS-NRO-CORRIDA > 0
              PERFORM 3320-MARCAR-CORRIDA
                 THRU 3320-MARCAR-CORRIDA-EXIT
              PERFORM 3340-REEMPLAZAR-HISTORIAL
                 THRU 3340-REEMPLAZAR-HISTORIAL-EXIT
              DISPLAY 'CONCILIACION REGISTRADA EN EL HISTORIAL'
           END-IF.

       3300-ACTUALIZAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3310-UBICAR-CORRIDA.
      *----------------------------------------------------------------*

           READ ENT-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-EOF
                    CONTINUE
               WHEN NOT FS-HISTORIAL-OK
                    DISPLAY 'ERROR AL LEER EL HISTORIAL DE CORRIDAS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    ADD 1                    TO WS-HIS-NRO
      *---- EN UN REINICIO HAY MAS DE UN REGISTRO EN EL DIA: EL ULTIMO
      *---- ES EL QUE TERMINO EL EXTRACTO.
                    IF WS-HIS-FECHA = WS-EXT-FECHA-NUM
                       AND NOT WS-HIS-PROV-NO-APLICA
                       MOVE WS-HIS-NRO       TO WS-HIS-NRO-CORRIDA
                    END-IF
           END-EVALUATE.

       3310-UBICAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3320-MARCAR-CORRIDA.
      *----------------------------------------------------------------*

           OPEN INPUT ENT-HISTORIAL.
           OPEN OUTPUT SAL-HISTORIAL-TMP.

           IF NOT FS-HISTORIAL-OK
              OR NOT FS-HISTORIAL-TMP-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORIAL PARA ACTUALIZAR'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL ' ' FS-HISTORIAL-TMP
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0                            TO WS-HIS-NRO.

           PERFORM 3330-COPIAR-CORRIDA
              THRU 3330-COPIAR-CORRIDA-EXIT
             UNTIL FS-HISTORIAL-EOF.

           CLOSE ENT-HISTORIAL
                 SAL-HISTORIAL-TMP.

       3320-MARCAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3330-COPIAR-CORRIDA.
      *----------------------------------------------------------------*

           READ ENT-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-EOF
                    CONTINUE
               WHEN NOT FS-HISTORIAL-OK
                    DISPLAY 'ERROR AL LEER EL HISTORIAL DE CORRIDAS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    ADD 1                    TO WS-HIS-NRO
                    IF WS-HIS-NRO = WS-HIS-NRO-CORRIDA
                       MOVE WS-RESULTADO-CONC
                                             TO WS-HIS-CONC-PROV
                       MOVE WS-FECHA-AAAAMMDD
                                             TO WS-HIS-FECHA-CONC-PROV
                    END-IF
                    WRITE WS-REG-HISTORIAL-TMP
                                           FROM WS-SAL-HISTORIAL
                    IF NOT FS-HISTORIAL-TMP-OK
                       DISPLAY 'ERROR AL GRABAR EL HISTORIAL TEMPORAL: '
                               FS-HISTORIAL-TMP
                       MOVE 16               TO RETURN-CODE
                       STOP RUN
                    END-IF
           END-EVALUATE.

       3330-COPIAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3340-REEMPLAZAR-HISTORIAL.
      *----------------------------------------------------------------*

           OPEN INPUT SAL-HISTORIAL-TMP.
           OPEN OUTPUT ENT-HISTORIAL.

           IF NOT FS-HISTORIAL-OK
              OR NOT FS-HISTORIAL-TMP-OK
              DISPLAY 'ERROR AL REGRABAR EL HISTORIAL DE CORRIDAS'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL ' ' FS-HISTORIAL-TMP
              DISPLAY 'LA COPIA ACTUALIZADA QUEDA EN '
                      'CL15EJ02_HISTORIAL.TMP'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3350-DEVOLVER-CORRIDA
              THRU 3350-DEVOLVER-CORRIDA-EXIT
             UNTIL FS-HISTORIAL-TMP-EOF.

           CLOSE SAL-HISTORIAL-TMP
                 ENT-HISTORIAL.

       3340-REEMPLAZAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3350-DEVOLVER-CORRIDA.
      *----------------------------------------------------------------*

           READ SAL-HISTORIAL-TMP.

           IF FS-HISTORIAL-TMP-OK
              WRITE WS-SAL-HISTORIAL       FROM WS-REG-HISTORIAL-TMP
              IF NOT FS-HISTORIAL-OK
                 DISPLAY 'ERROR AL REGRABAR EL HISTORIAL: '
                         FS-HISTORIAL
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       3350-DEVOLVER-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ17.
