      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CALCULO SEMESTRAL DEL SAC (AGUINALDO) POR LEGAJO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ13.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PARAMETROS
           ASSIGN TO '../CL15EJ13_PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT ENT-MAEACT
           ASSIGN TO '../MAESTRO_ACTUALIZADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAEACT.

       SELECT ENT-HISTORICO
           ASSIGN TO '../MAESTRO_HISTORICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

       SELECT ENT-HISORD
           ASSIGN TO '../CL15EJ13_HISTORICO.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISORD.

       SELECT SD-HIS-ORDEN
           ASSIGN TO '../CL15EJ13_HISTORICO.SRT'.

      *---- REPOSITORIO HISTORICO DE AUDITORIA QUE ALIMENTA CL15EJ02:
      *---- DE ACA SALEN LOS SUELDOS QUE RIGIERON DENTRO DEL SEMESTRE.
       SELECT ENT-AUDITORIA-HIST
           ASSIGN TO '../AUDITORIA_HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-AHI-CLAVE
           FILE STATUS IS FS-AUDITORIA-HIST.

       SELECT SAL-SAC
           ASSIGN TO '../CL15EJ13_SAC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAC.

       SELECT SAL-RESUMEN
           ASSIGN TO '../CL15EJ13_RESUMEN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *---- PRIMERA LINEA: SEMESTRE A LIQUIDAR EN FORMATO AAAAS (ANIO Y
      *---- SEMESTRE 1 O 2). SIN ARCHIVO SE LIQUIDA EL SEMESTRE DE LA
      *---- FECHA DE PROCESO.
       FD ENT-PARAMETROS.
       01 WS-REG-PARAMETROS                 PIC X(40).

      *---- EL MAESTRO SE RECORRE EN SU ORDEN DE LEGAJO Y SE APAREA
      *---- CONTRA EL HISTORICO REORDENADO POR LEGAJO, PARA LIQUIDAR
      *---- TAMBIEN A LOS YA DEPURADOS POR CL15EJ06.
       FD ENT-MAEACT.
          COPY MAESTRO.

       FD ENT-HISTORICO.
       01 WS-REG-HISTORICO                  PIC X(93).

       FD ENT-HISORD.
       01 WS-REG-HISORD.
          05 WS-HST-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(83).

       SD SD-HIS-ORDEN.
       01 SD-REG-HISTORICO.
          05 SD-HIS-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(83).

       FD ENT-AUDITORIA-HIST.
          COPY AUDHIST.

       FD SAL-SAC.
       01 WS-SAL-SAC                        PIC X(100).

       FD SAL-RESUMEN.
       01 WS-SAL-LINEA                      PIC X(100).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.
          05 FS-MAEACT                      PIC X(2).
             88 FS-MAEACT-OK                    VALUE '00'.
             88 FS-MAEACT-EOF                   VALUE '10'.
             88 FS-MAEACT-NFD                   VALUE '35'.
          05 FS-HISTORICO                   PIC X(2).
             88 FS-HISTORICO-OK                 VALUE '00'.
             88 FS-HISTORICO-NFD                VALUE '35'.
          05 FS-HISORD                      PIC X(2).
             88 FS-HISORD-OK                    VALUE '00'.
             88 FS-HISORD-EOF                   VALUE '10'.
          05 FS-AUDITORIA-HIST              PIC X(2).
             88 FS-AUDITORIA-HIST-OK            VALUE '00'.
             88 FS-AUDITORIA-HIST-EOF           VALUE '10'.
             88 FS-AUDITORIA-HIST-NOREG         VALUE '23'.
             88 FS-AUDITORIA-HIST-NFD           VALUE '35'.
          05 FS-SAC                         PIC X(2).
             88 FS-SAC-OK                       VALUE '00'.
          05 FS-RESUMEN                     PIC X(2).
             88 FS-RESUMEN-OK                   VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
          05 WS-CONT-HIS-LEIDOS             PIC 9(06) VALUE 0.
          05 WS-CONT-LIQUIDADOS             PIC 9(06) VALUE 0.
          05 WS-CONT-PROPORCIONALES         PIC 9(06) VALUE 0.
          05 WS-CONT-FUERA-SEMESTRE         PIC 9(06) VALUE 0.
          05 WS-CONT-DUPLICADOS             PIC 9(06) VALUE 0.
          05 WS-CONT-SIN-HISTORIA           PIC 9(06) VALUE 0.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).
          05 WS-FECHA-DESGLOSE REDEFINES WS-FECHA-AAAAMMDD.
             10 WS-FECHA-AAAA               PIC 9(04).
             10 WS-FECHA-MM                 PIC 9(02).
             10 WS-FECHA-DD                 PIC 9(02).

      *---- SEMESTRE LIQUIDADO: PRIMERO DEL 01/01 AL 30/06, SEGUNDO DEL
      *---- 01/07 AL 31/12. LOS DIAS DEL PRIMER SEMESTRE DEPENDEN DE SI
      *---- EL ANIO ES BISIESTO.
       01 WS-SEMESTRE.
          05 WS-SEM-PARAMETRO.
             10 WS-SEM-AAAA                 PIC 9(04).
             10 WS-SEM-NRO                  PIC X(01).
                88 WS-SEM-VALIDO                VALUE '1' '2'.
          05 WS-SEM-DESDE                   PIC 9(08) VALUE 0.
          05 WS-SEM-HASTA                   PIC 9(08) VALUE 0.
          05 WS-SEM-DIAS                    PIC 9(03) VALUE 0.
          05 WS-SW-BISIESTO                 PIC X(01) VALUE 'N'.
             88 WS-ES-BISIESTO                  VALUE 'S'.
          05 WS-BIS-COCIENTE                PIC 9(04) VALUE 0.
          05 WS-BIS-RESTO-4                 PIC 9(04) VALUE 0.
          05 WS-BIS-RESTO-100               PIC 9(04) VALUE 0.
          05 WS-BIS-RESTO-400               PIC 9(04) VALUE 0.

      *---- DIAS ACUMULADOS AL INICIO DE CADA MES EN UN ANIO COMUN,
      *---- PARA CONTAR LOS DIAS TRABAJADOS SIN SALIR DEL ANIO.
       01 WS-CALENDARIO.
          05 WS-CAL-ACUMULADOS              PIC X(36) VALUE
             '000031059090120151181212243273304334'.
          05 WS-CAL-TABLA REDEFINES WS-CAL-ACUMULADOS.
             10 WS-CAL-DIAS-ANTES           PIC 9(03) OCCURS 12.
          05 WS-CAL-FECHA                   PIC 9(08) VALUE 0.
          05 WS-CAL-FECHA-R REDEFINES WS-CAL-FECHA.
             10 WS-CAL-AAAA                 PIC 9(04).
             10 WS-CAL-MM                   PIC 9(02).
             10 WS-CAL-DD                   PIC 9(02).
          05 WS-CAL-DIA-ANIO                PIC 9(03) VALUE 0.

       01 WS-APAREO.
          05 WS-CLAVE-MAE                   PIC X(10) VALUE SPACES.
          05 WS-CLAVE-HIS                   PIC X(10) VALUE SPACES.
          05 WS-SW-HAY-HISTORICO            PIC X(01) VALUE 'N'.
             88 WS-HAY-HISTORICO                VALUE 'S'.
          05 WS-SW-HAY-AUD-HIST             PIC X(01) VALUE 'N'.
             88 WS-HAY-AUD-HIST                 VALUE 'S'.

      *---- EMPLEADO EN PROCESO, VENGA DEL MAESTRO O DEL HISTORICO
      *---- (MISMO LAYOUT DE 93 POSICIONES).
       01 WS-EMPLEADO                       PIC X(93).
       01 WS-EMPLEADO-R REDEFINES WS-EMPLEADO.
          05 WS-EMP-LEGAJO                  PIC X(10).
          05 WS-EMP-NOMBRE                  PIC X(20).
          05 WS-EMP-APELLIDO                PIC X(20).
          05 WS-EMP-SUELDO                  PIC 9(08)V9(02).
          05 WS-EMP-ESTADO                  PIC X(01).
             88 WS-EMP-INACTIVO                 VALUE 'B'.
          05 WS-EMP-FECHA-BAJA              PIC 9(08).
          05 WS-EMP-SECTOR                  PIC X(03).
          05 WS-EMP-CATEGORIA               PIC X(02).
          05 WS-EMP-FECHA-INGRESO           PIC 9(08).
          05 WS-EMP-CUIL                    PIC X(11).
       01 WS-EMP-ORIGEN                     PIC X(01) VALUE SPACE.
          88 WS-EMP-DEL-HISTORICO               VALUE 'H'.

       01 WS-CALCULO-SAC.
          05 WS-SAC-INGRESO                 PIC 9(08) VALUE 0.
          05 WS-SAC-BAJA                    PIC 9(08) VALUE 0.
          05 WS-SAC-DESDE                   PIC 9(08) VALUE 0.
          05 WS-SAC-HASTA                   PIC 9(08) VALUE 0.
          05 WS-SAC-DIA-DESDE               PIC 9(03) VALUE 0.
          05 WS-SAC-DIA-HASTA               PIC 9(03) VALUE 0.
          05 WS-SAC-DIAS                    PIC 9(03) VALUE 0.
          05 WS-SAC-MEJOR                   PIC 9(08)V9(02) VALUE 0.
          05 WS-SAC-CIERRE                  PIC 9(08)V9(02) VALUE 0.
          05 WS-SAC-IMPORTE                 PIC 9(08)V9(02) VALUE 0.
          05 WS-SW-FIN-CAMBIOS              PIC X(01) VALUE 'N'.
             88 WS-FIN-CAMBIOS                  VALUE 'S'.
          05 WS-SW-HUBO-CAMBIOS             PIC X(01) VALUE 'N'.
             88 WS-HUBO-CAMBIOS                 VALUE 'S'.

      *---- ACUMULADOS POR SECTOR PARA EL RESUMEN, EN ORDEN DE CODIGO.
       01 WS-TABLA-SECTORES.
          05 WS-TAB-MAX-SECTORES            PIC 9(03) VALUE 100.
          05 WS-TAB-CANT-SECTORES           PIC 9(03) VALUE 0.
          05 WS-TAB-SECTOR OCCURS 100.
             10 WS-TAB-SEC-CODIGO           PIC X(03).
             10 WS-TAB-SEC-CANT             PIC 9(06).
             10 WS-TAB-SEC-MEJOR            PIC 9(13)V9(02).
             10 WS-TAB-SEC-SAC              PIC 9(13)V9(02).
          05 WS-IX                          PIC 9(03) VALUE 0.
          05 WS-IX-POS                      PIC 9(03) VALUE 0.
          05 WS-SW-SECTOR-HALLADO           PIC X(01) VALUE 'N'.
             88 WS-SECTOR-HALLADO               VALUE 'S'.

       01 WS-TOTALES.
          05 WS-TOT-MEJOR                   PIC 9(13)V9(02) VALUE 0.
          05 WS-TOT-SAC                     PIC 9(13)V9(02) VALUE 0.

      *---- ARCHIVO DELIMITADO PARA EL PROVEEDOR, CON CABECERA Y
      *---- TRAILER DE CONTROL COMO EL EXTRACTO: LA CABECERA LLEVA
      *---- ADEMAS EL SEMESTRE LIQUIDADO.
       01 WS-LINEAS-SAC.
          05 WS-SAC-HEADER.
             10 FILLER                      PIC X(02) VALUE 'H;'.
             10 WS-SAC-HDR-FECHA            PIC 9(08).
             10 FILLER                      PIC X(01) VALUE ';'.
             10 WS-SAC-HDR-SEMESTRE         PIC X(05).
          05 WS-SAC-DETALLE.
             10 WS-SAC-LEGAJO               PIC X(10).
             10 FILLER                      PIC X(01) VALUE ';'.
             10 WS-SAC-NOMBRE               PIC X(20).
             10 FILLER                      PIC X(01) VALUE ';'.
             10 WS-SAC-APELLIDO             PIC X(20).
             10 FILLER                      PIC X(01) VALUE ';'.
             10 WS-SAC-DET-MEJOR            PIC 9(08),9(02).
             10 FILLER                      PIC X(01) VALUE ';'.
             10 WS-SAC-DET-DIAS             PIC 9(03).
             10 FILLER                      PIC X(01) VALUE ';'.
             10 WS-SAC-DET-IMPORTE          PIC 9(08),9(02).
          05 WS-SAC-TRAILER.
             10 FILLER                      PIC X(02) VALUE 'T;'.
             10 WS-SAC-TRL-CANT             PIC 9(06).
             10 FILLER                      PIC X(01) VALUE ';'.
             10 WS-SAC-TRL-SUMA             PIC 9(12),9(02).

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(18) VALUE SPACES.
          05 FILLER                         PIC X(44)
             VALUE 'SAC SEMESTRAL - RESUMEN POR SECTOR'.
          05 FILLER                         PIC X(18) VALUE SPACES.

       01 WS-LINEA-SEMESTRE.
          05 FILLER                         PIC X(11)
             VALUE 'SEMESTRE: '.
          05 WS-LSE-SEMESTRE                PIC X(05).
          05 FILLER                         PIC X(08) VALUE '  DESDE '.
          05 WS-LSE-DESDE                   PIC 9(08).
          05 FILLER                         PIC X(07) VALUE ' HASTA '.
          05 WS-LSE-HASTA                   PIC 9(08).
          05 FILLER                         PIC X(06) VALUE ' DIAS '.
          05 WS-LSE-DIAS                    PIC ZZ9.
          05 FILLER                         PIC X(07) VALUE ' PROC. '.
          05 WS-LSE-FECHA                   PIC 9(08).

       01 WS-LINEA-RAYA.
          05 FILLER                         PIC X(80) VALUE ALL '-'.

       01 WS-LINEA-RESUMEN.
          05 FILLER                         PIC X(07) VALUE 'SECTOR '.
          05 WS-RES-SECTOR                  PIC X(03).
          05 FILLER                         PIC X(07) VALUE ' CANT: '.
          05 WS-RES-CANT                    PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(12)
             VALUE ' MEJOR REM: '.
          05 WS-RES-MEJOR                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(06) VALUE ' SAC: '.
          05 WS-RES-SAC                     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-TOTAL.
          05 WS-TOT-LEYENDA                 PIC X(30).
          05 WS-TOT-IMPORTE                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(30) VALUE SPACES.

       01 WS-LINEA-CANTIDAD.
          05 WS-CAN-LEYENDA                 PIC X(30).
          05 WS-CAN-CANTIDAD                PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(43) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-LEGAJO
              THRU 2000-PROCESAR-LEGAJO-EXIT
                UNTIL WS-CLAVE-MAE = HIGH-VALUES
                  AND WS-CLAVE-HIS = HIGH-VALUES.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-AAAAMMDD          FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-EXIT.

           PERFORM 1200-ARMAR-SEMESTRE
              THRU 1200-ARMAR-SEMESTRE-EXIT.

           DISPLAY 'SAC DEL SEMESTRE ' WS-SEM-PARAMETRO
                   ' (' WS-SEM-DESDE ' AL ' WS-SEM-HASTA ')'.

           OPEN INPUT ENT-MAEACT.

           EVALUATE TRUE
               WHEN FS-MAEACT-OK
                    CONTINUE
               WHEN FS-MAEACT-NFD
                    DISPLAY 'NO SE ENCUENTRA EL MAESTRO ACTUALIZADO'
                    DISPLAY 'FILE STATUS: ' FS-MAEACT
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO ACTUALIZADO'
                    DISPLAY 'FILE STATUS: ' FS-MAEACT
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

      *---- SIN HISTORICO (TODAVIA NO SE CORRIO NINGUNA DEPURACION) SE
      *---- LIQUIDA SOLO EL MAESTRO.
           OPEN INPUT ENT-HISTORICO.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    MOVE 'S'                 TO WS-SW-HAY-HISTORICO
                    CLOSE ENT-HISTORICO
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'SIN MAESTRO HISTORICO, SE LIQUIDA SOLO '
                            'EL MAESTRO ACTUALIZADO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF WS-HAY-HISTORICO
              SORT SD-HIS-ORDEN
                 ON ASCENDING KEY SD-HIS-LEGAJO
                 USING ENT-HISTORICO
                 GIVING ENT-HISORD
              OPEN INPUT ENT-HISORD
              IF NOT FS-HISORD-OK
                 DISPLAY 'ERROR AL ABRIR EL HISTORICO ORDENADO'
                 DISPLAY 'FILE STATUS: ' FS-HISORD
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *---- SIN REPOSITORIO DE AUDITORIA NO HAY HISTORIA DE SUELDOS:
      *---- LA MEJOR REMUNERACION QUEDA EN EL SUELDO DEL MAESTRO Y LA
      *---- CORRIDA TERMINA CON ADVERTENCIA.
           OPEN INPUT ENT-AUDITORIA-HIST.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-HIST-OK
                    MOVE 'S'                 TO WS-SW-HAY-AUD-HIST
               WHEN FS-AUDITORIA-HIST-NFD
                    DISPLAY 'SIN REPOSITORIO HISTORICO DE AUDITORIA, '
                            'SE TOMA EL SUELDO DEL MAESTRO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPOSITORIO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA-HIST
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-SAC.

           IF NOT FS-SAC-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SAC'
              DISPLAY 'FILE STATUS: ' FS-SAC
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-AAAAMMDD            TO WS-SAC-HDR-FECHA.
           MOVE WS-SEM-PARAMETRO             TO WS-SAC-HDR-SEMESTRE.
           WRITE WS-SAL-SAC                FROM WS-SAC-HEADER.

           OPEN OUTPUT SAL-RESUMEN.

           IF NOT FS-RESUMEN-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESUMEN'
              DISPLAY 'FILE STATUS: ' FS-RESUMEN
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2800-LEER-MAEACT
              THRU 2800-LEER-MAEACT-EXIT.

           MOVE HIGH-VALUES                  TO WS-CLAVE-HIS.
           IF WS-HAY-HISTORICO
              PERFORM 2810-LEER-HISORD
                 THRU 2810-LEER-HISORD-EXIT
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.
      *----------------------------------------------------------------*

           IF WS-FECHA-MM > 6
              MOVE '2'                       TO WS-SEM-NRO
           ELSE
              MOVE '1'                       TO WS-SEM-NRO
           END-IF.
           MOVE WS-FECHA-AAAA                TO WS-SEM-AAAA.

           OPEN INPUT ENT-PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ ENT-PARAMETROS
                    IF FS-PARAMETROS-OK
                       AND WS-REG-PARAMETROS NOT = SPACES
                       MOVE WS-REG-PARAMETROS(1:5)
                                             TO WS-SEM-PARAMETRO
                    END-IF
                    CLOSE ENT-PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ARCHIVO DE PARAMETROS: '
                            FS-PARAMETROS
           END-EVALUATE.

           IF WS-SEM-AAAA NOT NUMERIC
              OR WS-SEM-AAAA < 1900
              OR NOT WS-SEM-VALIDO
              DISPLAY 'SEMESTRE INVALIDO EN PARAMETROS (AAAAS): '
                      WS-SEM-PARAMETRO
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-ARMAR-SEMESTRE.
      *----------------------------------------------------------------*

      *---- BISIESTO: DIVISIBLE POR 4, SALVO LOS SECULARES QUE NO SON
      *---- DIVISIBLES POR 400.
           DIVIDE WS-SEM-AAAA BY 4
              GIVING WS-BIS-COCIENTE REMAINDER WS-BIS-RESTO-4.
           DIVIDE WS-SEM-AAAA BY 100
              GIVING WS-BIS-COCIENTE REMAINDER WS-BIS-RESTO-100.
           DIVIDE WS-SEM-AAAA BY 400
              GIVING WS-BIS-COCIENTE REMAINDER WS-BIS-RESTO-400.

           IF WS-BIS-RESTO-4 = 0
              AND (WS-BIS-RESTO-100 NOT = 0 OR WS-BIS-RESTO-400 = 0)
              MOVE 'S'                       TO WS-SW-BISIESTO
           ELSE
              MOVE 'N'                       TO WS-SW-BISIESTO
           END-IF.

           IF WS-SEM-NRO = '1'
              COMPUTE WS-SEM-DESDE = WS-SEM-AAAA * 10000 + 0101
              COMPUTE WS-SEM-HASTA = WS-SEM-AAAA * 10000 + 0630
              MOVE 181                       TO WS-SEM-DIAS
              IF WS-ES-BISIESTO
                 MOVE 182                    TO WS-SEM-DIAS
              END-IF
           ELSE
              COMPUTE WS-SEM-DESDE = WS-SEM-AAAA * 10000 + 0701
              COMPUTE WS-SEM-HASTA = WS-SEM-AAAA * 10000 + 1231
              MOVE 184                       TO WS-SEM-DIAS
           END-IF.

       1200-ARMAR-SEMESTRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-LEGAJO.
      *----------------------------------------------------------------*

      *---- APAREO MAESTRO/HISTORICO POR LEGAJO. UN LEGAJO QUE ESTA EN
      *---- LOS DOS (BAJA QUE QUEDO EN EL MAESTRO Y YA SE ARCHIVO) SE
      *---- LIQUIDA UNA SOLA VEZ CON EL DATO DEL MAESTRO.
           EVALUATE TRUE
               WHEN WS-CLAVE-MAE = WS-CLAVE-HIS
                    ADD 1                    TO WS-CONT-DUPLICADOS
                    MOVE WS-ENT-MAESTRO      TO WS-EMPLEADO
                    MOVE 'M'                 TO WS-EMP-ORIGEN
                    PERFORM 2100-CALCULAR-SAC
                       THRU 2100-CALCULAR-SAC-EXIT
                    PERFORM 2800-LEER-MAEACT
                       THRU 2800-LEER-MAEACT-EXIT
                    PERFORM 2810-LEER-HISORD
                       THRU 2810-LEER-HISORD-EXIT
               WHEN WS-CLAVE-MAE < WS-CLAVE-HIS
                    MOVE WS-ENT-MAESTRO      TO WS-EMPLEADO
                    MOVE 'M'                 TO WS-EMP-ORIGEN
                    PERFORM 2100-CALCULAR-SAC
                       THRU 2100-CALCULAR-SAC-EXIT
                    PERFORM 2800-LEER-MAEACT
                       THRU 2800-LEER-MAEACT-EXIT
               WHEN OTHER
                    MOVE WS-REG-HISORD       TO WS-EMPLEADO
                    MOVE 'H'                 TO WS-EMP-ORIGEN
                    PERFORM 2100-CALCULAR-SAC
                       THRU 2100-CALCULAR-SAC-EXIT
                    PERFORM 2810-LEER-HISORD
                       THRU 2810-LEER-HISORD-EXIT
           END-EVALUATE.

       2000-PROCESAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULAR-SAC.
      *----------------------------------------------------------------*

      *---- PERIODO TRABAJADO DENTRO DEL SEMESTRE: DESDE EL INGRESO (SI
      *---- ES POSTERIOR AL INICIO) HASTA LA BAJA (SI ES ANTERIOR AL
      *---- FIN). LA FECHA DE BAJA SOLO CUENTA EN BAJAS LOGICAS Y EN
      *---- LOS ARCHIVADOS; LOS REGISTROS MIGRADOS CON FECHAS EN BLANCO
      *---- O SIN MES VALIDO SE TOMAN SIN INGRESO NI BAJA.
           MOVE 0                            TO WS-SAC-INGRESO.
           IF WS-EMP-FECHA-INGRESO IS NUMERIC
              MOVE WS-EMP-FECHA-INGRESO      TO WS-CAL-FECHA
              IF WS-CAL-MM >= 1 AND WS-CAL-MM <= 12
                 MOVE WS-EMP-FECHA-INGRESO   TO WS-SAC-INGRESO
              END-IF
           END-IF.

           MOVE 0                            TO WS-SAC-BAJA.
           IF (WS-EMP-INACTIVO OR WS-EMP-DEL-HISTORICO)
              AND WS-EMP-FECHA-BAJA IS NUMERIC
              MOVE WS-EMP-FECHA-BAJA         TO WS-CAL-FECHA
              IF WS-CAL-MM >= 1 AND WS-CAL-MM <= 12
                 MOVE WS-EMP-FECHA-BAJA      TO WS-SAC-BAJA
              END-IF
           END-IF.

           MOVE WS-SEM-DESDE                 TO WS-SAC-DESDE.
           IF WS-SAC-INGRESO > WS-SEM-DESDE
              MOVE WS-SAC-INGRESO            TO WS-SAC-DESDE
           END-IF.

           MOVE WS-SEM-HASTA                 TO WS-SAC-HASTA.
           IF WS-SAC-BAJA > 0
              AND WS-SAC-BAJA < WS-SEM-HASTA
              MOVE WS-SAC-BAJA               TO WS-SAC-HASTA
           END-IF.

           IF WS-SAC-DESDE > WS-SAC-HASTA
              ADD 1                          TO WS-CONT-FUERA-SEMESTRE
           ELSE
              MOVE WS-SAC-DESDE              TO WS-CAL-FECHA
              PERFORM 2150-CALCULAR-DIA-ANIO
                 THRU 2150-CALCULAR-DIA-ANIO-EXIT
              MOVE WS-CAL-DIA-ANIO           TO WS-SAC-DIA-DESDE

              MOVE WS-SAC-HASTA              TO WS-CAL-FECHA
              PERFORM 2150-CALCULAR-DIA-ANIO
                 THRU 2150-CALCULAR-DIA-ANIO-EXIT
              MOVE WS-CAL-DIA-ANIO           TO WS-SAC-DIA-HASTA

              COMPUTE WS-SAC-DIAS =
                      WS-SAC-DIA-HASTA - WS-SAC-DIA-DESDE + 1

              PERFORM 2200-BUSCAR-MEJOR-SUELDO
                 THRU 2200-BUSCAR-MEJOR-SUELDO-EXIT

      *---- SAC = MEJOR REMUNERACION MENSUAL / 2, PROPORCIONAL A LOS
      *---- DIAS TRABAJADOS SOBRE LOS DIAS DEL SEMESTRE.
              COMPUTE WS-SAC-IMPORTE ROUNDED =
                      WS-SAC-MEJOR * WS-SAC-DIAS
                    / WS-SEM-DIAS / 2

              IF WS-SAC-DIAS < WS-SEM-DIAS
                 ADD 1                       TO WS-CONT-PROPORCIONALES
              END-IF

              PERFORM 2300-GRABAR-SAC
                 THRU 2300-GRABAR-SAC-EXIT

              PERFORM 2400-ACUMULAR-SECTOR
                 THRU 2400-ACUMULAR-SECTOR-EXIT
           END-IF.

       2100-CALCULAR-SAC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-CALCULAR-DIA-ANIO.
      *----------------------------------------------------------------*

           COMPUTE WS-CAL-DIA-ANIO =
                   WS-CAL-DIAS-ANTES (WS-CAL-MM) + WS-CAL-DD.

           IF WS-ES-BISIESTO AND WS-CAL-MM > 2
              ADD 1                          TO WS-CAL-DIA-ANIO
           END-IF.

       2150-CALCULAR-DIA-ANIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-BUSCAR-MEJOR-SUELDO.
      *----------------------------------------------------------------*

      *---- LA MEJOR REMUNERACION ES EL MAYOR SUELDO QUE RIGIO DENTRO
      *---- DEL SEMESTRE. DEL REPOSITORIO DE AUDITORIA (SIN LOS CAMBIOS
      *---- ANULADOS POR MARCHA ATRAS) SE TOMAN, PARA CADA CAMBIO DEL
      *---- SEMESTRE, EL SUELDO NUEVO Y EL QUE REEMPLAZO. EL SUELDO AL
      *---- CIERRE DEL SEMESTRE ES EL DEL LEGAJO, SALVO QUE HAYA
      *---- CAMBIADO DESPUES: ENTONCES ES EL ANTERIOR AL PRIMER CAMBIO
      *---- POSTERIOR. LA FECHA DE CADA CAMBIO ES LA DE LA CORRIDA DE
      *---- CL15EJ02 QUE LO APLICO.
           MOVE 0                            TO WS-SAC-MEJOR.
           MOVE 0                            TO WS-SAC-CIERRE.
           IF WS-EMP-SUELDO IS NUMERIC
              MOVE WS-EMP-SUELDO             TO WS-SAC-CIERRE
           END-IF.

           MOVE 'N'                          TO WS-SW-HUBO-CAMBIOS.

           IF NOT WS-HAY-AUD-HIST
              ADD 1                          TO WS-CONT-SIN-HISTORIA
           ELSE
              MOVE 'N'                       TO WS-SW-FIN-CAMBIOS
              MOVE WS-EMP-LEGAJO             TO WS-AHI-LEGAJO
              MOVE WS-SEM-DESDE              TO WS-AHI-FECHA
              MOVE ZEROS                     TO WS-AHI-SECUENCIA

              START ENT-AUDITORIA-HIST
                 KEY IS NOT < WS-AHI-CLAVE

              EVALUATE TRUE
                  WHEN FS-AUDITORIA-HIST-OK
                       PERFORM 2210-LEER-CAMBIO
                          THRU 2210-LEER-CAMBIO-EXIT
                         UNTIL WS-FIN-CAMBIOS
                  WHEN FS-AUDITORIA-HIST-NOREG
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR AL POSICIONAR EN LA AUDITORIA: '
                               FS-AUDITORIA-HIST
                       DISPLAY 'LEGAJO: ' WS-EMP-LEGAJO
              END-EVALUATE
           END-IF.

           IF WS-SAC-CIERRE > WS-SAC-MEJOR
              MOVE WS-SAC-CIERRE             TO WS-SAC-MEJOR
           END-IF.

       2200-BUSCAR-MEJOR-SUELDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-CAMBIO.
      *----------------------------------------------------------------*

           READ ENT-AUDITORIA-HIST NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-HIST-EOF
                    MOVE 'S'                 TO WS-SW-FIN-CAMBIOS
               WHEN NOT FS-AUDITORIA-HIST-OK
                    DISPLAY 'ERROR AL LEER LA AUDITORIA: '
                            FS-AUDITORIA-HIST
                    MOVE 'S'                 TO WS-SW-FIN-CAMBIOS
               WHEN WS-AHI-LEGAJO NOT = WS-EMP-LEGAJO
                    MOVE 'S'                 TO WS-SW-FIN-CAMBIOS
               WHEN WS-AHI-ES-ANULADO
                    CONTINUE
               WHEN WS-AHI-FECHA > WS-SEM-HASTA
                    IF WS-AHI-ANTES NOT = SPACES
                       AND WS-AHI-ANT-SUELDO IS NUMERIC
                       MOVE WS-AHI-ANT-SUELDO
                                             TO WS-SAC-CIERRE
                    END-IF
                    MOVE 'S'                 TO WS-SW-FIN-CAMBIOS
               WHEN OTHER
                    PERFORM 2220-EVALUAR-CAMBIO
                       THRU 2220-EVALUAR-CAMBIO-EXIT
           END-EVALUATE.

       2210-LEER-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2220-EVALUAR-CAMBIO.
      *----------------------------------------------------------------*

      *---- UN CAMBIO DEL PRIMER DIA DEL SEMESTRE NO SUMA EL SUELDO
      *---- ANTERIOR: ESE RIGIO HASTA EL SEMESTRE PREVIO.
           MOVE 'S'                          TO WS-SW-HUBO-CAMBIOS.

           IF WS-AHI-DESPUES NOT = SPACES
              AND WS-AHI-DES-SUELDO IS NUMERIC
              AND WS-AHI-DES-SUELDO > WS-SAC-MEJOR
              MOVE WS-AHI-DES-SUELDO         TO WS-SAC-MEJOR
           END-IF.

           IF WS-AHI-FECHA > WS-SEM-DESDE
              AND WS-AHI-ANTES NOT = SPACES
              AND WS-AHI-ANT-SUELDO IS NUMERIC
              AND WS-AHI-ANT-SUELDO > WS-SAC-MEJOR
              MOVE WS-AHI-ANT-SUELDO         TO WS-SAC-MEJOR
           END-IF.

       2220-EVALUAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-GRABAR-SAC.
      *----------------------------------------------------------------*

           MOVE WS-EMP-LEGAJO                TO WS-SAC-LEGAJO.
           MOVE WS-EMP-NOMBRE                TO WS-SAC-NOMBRE.
           MOVE WS-EMP-APELLIDO              TO WS-SAC-APELLIDO.
           MOVE WS-SAC-MEJOR                 TO WS-SAC-DET-MEJOR.
           MOVE WS-SAC-DIAS                  TO WS-SAC-DET-DIAS.
           MOVE WS-SAC-IMPORTE               TO WS-SAC-DET-IMPORTE.

           WRITE WS-SAL-SAC                FROM WS-SAC-DETALLE.

           IF NOT FS-SAC-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SAC: ' FS-SAC
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                             TO WS-CONT-LIQUIDADOS.
           ADD WS-SAC-MEJOR                  TO WS-TOT-MEJOR.
           ADD WS-SAC-IMPORTE                TO WS-TOT-SAC.

       2300-GRABAR-SAC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-ACUMULAR-SECTOR.
      *----------------------------------------------------------------*

      *---- LA TABLA SE MANTIENE ORDENADA POR CODIGO DE SECTOR: SE
      *---- BUSCA LA POSICION Y, SI EL SECTOR ES NUEVO, SE CORREN LOS
      *---- SIGUIENTES UN LUGAR PARA INSERTARLO.
           MOVE 'N'                          TO WS-SW-SECTOR-HALLADO.
           MOVE 0                            TO WS-IX-POS.

           PERFORM 2410-UBICAR-SECTOR
              THRU 2410-UBICAR-SECTOR-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-TAB-CANT-SECTORES
                  OR WS-IX-POS > 0.

           IF WS-IX-POS = 0
              COMPUTE WS-IX-POS = WS-TAB-CANT-SECTORES + 1
           END-IF.

           IF NOT WS-SECTOR-HALLADO
              IF WS-TAB-CANT-SECTORES >= WS-TAB-MAX-SECTORES
                 DISPLAY 'TABLA DE SECTORES LLENA, SE OMITE EN EL '
                         'RESUMEN EL SECTOR ' WS-EMP-SECTOR
                 MOVE 0                      TO WS-IX-POS
              ELSE
                 PERFORM 2420-CORRER-SECTOR
                    THRU 2420-CORRER-SECTOR-EXIT
                   VARYING WS-IX FROM WS-TAB-CANT-SECTORES BY -1
                     UNTIL WS-IX < WS-IX-POS
                 ADD 1                       TO WS-TAB-CANT-SECTORES
                 MOVE WS-EMP-SECTOR    TO WS-TAB-SEC-CODIGO (WS-IX-POS)
                 MOVE 0                TO WS-TAB-SEC-CANT (WS-IX-POS)
                 MOVE 0                TO WS-TAB-SEC-MEJOR (WS-IX-POS)
                 MOVE 0                TO WS-TAB-SEC-SAC (WS-IX-POS)
              END-IF
           END-IF.

           IF WS-IX-POS > 0
              ADD 1                    TO WS-TAB-SEC-CANT (WS-IX-POS)
              ADD WS-SAC-MEJOR         TO WS-TAB-SEC-MEJOR (WS-IX-POS)
              ADD WS-SAC-IMPORTE       TO WS-TAB-SEC-SAC (WS-IX-POS)
           END-IF.

       2400-ACUMULAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-UBICAR-SECTOR.
      *----------------------------------------------------------------*

           IF WS-TAB-SEC-CODIGO (WS-IX) = WS-EMP-SECTOR
              MOVE 'S'                       TO WS-SW-SECTOR-HALLADO
              MOVE WS-IX                     TO WS-IX-POS
           ELSE
              IF WS-TAB-SEC-CODIGO (WS-IX) > WS-EMP-SECTOR
                 MOVE WS-IX                  TO WS-IX-POS
              END-IF
           END-IF.

       2410-UBICAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2420-CORRER-SECTOR.
      *----------------------------------------------------------------*

           IF WS-IX > 0
              MOVE WS-TAB-SECTOR (WS-IX)   TO WS-TAB-SECTOR (WS-IX + 1)
           END-IF.

       2420-CORRER-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-LEER-MAEACT.
      *----------------------------------------------------------------*

           READ ENT-MAEACT.

           EVALUATE TRUE
               WHEN FS-MAEACT-OK
                    ADD 1                    TO WS-CONT-REG-LEIDOS
                    MOVE WS-ENT-LEGAJO       TO WS-CLAVE-MAE
               WHEN FS-MAEACT-EOF
                    MOVE HIGH-VALUES         TO WS-CLAVE-MAE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO ACTUALIZADO'
                    DISPLAY 'FILE STATUS: ' FS-MAEACT
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2800-LEER-MAEACT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2810-LEER-HISORD.
      *----------------------------------------------------------------*

           READ ENT-HISORD.

           EVALUATE TRUE
               WHEN FS-HISORD-OK
                    ADD 1                    TO WS-CONT-HIS-LEIDOS
                    MOVE WS-HST-LEGAJO       TO WS-CLAVE-HIS
               WHEN FS-HISORD-EOF
                    MOVE HIGH-VALUES         TO WS-CLAVE-HIS
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL HISTORICO ORDENADO'
                    DISPLAY 'FILE STATUS: ' FS-HISORD
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2810-LEER-HISORD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

           MOVE WS-CONT-LIQUIDADOS           TO WS-SAC-TRL-CANT.
           MOVE WS-TOT-SAC                   TO WS-SAC-TRL-SUMA.
           WRITE WS-SAL-SAC                FROM WS-SAC-TRAILER.

           PERFORM 3100-GRABAR-RESUMEN
              THRU 3100-GRABAR-RESUMEN-EXIT.

           CLOSE ENT-MAEACT
                 SAL-SAC
                 SAL-RESUMEN.

           IF WS-HAY-HISTORICO
              CLOSE ENT-HISORD
           END-IF.

           IF WS-HAY-AUD-HIST
              CLOSE ENT-AUDITORIA-HIST
           END-IF.

           IF NOT FS-SAC-OK
              DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE SAC: ' FS-SAC
           END-IF.

           IF NOT FS-RESUMEN-OK
              DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE RESUMEN: '
                      FS-RESUMEN
           END-IF.

           MOVE WS-CONT-REG-LEIDOS           TO WS-FORMAT-CANT.
           DISPLAY 'REGISTROS LEIDOS DEL MAESTRO   : ' WS-FORMAT-CANT.

           MOVE WS-CONT-HIS-LEIDOS           TO WS-FORMAT-CANT.
           DISPLAY 'REGISTROS LEIDOS DEL HISTORICO : ' WS-FORMAT-CANT.

           MOVE WS-CONT-LIQUIDADOS           TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS CON SAC LIQUIDADO      : ' WS-FORMAT-CANT.

           MOVE WS-CONT-PROPORCIONALES       TO WS-FORMAT-CANT.
           DISPLAY '  DE ELLOS PROPORCIONALES      : ' WS-FORMAT-CANT.

           MOVE WS-CONT-FUERA-SEMESTRE       TO WS-FORMAT-CANT.
           DISPLAY 'FUERA DEL SEMESTRE             : ' WS-FORMAT-CANT.

           IF WS-CONT-DUPLICADOS > 0
              MOVE WS-CONT-DUPLICADOS        TO WS-FORMAT-CANT
              DISPLAY 'EN MAESTRO Y EN HISTORICO      : '
                      WS-FORMAT-CANT
           END-IF.

           IF NOT WS-HAY-AUD-HIST
              DISPLAY 'ATENCION: SAC CALCULADO SIN HISTORIA DE '
                      'SUELDOS'
              MOVE 4                         TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-RESUMEN.
      *----------------------------------------------------------------*

           MOVE WS-SEM-PARAMETRO             TO WS-LSE-SEMESTRE.
           MOVE WS-SEM-DESDE                 TO WS-LSE-DESDE.
           MOVE WS-SEM-HASTA                 TO WS-LSE-HASTA.
           MOVE WS-SEM-DIAS                  TO WS-LSE-DIAS.
           MOVE WS-FECHA-AAAAMMDD            TO WS-LSE-FECHA.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-TITULO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SEMESTRE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           PERFORM 3110-GRABAR-RESUMEN-SECTOR
              THRU 3110-GRABAR-RESUMEN-SECTOR-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-TAB-CANT-SECTORES.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

      *---- TOTALES DE CONTROL: CANTIDAD Y SUMA DE SAC DEBEN COINCIDIR
      *---- CON EL TRAILER DEL ARCHIVO DEL PROVEEDOR.
           MOVE 'LEGAJOS LIQUIDADOS (TRAILER) :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-LIQUIDADOS           TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE '  PROPORCIONALES             :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-PROPORCIONALES       TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'TOTAL MEJOR REMUNERACION     :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-MEJOR                 TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL SAC (TRAILER)          :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-SAC                   TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

       3100-GRABAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-RESUMEN-SECTOR.
      *----------------------------------------------------------------*

           MOVE WS-TAB-SEC-CODIGO (WS-IX)    TO WS-RES-SECTOR.
           MOVE WS-TAB-SEC-CANT (WS-IX)      TO WS-RES-CANT.
           MOVE WS-TAB-SEC-MEJOR (WS-IX)     TO WS-RES-MEJOR.
           MOVE WS-TAB-SEC-SAC (WS-IX)       TO WS-RES-SAC.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RESUMEN.

       3110-GRABAR-RESUMEN-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ13.
