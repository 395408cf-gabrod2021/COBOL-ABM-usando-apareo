      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: DECLARACION JURADA MENSUAL DE APORTES Y CONTRIBUCIONES
      *          POR CUIL PARA IMPORTAR EN EL ORGANISMO RECAUDADOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ16.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PARAMETROS
           ASSIGN TO '../CL15EJ16_PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *---- MISMA TABLA DE CONCEPTOS QUE LA LIQUIDACION CL15EJ09: DE
      *---- ACA SE TOMAN LOS APORTES ('D'), EL TOPE IMPONIBLE ('T') Y
      *---- LAS CONTRIBUCIONES PATRONALES ('C').
       SELECT ENT-CONCEPTOS
           ASSIGN TO '../CL15EJ09_CONCEPTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCEPTOS.

       SELECT ENT-MAEACT
           ASSIGN TO '../MAESTRO_ACTUALIZADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAEACT.

       SELECT ENT-RETROACTIVOS
           ASSIGN TO '../CL15EJ02_RETROACTIVOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETROACTIVOS.

       SELECT SAL-DDJJ-TMP
           ASSIGN TO '../CL15EJ16_DDJJ.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DDJJ-TMP.

       SELECT SD-DDJJ-ORDEN
           ASSIGN TO '../CL15EJ16_DDJJ.SRT'.

       SELECT ENT-DDJJ-ORD
           ASSIGN TO '../CL15EJ16_DDJJ.ORD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DDJJ-ORD.

       SELECT SAL-DDJJ
           ASSIGN TO '../CL15EJ16_DDJJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DDJJ.

       SELECT SAL-CONTROL
           ASSIGN TO '../CL15EJ16_CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *---- PRIMERA LINEA: PERIODO A DECLARAR EN FORMATO AAAAMM. SIN
      *---- ARCHIVO SE DECLARA EL MES DE LA FECHA DE PROCESO.
       FD ENT-PARAMETROS.
       01 WS-REG-PARAMETROS                 PIC X(40).

       FD ENT-CONCEPTOS.
       01 WS-REG-CONCEPTO.
          05 WS-CON-TIPO                    PIC X(01).
          05 FILLER                         PIC X(01).
          05 WS-CON-DESCRIPCION             PIC X(20).
          05 FILLER                         PIC X(01).
          05 WS-CON-VALOR                   PIC X(10).

       01 WS-REG-CONCEPTO-PORC REDEFINES WS-REG-CONCEPTO.
          05 FILLER                         PIC X(23).
          05 WS-CON-PORCENTAJE              PIC 9(03)V9(02).
          05 FILLER                         PIC X(05).

       01 WS-REG-CONCEPTO-TOPE REDEFINES WS-REG-CONCEPTO.
          05 FILLER                         PIC X(23).
          05 WS-CON-TOPE                    PIC 9(08)V9(02).

       FD ENT-MAEACT.
          COPY MAESTRO.

       FD ENT-RETROACTIVOS.
       01 WS-ENT-RETROACTIVO                PIC X(80).

      *---- UN REGISTRO POR LEGAJO DECLARADO; SE REORDENA POR CUIL
      *---- PARA ARMAR UN SOLO REGISTRO DE DECLARACION POR CUIL.
       FD SAL-DDJJ-TMP.
       01 WS-REG-DDJJ-TMP                   PIC X(101).

       SD SD-DDJJ-ORDEN.
       01 SD-REG-DDJJ.
          05 SD-DDJ-CUIL                    PIC X(11).
          05 SD-DDJ-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(80).

       FD ENT-DDJJ-ORD.
       01 WS-REG-DDJJ-ORD.
          05 WS-ORD-CUIL                    PIC X(11).
          05 WS-ORD-LEGAJO                  PIC X(10).
          05 WS-ORD-APENOM                  PIC X(30).
          05 WS-ORD-SITUACION               PIC X(02).
          05 WS-ORD-REMUNERACION            PIC 9(10)V9(02).
          05 WS-ORD-IMPONIBLE               PIC 9(10)V9(02).
          05 WS-ORD-APORTES                 PIC 9(10)V9(02).
          05 WS-ORD-CONTRIBUCIONES          PIC 9(10)V9(02).

       FD SAL-DDJJ.
       01 WS-SAL-DDJJ                       PIC X(100).

       FD SAL-CONTROL.
       01 WS-SAL-LINEA                      PIC X(100).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.
          05 FS-CONCEPTOS                   PIC X(2).
             88 FS-CONCEPTOS-OK                 VALUE '00'.
             88 FS-CONCEPTOS-EOF                VALUE '10'.
             88 FS-CONCEPTOS-NFD                VALUE '35'.
          05 FS-MAEACT                      PIC X(2).
             88 FS-MAEACT-OK                    VALUE '00'.
             88 FS-MAEACT-EOF                   VALUE '10'.
             88 FS-MAEACT-NFD                   VALUE '35'.
          05 FS-RETROACTIVOS                PIC X(2).
             88 FS-RETROACTIVOS-OK              VALUE '00'.
             88 FS-RETROACTIVOS-EOF             VALUE '10'.
             88 FS-RETROACTIVOS-NFD             VALUE '35'.
          05 FS-DDJJ-TMP                    PIC X(2).
             88 FS-DDJJ-TMP-OK                  VALUE '00'.
          05 FS-DDJJ-ORD                    PIC X(2).
             88 FS-DDJJ-ORD-OK                  VALUE '00'.
             88 FS-DDJJ-ORD-EOF                 VALUE '10'.
          05 FS-DDJJ                        PIC X(2).
             88 FS-DDJJ-OK                      VALUE '00'.
          05 FS-CONTROL                     PIC X(2).
             88 FS-CONTROL-OK                   VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
          05 WS-CONT-DECLARADOS             PIC 9(06) VALUE 0.
          05 WS-CONT-BAJAS-PERIODO          PIC 9(06) VALUE 0.
          05 WS-CONT-FUERA-PERIODO          PIC 9(06) VALUE 0.
          05 WS-CONT-RECHAZADOS             PIC 9(06) VALUE 0.
          05 WS-CONT-CUIL-DECLARADOS        PIC 9(06) VALUE 0.
          05 WS-CONT-CUIL-REPETIDOS         PIC 9(06) VALUE 0.
          05 WS-CONT-CONCEPTOS              PIC 9(02) VALUE 0.
          05 WS-CONT-APORTES                PIC 9(02) VALUE 0.
          05 WS-CONT-CONTRIBUCIONES         PIC 9(02) VALUE 0.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).
          05 WS-FECHA-AAAAMMDD-R REDEFINES WS-FECHA-AAAAMMDD.
             10 WS-FECHA-AAAAMM             PIC 9(06).
             10 WS-FECHA-DD                 PIC 9(02).

      *---- PERIODO DECLARADO Y SUS LIMITES PARA COMPARAR FECHAS
      *---- AAAAMMDD (EL DIA 31 SIRVE DE TOPE PARA CUALQUIER MES).
       01 WS-PERIODO.
          05 WS-PER-PARAMETRO               PIC X(06).
          05 WS-PER-PARAMETRO-R REDEFINES WS-PER-PARAMETRO.
             10 WS-PER-AAAA                 PIC 9(04).
             10 WS-PER-MM                   PIC 9(02).
          05 WS-PER-NUM REDEFINES WS-PER-PARAMETRO
                                            PIC 9(06).
          05 WS-PER-DESDE                   PIC 9(08).
          05 WS-PER-HASTA                   PIC 9(08).

      *---- TABLA EN MEMORIA DE LOS CONCEPTOS QUE HACEN A LA
      *---- DECLARACION. SIN APORTES CARGADOS SE USAN LOS DE LEY POR
      *---- DEFECTO (LOS MISMOS QUE CL15EJ09) Y SIN CONTRIBUCIONES UNA
      *---- CONTRIBUCION PATRONAL UNICA DEL 24%.
       01 WS-TABLA-CONCEPTOS.
          05 WS-TAB-MAX-CONCEPTOS           PIC 9(02) VALUE 20.
          05 WS-TAB-CONCEPTO OCCURS 20.
             10 WS-TAB-TIPO                 PIC X(01).
             10 WS-TAB-DESCRIPCION          PIC X(20).
             10 WS-TAB-PORCENTAJE           PIC 9(03)V9(02).
          05 WS-TOPE-IMPONIBLE              PIC 9(08)V9(02) VALUE 0.
          05 WS-IX                          PIC 9(03) VALUE 0.

      *---- RETROACTIVOS DE LA ULTIMA CORRIDA DE CL15EJ02, SUMADOS POR
      *---- LEGAJO. SOLO SE IMPUTAN SI LA CORRIDA QUE LOS GENERO ES DEL
      *---- PERIODO DECLARADO (SE PAGAN CON LOS HABERES DE ESE MES).
       01 WS-TABLA-RETROACTIVOS.
          05 WS-TAB-MAX-RETRO               PIC 9(04) VALUE 500.
          05 WS-TAB-CANT-RETRO              PIC 9(04) VALUE 0.
          05 WS-TAB-RETRO OCCURS 500.
             10 WS-TAB-RET-LEGAJO           PIC X(10).
             10 WS-TAB-RET-IMPORTE          PIC S9(10)V9(02).
             10 WS-TAB-RET-IMPUTADO         PIC X(01).
          05 WS-RX                          PIC 9(04) VALUE 0.
          05 WS-RX-POS                      PIC 9(04) VALUE 0.

      *---- RETROACTIVO LEIDO: DETALLE LEGAJO;VIGENCIA;SUELDO ANT;
      *---- SUELDO NUEVO;MESES;IMPORTE CON SIGNO, CON CABECERA 'H;' Y
      *---- TRAILER 'T;' DE CANTIDAD Y SUMA.
       01 WS-RETRO-LEIDO.
          05 WS-RTL-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(38).
          05 WS-RTL-SIGNO                   PIC X(01).
          05 WS-RTL-IMPORTE-ENT             PIC 9(10).
          05 FILLER                         PIC X(01).
          05 WS-RTL-IMPORTE-DEC             PIC 9(02).
          05 FILLER                         PIC X(18).
       01 WS-RETRO-HEADER REDEFINES WS-RETRO-LEIDO.
          05 WS-RTL-TIPO-REG                PIC X(02).
             88 WS-RTL-ES-HEADER                VALUE 'H;'.
             88 WS-RTL-ES-TRAILER               VALUE 'T;'.
          05 WS-RTL-HDR-AAAAMM              PIC X(06).
          05 WS-RTL-HDR-DD                  PIC X(02).
          05 FILLER                         PIC X(70).
       01 WS-RETRO-TRAILER REDEFINES WS-RETRO-LEIDO.
          05 FILLER                         PIC X(02).
          05 WS-RTL-TRL-CANT                PIC 9(06).
          05 FILLER                         PIC X(72).

       01 WS-CONTROL-RETRO.
          05 WS-RET-IMPORTE                 PIC S9(10)V9(02).
          05 WS-RET-TOT-IMPUTADO            PIC S9(13)V9(02) VALUE 0.
          05 WS-RET-TOT-NO-IMPUTADO         PIC S9(13)V9(02) VALUE 0.
          05 WS-RET-CONT-LEIDOS             PIC 9(06) VALUE 0.
          05 WS-RET-CONT-IMPUTADOS          PIC 9(06) VALUE 0.
          05 WS-RET-CONT-NO-IMPUTADOS       PIC 9(06) VALUE 0.
          05 WS-SW-RETRO-PERIODO            PIC X(01) VALUE 'N'.
             88 WS-RETRO-DEL-PERIODO            VALUE 'S'.
          05 WS-SW-RETRO-TRAILER            PIC X(01) VALUE 'N'.
             88 WS-HAY-TRAILER-RETRO            VALUE 'S'.
          05 WS-RET-TRL-CANT                PIC 9(06) VALUE 0.

      *---- VALIDACION DEL CUIL, CON LA MISMA REGLA QUE APLICA CL15EJ02
      *---- A LAS NOVEDADES (PREFIJO DE TIPO Y DIGITO VERIFICADOR
      *---- MODULO 11 CON PESOS 5432765432).
       01 WS-VALIDACION-CUIL.
          05 WS-CUIL-PESOS                  PIC X(10)
                                            VALUE '5432765432'.
          05 WS-CUIL-PESOS-TAB REDEFINES WS-CUIL-PESOS.
             10 WS-CUIL-PESO                PIC 9(01) OCCURS 10.
          05 WS-CUIL-DIGITOS                PIC X(11).
          05 WS-CUIL-PREFIJO                PIC X(02).
             88 WS-CUIL-PREFIJO-OK              VALUE '20' '23' '24'
                                                '27' '30' '33' '34'.
          05 WS-CUIL-DIG                    PIC 9(01).
          05 WS-CUIL-IND                    PIC 9(02).
          05 WS-CUIL-SUMA                   PIC 9(04).
          05 WS-CUIL-COCIENTE               PIC 9(04).
          05 WS-CUIL-RESTO                  PIC 9(02).
          05 WS-CUIL-VERIF                  PIC 9(02).
          05 WS-SW-CUIL-VALIDO              PIC X(01) VALUE 'S'.
             88 WS-CUIL-VALIDO                  VALUE 'S'.

      *---- CALCULO POR LEGAJO: REMUNERACION = SUELDO DEL MAESTRO MAS
      *---- EL RETROACTIVO IMPUTADO; IMPONIBLE = REMUNERACION ACOTADA AL
      *---- TOPE; APORTES SOBRE EL IMPONIBLE (COMO LOS DESCUENTOS DE
      *---- CL15EJ09) Y CONTRIBUCIONES SOBRE LA REMUNERACION SIN TOPE.
       01 WS-DDJJ-LEGAJO.
          05 WS-DDJ-CUIL                    PIC X(11).
          05 WS-DDJ-LEGAJO                  PIC X(10).
          05 WS-DDJ-APENOM                  PIC X(30).
          05 WS-DDJ-SITUACION               PIC X(02).
             88 WS-DDJ-ACTIVO                   VALUE '01'.
             88 WS-DDJ-BAJA-PERIODO             VALUE '02'.
             88 WS-DDJ-FUERA-PERIODO            VALUE SPACES.
          05 WS-DDJ-REMUNERACION            PIC 9(10)V9(02).
          05 WS-DDJ-IMPONIBLE               PIC 9(10)V9(02).
          05 WS-DDJ-APORTES                 PIC 9(10)V9(02).
          05 WS-DDJ-CONTRIBUCIONES          PIC 9(10)V9(02).

       01 WS-CALCULO-LEGAJO.
          05 WS-CAL-REMUNERACION            PIC S9(10)V9(02).
          05 WS-CAL-PARCIAL                 PIC 9(10)V9(02).
          05 WS-MOTIVO-RECHAZO              PIC X(40).

      *---- CORTE POR CUIL DEL ARCHIVO REORDENADO.
       01 WS-CORTE-CUIL.
          05 WS-CUIL-ANT                    PIC X(11) VALUE SPACES.
          05 WS-CUIL-LEGAJOS                PIC 9(04) VALUE 0.

      *---- REGISTRO DE IMPORTACION DEL ORGANISMO: LONGITUD FIJA DE 100
      *---- POSICIONES, IMPORTES SIN COMA CON 2 DECIMALES IMPLICITOS.
      *---- SITUACION DE REVISTA '01' ACTIVO, '02' BAJA EN EL PERIODO.
       01 WS-DJ-REGISTRO.
          05 WS-DJ-CUIL                     PIC X(11).
          05 WS-DJ-APENOM                   PIC X(30).
          05 WS-DJ-PERIODO                  PIC 9(06).
          05 WS-DJ-SITUACION                PIC X(02).
          05 WS-DJ-REMUNERACION             PIC 9(10)V9(02).
          05 WS-DJ-IMPONIBLE                PIC 9(10)V9(02).
          05 WS-DJ-APORTES                  PIC 9(10)V9(02).
          05 WS-DJ-CONTRIBUCIONES           PIC 9(10)V9(02).
          05 FILLER                         PIC X(03) VALUE ZEROS.

      *---- ACUMULADOS POR SECTOR PARA EL LISTADO DE CONTROL, EN ORDEN
      *---- DE CODIGO.
       01 WS-TABLA-SECTORES.
          05 WS-TAB-MAX-SECTORES            PIC 9(03) VALUE 100.
          05 WS-TAB-CANT-SECTORES           PIC 9(03) VALUE 0.
          05 WS-TAB-SECTOR OCCURS 100.
             10 WS-TAB-SEC-CODIGO           PIC X(03).
             10 WS-TAB-SEC-CANT             PIC 9(06).
             10 WS-TAB-SEC-REMUNERACION     PIC 9(13)V9(02).
             10 WS-TAB-SEC-APORTES          PIC 9(13)V9(02).
             10 WS-TAB-SEC-CONTRIB          PIC 9(13)V9(02).
          05 WS-SX                          PIC 9(03) VALUE 0.
          05 WS-SX-POS                      PIC 9(03) VALUE 0.
          05 WS-SW-SECTOR-HALLADO           PIC X(01) VALUE 'N'.
             88 WS-SECTOR-HALLADO               VALUE 'S'.

       01 WS-TOTALES.
          05 WS-TOT-REMUNERACION            PIC 9(13)V9(02) VALUE 0.
          05 WS-TOT-IMPONIBLE               PIC 9(13)V9(02) VALUE 0.
          05 WS-TOT-APORTES                 PIC 9(13)V9(02) VALUE 0.
          05 WS-TOT-CONTRIBUCIONES          PIC 9(13)V9(02) VALUE 0.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(14) VALUE SPACES.
          05 FILLER                         PIC X(52)
             VALUE 'DECLARACION JURADA DE CARGAS SOCIALES - CONTROL'.
          05 FILLER                         PIC X(14) VALUE SPACES.

       01 WS-LINEA-PERIODO.
          05 FILLER                         PIC X(09)
             VALUE 'PERIODO: '.
          05 WS-LPE-PERIODO                 PIC 9(06).
          05 FILLER                         PIC X(17)
             VALUE '   FECHA PROCESO:'.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-LPE-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(39) VALUE SPACES.

       01 WS-LINEA-RAYA.
          05 FILLER                         PIC X(80) VALUE ALL '-'.

       01 WS-LINEA-SUBTITULO.
          05 WS-SUB-TEXTO                   PIC X(80).

       01 WS-LINEA-RECHAZO.
          05 WS-RCH-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-RCH-APELLIDO                PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-RCH-CUIL                    PIC X(11).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-RCH-MOTIVO                  PIC X(40).

       01 WS-LINEA-RETRO.
          05 WS-LRT-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-LRT-IMPORTE                 PIC -.---.---.--9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-LRT-MOTIVO                  PIC X(40).

       01 WS-LINEA-SECTOR.
          05 FILLER                         PIC X(07) VALUE 'SECTOR '.
          05 WS-SEC-CODIGO                  PIC X(03).
          05 FILLER                         PIC X(07) VALUE ' CANT: '.
          05 WS-SEC-CANT                    PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(06) VALUE ' REM: '.
          05 WS-SEC-REMUNERACION            PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(06) VALUE ' APO: '.
          05 WS-SEC-APORTES                 PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(06) VALUE ' CON: '.
          05 WS-SEC-CONTRIB                 PIC Z.ZZZ.ZZZ.ZZ9,99.

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

           PERFORM 2000-PROCESAR-LEGAJO
              THRU 2000-PROCESAR-LEGAJO-EXIT
                UNTIL FS-MAEACT-EOF.

           PERFORM 2500-GENERAR-DDJJ
              THRU 2500-GENERAR-DDJJ-EXIT.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-AAAAMMDD          FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-EXIT.

           DISPLAY 'DECLARACION JURADA DEL PERIODO ' WS-PER-PARAMETRO.

           PERFORM 1200-CARGAR-CONCEPTOS
              THRU 1200-CARGAR-CONCEPTOS-EXIT.

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

           OPEN OUTPUT SAL-DDJJ-TMP.

           IF NOT FS-DDJJ-TMP-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO'
              DISPLAY 'FILE STATUS: ' FS-DDJJ-TMP
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-CONTROL.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE CONTROL'
              DISPLAY 'FILE STATUS: ' FS-CONTROL
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PER-NUM                   TO WS-LPE-PERIODO.
           MOVE WS-FECHA-AAAAMMDD            TO WS-LPE-FECHA.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TITULO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-PERIODO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

      *---- LOS RETROACTIVOS SE CARGAN DESPUES DE ABRIR EL LISTADO
      *---- PORQUE SUS OBSERVACIONES VAN AL LISTADO DE CONTROL.
           PERFORM 1300-CARGAR-RETROACTIVOS
              THRU 1300-CARGAR-RETROACTIVOS-EXIT.

           MOVE 'LEGAJOS RECHAZADOS'         TO WS-SUB-TEXTO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.

           PERFORM 2800-LEER-MAEACT
              THRU 2800-LEER-MAEACT-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.
      *----------------------------------------------------------------*

           MOVE WS-FECHA-AAAAMM              TO WS-PER-NUM.

           OPEN INPUT ENT-PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ ENT-PARAMETROS
                    IF FS-PARAMETROS-OK
                       AND WS-REG-PARAMETROS NOT = SPACES
                       MOVE WS-REG-PARAMETROS(1:6)
                                             TO WS-PER-PARAMETRO
                    END-IF
                    CLOSE ENT-PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ARCHIVO DE PARAMETROS: '
                            FS-PARAMETROS
           END-EVALUATE.

           IF WS-PER-PARAMETRO NOT NUMERIC
              OR WS-PER-AAAA < 1900
              OR WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY 'PERIODO INVALIDO EN PARAMETROS (AAAAMM): '
                      WS-PER-PARAMETRO
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           COMPUTE WS-PER-DESDE = WS-PER-NUM * 100 + 1.
           COMPUTE WS-PER-HASTA = WS-PER-NUM * 100 + 31.

       1100-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-CONCEPTOS.
      *----------------------------------------------------------------*

           INITIALIZE WS-TABLA-CONCEPTOS.
           MOVE 20                           TO WS-TAB-MAX-CONCEPTOS.

           OPEN INPUT ENT-CONCEPTOS.

           EVALUATE TRUE
               WHEN FS-CONCEPTOS-OK
                    PERFORM 1210-LEER-CONCEPTO
                       THRU 1210-LEER-CONCEPTO-EXIT
                      UNTIL FS-CONCEPTOS-EOF
                    CLOSE ENT-CONCEPTOS
               WHEN FS-CONCEPTOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE CONCEPTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONCEPTOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF WS-CONT-APORTES = 0
              DISPLAY 'SIN APORTES EN LA TABLA DE CONCEPTOS, SE USAN '
                      'LOS APORTES DE LEY POR DEFECTO'
              PERFORM 1250-APORTES-DEFECTO
                 THRU 1250-APORTES-DEFECTO-EXIT
           END-IF.

           IF WS-CONT-CONTRIBUCIONES = 0
              DISPLAY 'SIN CONTRIBUCIONES EN LA TABLA DE CONCEPTOS, '
                      'SE USA LA CONTRIBUCION POR DEFECTO (24%)'
              PERFORM 1260-CONTRIBUCION-DEFECTO
                 THRU 1260-CONTRIBUCION-DEFECTO-EXIT
           END-IF.

           MOVE WS-CONT-CONCEPTOS            TO WS-FORMAT-CANT.
           DISPLAY 'CONCEPTOS CARGADOS             : ' WS-FORMAT-CANT.

       1200-CARGAR-CONCEPTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-CONCEPTO.
      *----------------------------------------------------------------*

           READ ENT-CONCEPTOS.

           EVALUATE TRUE
               WHEN FS-CONCEPTOS-OK
                    PERFORM 1220-CLASIFICAR-CONCEPTO
                       THRU 1220-CLASIFICAR-CONCEPTO-EXIT
               WHEN FS-CONCEPTOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TABLA DE CONCEPTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONCEPTOS
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1210-LEER-CONCEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1220-CLASIFICAR-CONCEPTO.
      *----------------------------------------------------------------*

      *---- LOS ADICIONALES ('A' Y 'B') SOLO HACEN AL RECIBO Y SE
      *---- SALTEAN SIN AVISO; LO INVALIDO SE INFORMA COMO EN CL15EJ09.
           EVALUATE TRUE
               WHEN (WS-CON-TIPO = 'D' OR WS-CON-TIPO = 'C')
                AND WS-CON-PORCENTAJE IS NUMERIC
                    IF WS-CONT-CONCEPTOS >= WS-TAB-MAX-CONCEPTOS
                       DISPLAY 'TABLA DE CONCEPTOS LLENA, SE IGNORA: '
                               WS-CON-DESCRIPCION
                    ELSE
                       ADD 1                TO WS-CONT-CONCEPTOS
                       MOVE WS-CON-TIPO     TO
                            WS-TAB-TIPO (WS-CONT-CONCEPTOS)
                       MOVE WS-CON-DESCRIPCION
                                            TO
                            WS-TAB-DESCRIPCION (WS-CONT-CONCEPTOS)
                       MOVE WS-CON-PORCENTAJE
                                            TO
                            WS-TAB-PORCENTAJE (WS-CONT-CONCEPTOS)
                       IF WS-CON-TIPO = 'D'
                          ADD 1             TO WS-CONT-APORTES
                       ELSE
                          ADD 1             TO WS-CONT-CONTRIBUCIONES
                       END-IF
                    END-IF
               WHEN WS-CON-TIPO = 'T'
                AND WS-CON-TOPE IS NUMERIC
                    MOVE WS-CON-TOPE        TO WS-TOPE-IMPONIBLE
               WHEN WS-CON-TIPO = 'A' OR WS-CON-TIPO = 'B'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'CONCEPTO INVALIDO IGNORADO: '
                            WS-REG-CONCEPTO
           END-EVALUATE.

       1220-CLASIFICAR-CONCEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-APORTES-DEFECTO.
      *----------------------------------------------------------------*

           ADD 1                             TO WS-CONT-CONCEPTOS.
           MOVE 'D'              TO WS-TAB-TIPO (WS-CONT-CONCEPTOS).
           MOVE 'JUBILACION'     TO WS-TAB-DESCRIPCION
                                    (WS-CONT-CONCEPTOS).
           MOVE 11               TO WS-TAB-PORCENTAJE
                                    (WS-CONT-CONCEPTOS).

           ADD 1                             TO WS-CONT-CONCEPTOS.
           MOVE 'D'              TO WS-TAB-TIPO (WS-CONT-CONCEPTOS).
           MOVE 'OBRA SOCIAL'    TO WS-TAB-DESCRIPCION
                                    (WS-CONT-CONCEPTOS).
           MOVE 3                TO WS-TAB-PORCENTAJE
                                    (WS-CONT-CONCEPTOS).

           ADD 1                             TO WS-CONT-CONCEPTOS.
           MOVE 'D'              TO WS-TAB-TIPO (WS-CONT-CONCEPTOS).
           MOVE 'LEY 19032'      TO WS-TAB-DESCRIPCION
                                    (WS-CONT-CONCEPTOS).
           MOVE 3                TO WS-TAB-PORCENTAJE
                                    (WS-CONT-CONCEPTOS).

           MOVE 3                            TO WS-CONT-APORTES.

       1250-APORTES-DEFECTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1260-CONTRIBUCION-DEFECTO.
      *----------------------------------------------------------------*

           ADD 1                             TO WS-CONT-CONCEPTOS.
           MOVE 'C'              TO WS-TAB-TIPO (WS-CONT-CONCEPTOS).
           MOVE 'CONTRIB. PATRONAL' TO WS-TAB-DESCRIPCION
                                    (WS-CONT-CONCEPTOS).
           MOVE 24               TO WS-TAB-PORCENTAJE
                                    (WS-CONT-CONCEPTOS).

           MOVE 1                            TO WS-CONT-CONTRIBUCIONES.

       1260-CONTRIBUCION-DEFECTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-CARGAR-RETROACTIVOS.
      *----------------------------------------------------------------*

           OPEN INPUT ENT-RETROACTIVOS.

           EVALUATE TRUE
               WHEN FS-RETROACTIVOS-OK
                    PERFORM 1310-LEER-RETROACTIVO
                       THRU 1310-LEER-RETROACTIVO-EXIT
                      UNTIL FS-RETROACTIVOS-EOF
                    CLOSE ENT-RETROACTIVOS
               WHEN FS-RETROACTIVOS-NFD
                    DISPLAY 'SIN ARCHIVO DE RETROACTIVOS, NO SE '
                            'IMPUTAN RETROACTIVOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RETROACTIVOS'
                    DISPLAY 'FILE STATUS: ' FS-RETROACTIVOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

      *---- UN ARCHIVO DE RETROACTIVOS SIN TRAILER O QUE NO CUADRA ES
      *---- DE UNA CORRIDA INCOMPLETA: SE DECLARA IGUAL Y SE AVISA.
           IF WS-RETRO-DEL-PERIODO
              IF NOT WS-HAY-TRAILER-RETRO
                 OR WS-RET-TRL-CANT NOT = WS-RET-CONT-LEIDOS
                 MOVE 'ATENCION: RETROACTIVOS SIN TRAILER O CON '
                                             TO WS-SUB-TEXTO
                 MOVE 'CANTIDAD DISTINTA A LA LEIDA'
                                             TO WS-SUB-TEXTO(42:28)
                 WRITE WS-SAL-LINEA        FROM WS-LINEA-SUBTITULO
                 DISPLAY WS-SUB-TEXTO
                 MOVE 4                      TO RETURN-CODE
              END-IF
           END-IF.

       1300-CARGAR-RETROACTIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-RETROACTIVO.
      *----------------------------------------------------------------*

           READ ENT-RETROACTIVOS           INTO WS-RETRO-LEIDO.

           EVALUATE TRUE
               WHEN FS-RETROACTIVOS-EOF
                    CONTINUE
               WHEN NOT FS-RETROACTIVOS-OK
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE RETROACTIVOS'
                    DISPLAY 'FILE STATUS: ' FS-RETROACTIVOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-RTL-ES-HEADER
                    IF WS-RTL-HDR-AAAAMM = WS-PER-PARAMETRO
                       MOVE 'S'              TO WS-SW-RETRO-PERIODO
                    ELSE
                       MOVE SPACES           TO WS-SUB-TEXTO
                       STRING 'RETROACTIVOS DE LA CORRIDA DEL '
                              WS-RTL-HDR-AAAAMM WS-RTL-HDR-DD
                              ': NO SON DEL PERIODO, NO SE IMPUTAN'
                              DELIMITED BY SIZE
                         INTO WS-SUB-TEXTO
                       END-STRING
                       WRITE WS-SAL-LINEA  FROM WS-LINEA-SUBTITULO
                       DISPLAY WS-SUB-TEXTO
                       MOVE '10'             TO FS-RETROACTIVOS
                    END-IF
               WHEN WS-RTL-ES-TRAILER
                    MOVE 'S'                 TO WS-SW-RETRO-TRAILER
                    MOVE WS-RTL-TRL-CANT     TO WS-RET-TRL-CANT
               WHEN NOT WS-RETRO-DEL-PERIODO
                    MOVE 'RETROACTIVOS SIN CABECERA: NO SE IMPUTAN'
                                             TO WS-SUB-TEXTO
                    WRITE WS-SAL-LINEA     FROM WS-LINEA-SUBTITULO
                    DISPLAY WS-SUB-TEXTO
                    MOVE 4                   TO RETURN-CODE
                    MOVE '10'                TO FS-RETROACTIVOS
               WHEN OTHER
                    ADD 1                    TO WS-RET-CONT-LEIDOS
                    PERFORM 1320-CARGAR-RETROACTIVO
                       THRU 1320-CARGAR-RETROACTIVO-EXIT
           END-EVALUATE.

       1310-LEER-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1320-CARGAR-RETROACTIVO.
      *----------------------------------------------------------------*

           COMPUTE WS-RET-IMPORTE = WS-RTL-IMPORTE-ENT
                                  + WS-RTL-IMPORTE-DEC / 100.
           IF WS-RTL-SIGNO = '-'
              COMPUTE WS-RET-IMPORTE = 0 - WS-RET-IMPORTE
           END-IF.

      *---- UN LEGAJO CON VARIAS 'M' RETROACTIVAS EN LA CORRIDA SUMA
      *---- TODAS EN LA MISMA ENTRADA.
           MOVE 0                            TO WS-RX-POS.
           PERFORM 1330-UBICAR-RETROACTIVO
              THRU 1330-UBICAR-RETROACTIVO-EXIT
             VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TAB-CANT-RETRO
                  OR WS-RX-POS > 0.

           IF WS-RX-POS = 0
              IF WS-TAB-CANT-RETRO >= WS-TAB-MAX-RETRO
                 DISPLAY 'TABLA DE RETROACTIVOS LLENA, NO SE IMPUTA '
                         'EL LEGAJO ' WS-RTL-LEGAJO
                 MOVE 4                      TO RETURN-CODE
              ELSE
                 ADD 1                       TO WS-TAB-CANT-RETRO
                 MOVE WS-TAB-CANT-RETRO      TO WS-RX-POS
                 MOVE WS-RTL-LEGAJO   TO WS-TAB-RET-LEGAJO (WS-RX-POS)
                 MOVE 0               TO WS-TAB-RET-IMPORTE (WS-RX-POS)
                 MOVE 'N'             TO WS-TAB-RET-IMPUTADO (WS-RX-POS)
              END-IF
           END-IF.

           IF WS-RX-POS > 0
              ADD WS-RET-IMPORTE      TO WS-TAB-RET-IMPORTE (WS-RX-POS)
           END-IF.

       1320-CARGAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1330-UBICAR-RETROACTIVO.
      *----------------------------------------------------------------*

           IF WS-TAB-RET-LEGAJO (WS-RX) = WS-RTL-LEGAJO
              MOVE WS-RX                     TO WS-RX-POS
           END-IF.

       1330-UBICAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-LEGAJO.
      *----------------------------------------------------------------*

           PERFORM 2100-DETERMINAR-SITUACION
              THRU 2100-DETERMINAR-SITUACION-EXIT.

           IF WS-DDJ-FUERA-PERIODO
              ADD 1                          TO WS-CONT-FUERA-PERIODO
           ELSE
              PERFORM 2200-VALIDAR-CUIL
                 THRU 2200-VALIDAR-CUIL-EXIT
              IF WS-MOTIVO-RECHAZO = SPACES
                 PERFORM 2300-CALCULAR-CARGAS
                    THRU 2300-CALCULAR-CARGAS-EXIT
                 PERFORM 2400-GRABAR-LEGAJO
                    THRU 2400-GRABAR-LEGAJO-EXIT
              ELSE
                 PERFORM 2450-RECHAZAR-LEGAJO
                    THRU 2450-RECHAZAR-LEGAJO-EXIT
              END-IF
           END-IF.

           PERFORM 2800-LEER-MAEACT
              THRU 2800-LEER-MAEACT-EXIT.

       2000-PROCESAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-DETERMINAR-SITUACION.
      *----------------------------------------------------------------*

      *---- SE DECLARA A QUIEN ESTUVO EN RELACION DE DEPENDENCIA EN EL
      *---- PERIODO: ACTIVOS INGRESADOS HASTA EL FIN DEL PERIODO ('01'),
      *---- BAJAS DENTRO DEL PERIODO ('02') Y BAJAS POSTERIORES AL
      *---- PERIODO, QUE EN EL PERIODO ESTABAN ACTIVAS ('01'). LAS BAJAS
      *---- ANTERIORES Y LOS INGRESOS POSTERIORES QUEDAN AFUERA.
           MOVE SPACES                       TO WS-DDJ-SITUACION.

           EVALUATE TRUE
               WHEN WS-ENT-FECHA-INGRESO IS NUMERIC
                AND WS-ENT-FECHA-INGRESO > WS-PER-HASTA
                    CONTINUE
               WHEN WS-ENT-ACTIVO
                    MOVE '01'                TO WS-DDJ-SITUACION
               WHEN WS-ENT-FECHA-BAJA NOT NUMERIC
                    CONTINUE
               WHEN WS-ENT-FECHA-BAJA > WS-PER-HASTA
                    MOVE '01'                TO WS-DDJ-SITUACION
               WHEN WS-ENT-FECHA-BAJA NOT < WS-PER-DESDE
                    MOVE '02'                TO WS-DDJ-SITUACION
           END-EVALUATE.

       2100-DETERMINAR-SITUACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-VALIDAR-CUIL.
      *----------------------------------------------------------------*

           MOVE SPACES                       TO WS-MOTIVO-RECHAZO.
           MOVE 'S'                          TO WS-SW-CUIL-VALIDO.
           MOVE WS-ENT-CUIL                  TO WS-CUIL-DIGITOS.

           IF WS-CUIL-DIGITOS NOT NUMERIC
              MOVE 'N'                       TO WS-SW-CUIL-VALIDO
           END-IF.

           IF WS-CUIL-VALIDO
              MOVE WS-CUIL-DIGITOS(1:2)      TO WS-CUIL-PREFIJO
              IF NOT WS-CUIL-PREFIJO-OK
                 MOVE 'N'                    TO WS-SW-CUIL-VALIDO
              END-IF
           END-IF.

           IF WS-CUIL-VALIDO
              MOVE 0                         TO WS-CUIL-SUMA
              PERFORM 2210-SUMAR-DIGITO-CUIL
                 THRU 2210-SUMAR-DIGITO-CUIL-EXIT
                VARYING WS-CUIL-IND FROM 1 BY 1
                  UNTIL WS-CUIL-IND > 10

              DIVIDE WS-CUIL-SUMA BY 11
                 GIVING WS-CUIL-COCIENTE
                 REMAINDER WS-CUIL-RESTO

              COMPUTE WS-CUIL-VERIF = 11 - WS-CUIL-RESTO
              IF WS-CUIL-VERIF = 11
                 MOVE 0                      TO WS-CUIL-VERIF
              END-IF

              MOVE WS-CUIL-DIGITOS(11:1)     TO WS-CUIL-DIG
              IF WS-CUIL-VERIF = 10
                 OR WS-CUIL-VERIF NOT = WS-CUIL-DIG
                 MOVE 'N'                    TO WS-SW-CUIL-VALIDO
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ENT-CUIL = SPACES
                    MOVE 'SIN CUIL'          TO WS-MOTIVO-RECHAZO
               WHEN NOT WS-CUIL-VALIDO
                    MOVE 'CUIL MAL FORMADO'  TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

       2200-VALIDAR-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-SUMAR-DIGITO-CUIL.
      *----------------------------------------------------------------*

           MOVE WS-CUIL-DIGITOS(WS-CUIL-IND:1)
                                             TO WS-CUIL-DIG.

           COMPUTE WS-CUIL-SUMA = WS-CUIL-SUMA
                 + WS-CUIL-DIG * WS-CUIL-PESO(WS-CUIL-IND).

       2210-SUMAR-DIGITO-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-CALCULAR-CARGAS.
      *----------------------------------------------------------------*

           MOVE WS-ENT-CUIL                  TO WS-DDJ-CUIL.
           MOVE WS-ENT-LEGAJO                TO WS-DDJ-LEGAJO.
           MOVE SPACES                       TO WS-DDJ-APENOM.
           STRING WS-ENT-APELLIDO DELIMITED BY '  '
                  ' '                        DELIMITED BY SIZE
                  WS-ENT-NOMBRE   DELIMITED BY '  '
             INTO WS-DDJ-APENOM
           END-STRING.

           MOVE WS-ENT-SUELDO                TO WS-CAL-REMUNERACION.

           MOVE 0                            TO WS-RX-POS.
           PERFORM 2320-BUSCAR-RETROACTIVO
              THRU 2320-BUSCAR-RETROACTIVO-EXIT
             VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TAB-CANT-RETRO
                  OR WS-RX-POS > 0.

           IF WS-RX-POS > 0
              ADD WS-TAB-RET-IMPORTE (WS-RX-POS)
                                             TO WS-CAL-REMUNERACION
              MOVE 'S'             TO WS-TAB-RET-IMPUTADO (WS-RX-POS)
              ADD 1                          TO WS-RET-CONT-IMPUTADOS
              ADD WS-TAB-RET-IMPORTE (WS-RX-POS)
                                             TO WS-RET-TOT-IMPUTADO
           END-IF.

      *---- UN RETROACTIVO NEGATIVO (BAJA DE SUELDO CON VIGENCIA
      *---- ANTERIOR) NO PUEDE DEJAR LA REMUNERACION DEL MES EN
      *---- NEGATIVO.
           IF WS-CAL-REMUNERACION < 0
              MOVE 0                         TO WS-CAL-REMUNERACION
           END-IF.

           MOVE WS-CAL-REMUNERACION          TO WS-DDJ-REMUNERACION.
           MOVE WS-DDJ-REMUNERACION          TO WS-DDJ-IMPONIBLE.

           IF WS-TOPE-IMPONIBLE > 0
              AND WS-DDJ-REMUNERACION > WS-TOPE-IMPONIBLE
              MOVE WS-TOPE-IMPONIBLE         TO WS-DDJ-IMPONIBLE
           END-IF.

           MOVE 0                            TO WS-DDJ-APORTES
                                                WS-DDJ-CONTRIBUCIONES.

           PERFORM 2310-APLICAR-CONCEPTO
              THRU 2310-APLICAR-CONCEPTO-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CONT-CONCEPTOS.

       2300-CALCULAR-CARGAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-APLICAR-CONCEPTO.
      *----------------------------------------------------------------*

           IF WS-TAB-TIPO (WS-IX) = 'D'
              COMPUTE WS-CAL-PARCIAL ROUNDED =
                      WS-DDJ-IMPONIBLE
                    * WS-TAB-PORCENTAJE (WS-IX) / 100
              ADD WS-CAL-PARCIAL             TO WS-DDJ-APORTES
           ELSE
              COMPUTE WS-CAL-PARCIAL ROUNDED =
                      WS-DDJ-REMUNERACION
                    * WS-TAB-PORCENTAJE (WS-IX) / 100
              ADD WS-CAL-PARCIAL             TO WS-DDJ-CONTRIBUCIONES
           END-IF.

       2310-APLICAR-CONCEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2320-BUSCAR-RETROACTIVO.
      *----------------------------------------------------------------*

           IF WS-TAB-RET-LEGAJO (WS-RX) = WS-ENT-LEGAJO
              MOVE WS-RX                     TO WS-RX-POS
           END-IF.

       2320-BUSCAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-LEGAJO.
      *----------------------------------------------------------------*

           WRITE WS-REG-DDJJ-TMP           FROM WS-DDJJ-LEGAJO.

           IF NOT FS-DDJJ-TMP-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE TRABAJO: '
                      FS-DDJJ-TMP
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                             TO WS-CONT-DECLARADOS.
           IF WS-DDJ-BAJA-PERIODO
              ADD 1                          TO WS-CONT-BAJAS-PERIODO
           END-IF.

           PERFORM 2600-ACUMULAR-SECTOR
              THRU 2600-ACUMULAR-SECTOR-EXIT.

       2400-GRABAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-RECHAZAR-LEGAJO.
      *----------------------------------------------------------------*

      *---- EL RECHAZO ES EXPLICITO: EL LEGAJO NO SE DECLARA Y QUEDA EN
      *---- EL LISTADO PARA QUE RRHH CARGUE EL CUIL POR NOVEDAD.
           MOVE WS-ENT-LEGAJO                TO WS-RCH-LEGAJO.
           MOVE WS-ENT-APELLIDO              TO WS-RCH-APELLIDO.
           MOVE WS-ENT-CUIL                  TO WS-RCH-CUIL.
           MOVE WS-MOTIVO-RECHAZO            TO WS-RCH-MOTIVO.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RECHAZO.

           ADD 1                             TO WS-CONT-RECHAZADOS.

       2450-RECHAZAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-GENERAR-DDJJ.
      *----------------------------------------------------------------*

      *---- SEGUNDA PASADA: LOS LEGAJOS DECLARADOS SE REORDENAN POR
      *---- CUIL Y SE ARMA UN REGISTRO POR CUIL. SI EL CUIL ESTA EN MAS
      *---- DE UN LEGAJO (ERROR QUE INFORMA LA AUDITORIA CL15EJ11) SE
      *---- SUMAN LOS IMPORTES Y SE AVISA EN EL LISTADO.
           CLOSE SAL-DDJJ-TMP.

           MOVE 'CUIL EN MAS DE UN LEGAJO (SE DECLARAN SUMADOS)'
                                             TO WS-SUB-TEXTO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.

           SORT SD-DDJJ-ORDEN
              ON ASCENDING KEY SD-DDJ-CUIL
                               SD-DDJ-LEGAJO
              USING SAL-DDJJ-TMP
              GIVING ENT-DDJJ-ORD.

           OPEN INPUT ENT-DDJJ-ORD.

           IF NOT FS-DDJJ-ORD-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO POR CUIL'
              DISPLAY 'FILE STATUS: ' FS-DDJJ-ORD
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-DDJJ.

           IF NOT FS-DDJJ-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DECLARACION'
              DISPLAY 'FILE STATUS: ' FS-DDJJ
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2510-LEER-ORDENADO
              THRU 2510-LEER-ORDENADO-EXIT.

           PERFORM 2520-CORTE-CUIL
              THRU 2520-CORTE-CUIL-EXIT
             UNTIL FS-DDJJ-ORD-EOF.

           IF WS-CUIL-ANT NOT = SPACES
              PERFORM 2530-GRABAR-DDJJ
                 THRU 2530-GRABAR-DDJJ-EXIT
           END-IF.

           CLOSE ENT-DDJJ-ORD
                 SAL-DDJJ.

           IF NOT FS-DDJJ-OK
              DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE DECLARACION: '
                      FS-DDJJ
           END-IF.

       2500-GENERAR-DDJJ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-ORDENADO.
      *----------------------------------------------------------------*

           READ ENT-DDJJ-ORD.

           IF NOT FS-DDJJ-ORD-OK AND NOT FS-DDJJ-ORD-EOF
              DISPLAY 'ERROR AL LEER EL ARCHIVO ORDENADO POR CUIL: '
                      FS-DDJJ-ORD
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       2510-LEER-ORDENADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2520-CORTE-CUIL.
      *----------------------------------------------------------------*

           IF WS-ORD-CUIL NOT = WS-CUIL-ANT
              IF WS-CUIL-ANT NOT = SPACES
                 PERFORM 2530-GRABAR-DDJJ
                    THRU 2530-GRABAR-DDJJ-EXIT
              END-IF
              MOVE WS-ORD-CUIL               TO WS-CUIL-ANT
              MOVE 0                         TO WS-CUIL-LEGAJOS
              MOVE WS-ORD-CUIL               TO WS-DJ-CUIL
              MOVE WS-ORD-APENOM             TO WS-DJ-APENOM
              MOVE WS-PER-NUM                TO WS-DJ-PERIODO
              MOVE '02'                      TO WS-DJ-SITUACION
              MOVE 0                         TO WS-DJ-REMUNERACION
                                                WS-DJ-IMPONIBLE
                                                WS-DJ-APORTES
                                                WS-DJ-CONTRIBUCIONES
           END-IF.

      *---- CON UN SOLO LEGAJO ACTIVO EN EL PERIODO EL CUIL ES ACTIVO.
           IF WS-ORD-SITUACION = '01'
              MOVE '01'                      TO WS-DJ-SITUACION
           END-IF.

           ADD 1                             TO WS-CUIL-LEGAJOS.
           ADD WS-ORD-REMUNERACION           TO WS-DJ-REMUNERACION.
           ADD WS-ORD-IMPONIBLE              TO WS-DJ-IMPONIBLE.
           ADD WS-ORD-APORTES                TO WS-DJ-APORTES.
           ADD WS-ORD-CONTRIBUCIONES         TO WS-DJ-CONTRIBUCIONES.

           IF WS-CUIL-LEGAJOS > 1
              MOVE WS-ORD-LEGAJO             TO WS-RCH-LEGAJO
              MOVE WS-ORD-APENOM             TO WS-RCH-APELLIDO
              MOVE WS-ORD-CUIL               TO WS-RCH-CUIL
              MOVE 'CUIL YA DECLARADO CON OTRO LEGAJO'
                                             TO WS-RCH-MOTIVO
              WRITE WS-SAL-LINEA           FROM WS-LINEA-RECHAZO
              ADD 1                          TO WS-CONT-CUIL-REPETIDOS
           END-IF.

           PERFORM 2510-LEER-ORDENADO
              THRU 2510-LEER-ORDENADO-EXIT.

       2520-CORTE-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2530-GRABAR-DDJJ.
      *----------------------------------------------------------------*

           WRITE WS-SAL-DDJJ               FROM WS-DJ-REGISTRO.

           IF NOT FS-DDJJ-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE DECLARACION: '
                      FS-DDJJ
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                             TO WS-CONT-CUIL-DECLARADOS.
           ADD WS-DJ-REMUNERACION            TO WS-TOT-REMUNERACION.
           ADD WS-DJ-IMPONIBLE               TO WS-TOT-IMPONIBLE.
           ADD WS-DJ-APORTES                 TO WS-TOT-APORTES.
           ADD WS-DJ-CONTRIBUCIONES          TO WS-TOT-CONTRIBUCIONES.

       2530-GRABAR-DDJJ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-ACUMULAR-SECTOR.
      *----------------------------------------------------------------*

      *---- LA TABLA SE MANTIENE ORDENADA POR CODIGO DE SECTOR, COMO EN
      *---- EL RESUMEN DEL SAC.
           MOVE 'N'                          TO WS-SW-SECTOR-HALLADO.
           MOVE 0                            TO WS-SX-POS.

           PERFORM 2610-UBICAR-SECTOR
              THRU 2610-UBICAR-SECTOR-EXIT
             VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-TAB-CANT-SECTORES
                  OR WS-SX-POS > 0.

           IF WS-SX-POS = 0
              COMPUTE WS-SX-POS = WS-TAB-CANT-SECTORES + 1
           END-IF.

           IF NOT WS-SECTOR-HALLADO
              IF WS-TAB-CANT-SECTORES >= WS-TAB-MAX-SECTORES
                 DISPLAY 'TABLA DE SECTORES LLENA, SE OMITE EN EL '
                         'LISTADO EL SECTOR ' WS-ENT-SECTOR
                 MOVE 0                      TO WS-SX-POS
              ELSE
                 PERFORM 2620-CORRER-SECTOR
                    THRU 2620-CORRER-SECTOR-EXIT
                   VARYING WS-SX FROM WS-TAB-CANT-SECTORES BY -1
                     UNTIL WS-SX < WS-SX-POS
                 ADD 1                       TO WS-TAB-CANT-SECTORES
                 MOVE WS-ENT-SECTOR    TO WS-TAB-SEC-CODIGO (WS-SX-POS)
                 MOVE 0                TO WS-TAB-SEC-CANT (WS-SX-POS)
                 MOVE 0          TO WS-TAB-SEC-REMUNERACION (WS-SX-POS)
                 MOVE 0                TO WS-TAB-SEC-APORTES (WS-SX-POS)
                 MOVE 0                TO WS-TAB-SEC-CONTRIB (WS-SX-POS)
              END-IF
           END-IF.

           IF WS-SX-POS > 0
              ADD 1                    TO WS-TAB-SEC-CANT (WS-SX-POS)
              ADD WS-DDJ-REMUNERACION
                               TO WS-TAB-SEC-REMUNERACION (WS-SX-POS)
              ADD WS-DDJ-APORTES       TO WS-TAB-SEC-APORTES (WS-SX-POS)
              ADD WS-DDJ-CONTRIBUCIONES
                                       TO WS-TAB-SEC-CONTRIB (WS-SX-POS)
           END-IF.

       2600-ACUMULAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2610-UBICAR-SECTOR.
      *----------------------------------------------------------------*

           IF WS-TAB-SEC-CODIGO (WS-SX) = WS-ENT-SECTOR
              MOVE 'S'                       TO WS-SW-SECTOR-HALLADO
              MOVE WS-SX                     TO WS-SX-POS
           ELSE
              IF WS-TAB-SEC-CODIGO (WS-SX) > WS-ENT-SECTOR
                 MOVE WS-SX                  TO WS-SX-POS
              END-IF
           END-IF.

       2610-UBICAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2620-CORRER-SECTOR.
      *----------------------------------------------------------------*

           IF WS-SX > 0
              MOVE WS-TAB-SECTOR (WS-SX)   TO WS-TAB-SECTOR (WS-SX + 1)
           END-IF.

       2620-CORRER-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-LEER-MAEACT.
      *----------------------------------------------------------------*

           READ ENT-MAEACT.

           EVALUATE TRUE
               WHEN FS-MAEACT-OK
                    ADD 1                    TO WS-CONT-REG-LEIDOS
               WHEN FS-MAEACT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO ACTUALIZADO'
                    DISPLAY 'FILE STATUS: ' FS-MAEACT
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2800-LEER-MAEACT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

           PERFORM 3100-GRABAR-CONTROL
              THRU 3100-GRABAR-CONTROL-EXIT.

           CLOSE ENT-MAEACT
                 SAL-CONTROL.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL CERRAR EL LISTADO DE CONTROL: '
                      FS-CONTROL
           END-IF.

           MOVE WS-CONT-REG-LEIDOS           TO WS-FORMAT-CANT.
           DISPLAY 'REGISTROS LEIDOS DEL MAESTRO   : ' WS-FORMAT-CANT.

           MOVE WS-CONT-DECLARADOS           TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS DECLARADOS             : ' WS-FORMAT-CANT.

           MOVE WS-CONT-CUIL-DECLARADOS      TO WS-FORMAT-CANT.
           DISPLAY 'REGISTROS DE DECLARACION (CUIL): ' WS-FORMAT-CANT.

           MOVE WS-CONT-RECHAZADOS           TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS RECHAZADOS             : ' WS-FORMAT-CANT.

           MOVE WS-CONT-FUERA-PERIODO        TO WS-FORMAT-CANT.
           DISPLAY 'FUERA DEL PERIODO              : ' WS-FORMAT-CANT.

           IF WS-CONT-RECHAZADOS > 0
              OR WS-CONT-CUIL-REPETIDOS > 0
              OR WS-RET-CONT-NO-IMPUTADOS > 0
              DISPLAY 'ATENCION: HAY OBSERVACIONES, VER '
                      'CL15EJ16_CONTROL.TXT'
              MOVE 4                         TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-CONTROL.
      *----------------------------------------------------------------*

      *---- RETROACTIVOS DEL PERIODO QUE NO SE PUDIERON IMPUTAR (LEGAJO
      *---- RECHAZADO, FUERA DEL PERIODO O INEXISTENTE EN EL MAESTRO).
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.
           MOVE 'RETROACTIVOS NO IMPUTADOS'  TO WS-SUB-TEXTO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.

           PERFORM 3120-CONTROLAR-RETROACTIVO
              THRU 3120-CONTROLAR-RETROACTIVO-EXIT
             VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TAB-CANT-RETRO.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.
           MOVE 'TOTALES POR SECTOR'         TO WS-SUB-TEXTO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.

           PERFORM 3110-GRABAR-SECTOR
              THRU 3110-GRABAR-SECTOR-EXIT
             VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-TAB-CANT-SECTORES.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

      *---- TOTALES DE CONTROL: DEBEN COINCIDIR CON LOS QUE MUESTRA EL
      *---- APLICATIVO DEL ORGANISMO AL IMPORTAR EL ARCHIVO.
           MOVE 'LEGAJOS LEIDOS DEL MAESTRO   :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-REG-LEIDOS           TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'LEGAJOS DECLARADOS           :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-DECLARADOS           TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE '  BAJAS EN EL PERIODO        :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-BAJAS-PERIODO        TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'REGISTROS DECLARADOS (CUIL)  :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-CUIL-DECLARADOS      TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'LEGAJOS RECHAZADOS           :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-RECHAZADOS           TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'FUERA DEL PERIODO            :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-FUERA-PERIODO        TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'RETROACTIVOS IMPUTADOS       :' TO WS-CAN-LEYENDA.
           MOVE WS-RET-CONT-IMPUTADOS        TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'IMPORTE RETROACTIVO IMPUTADO :' TO WS-TOT-LEYENDA.
           MOVE WS-RET-TOT-IMPUTADO          TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'RETROACTIVOS NO IMPUTADOS    :' TO WS-CAN-LEYENDA.
           MOVE WS-RET-CONT-NO-IMPUTADOS     TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'TOTAL REMUNERACION           :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-REMUNERACION          TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL IMPONIBLE              :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-IMPONIBLE             TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL APORTES                :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-APORTES               TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL CONTRIBUCIONES         :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-CONTRIBUCIONES        TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

       3100-GRABAR-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-SECTOR.
      *----------------------------------------------------------------*

           MOVE WS-TAB-SEC-CODIGO (WS-SX)    TO WS-SEC-CODIGO.
           MOVE WS-TAB-SEC-CANT (WS-SX)      TO WS-SEC-CANT.
           MOVE WS-TAB-SEC-REMUNERACION (WS-SX)
                                             TO WS-SEC-REMUNERACION.
           MOVE WS-TAB-SEC-APORTES (WS-SX)   TO WS-SEC-APORTES.
           MOVE WS-TAB-SEC-CONTRIB (WS-SX)   TO WS-SEC-CONTRIB.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-SECTOR.

       3110-GRABAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3120-CONTROLAR-RETROACTIVO.
      *----------------------------------------------------------------*

           IF WS-TAB-RET-IMPUTADO (WS-RX) NOT = 'S'
              MOVE WS-TAB-RET-LEGAJO (WS-RX) TO WS-LRT-LEGAJO
              MOVE WS-TAB-RET-IMPORTE (WS-RX)
                                             TO WS-LRT-IMPORTE
              MOVE 'LEGAJO NO DECLARADO EN EL PERIODO'
                                             TO WS-LRT-MOTIVO
              WRITE WS-SAL-LINEA           FROM WS-LINEA-RETRO
              ADD 1                          TO WS-RET-CONT-NO-IMPUTADOS
              ADD WS-TAB-RET-IMPORTE (WS-RX) TO WS-RET-TOT-NO-IMPUTADO
           END-IF.

       3120-CONTROLAR-RETROACTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ16.
