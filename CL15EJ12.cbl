      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CARGA EN LINEA DE NOVEDADES CON CABECERA Y TRAILER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ12.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- EL MAESTRO INDEXADO SOLO SE CONSULTA POR LEGAJO PARA AVISAR
      *---- EN EL MOMENTO LO QUE LA CORRIDA DE CL15EJ02 VA A RECHAZAR.
       SELECT ENT-MAESTRO-IDX
           ASSIGN TO '../MAESTRO_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-IDX-LEGAJO
           ALTERNATE RECORD KEY IS WS-IDX-APELLIDO
              WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO-IDX.

      *---- TABLA DE SECTORES Y CATEGORIAS DE CL15EJ10, CARGADA EN
      *---- MEMORIA CON LO VIGENTE A LA FECHA DEL DIA.
       SELECT ENT-SECTORES
           ASSIGN TO '../SECTORES_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-TSC-CLAVE
           FILE STATUS IS FS-SECTORES.

       SELECT SAL-NOVEDADES-TMP
           ASSIGN TO '../CL15EJ12_NOVEDADES.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES-TMP.

       SELECT ENT-NOVEDADES-ORD
           ASSIGN TO '../CL15EJ12_NOVEDADES.ORD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES-ORD.

       SELECT SD-NOVEDADES-ORDEN
           ASSIGN TO '../CL15EJ12_NOVEDADES.SRT'.

      *---- ARCHIVO DE NOVEDADES DE LA SESION, CON NOMBRE UNICO POR
      *---- FECHA Y HORA DE CIERRE.
       SELECT SAL-NOVEDADES-LINEA
           ASSIGN TO DYNAMIC WS-LINEA-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES-LINEA.

       SELECT SAL-NOVEDADES-CTRL
           ASSIGN TO '../ARCH_NOVEDADES_CTRL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES-CTRL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-MAESTRO-IDX.
          COPY MAESTROIDX.

       FD ENT-SECTORES.
          COPY SECTORES.

       FD SAL-NOVEDADES-TMP.
       01 WS-SAL-NOVEDADES-TMP              PIC X(93).

       FD ENT-NOVEDADES-ORD.
       01 WS-ENT-NOVEDADES-ORD              PIC X(93).

       SD SD-NOVEDADES-ORDEN.
       01 SD-REG-NOVEDAD.
          05 SD-NOV-TIPO                    PIC X(01).
          05 SD-NOV-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(82).

       FD SAL-NOVEDADES-LINEA.
       01 WS-SAL-NOVEDADES-LINEA            PIC X(93).

       FD SAL-NOVEDADES-CTRL.
       01 WS-REG-NOVEDADES-CTRL             PIC X(40).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAESTRO-IDX                 PIC X(2).
             88 FS-MAESTRO-IDX-OK               VALUE '00'.
             88 FS-MAESTRO-IDX-EOF              VALUE '10'.
             88 FS-MAESTRO-IDX-NFD              VALUE '35'.
             88 FS-MAESTRO-IDX-NOREG            VALUE '23'.
          05 FS-SECTORES                    PIC X(2).
             88 FS-SECTORES-OK                  VALUE '00'.
             88 FS-SECTORES-EOF                 VALUE '10'.
             88 FS-SECTORES-NFD                 VALUE '35'.
          05 FS-NOVEDADES-TMP               PIC X(2).
             88 FS-NOVEDADES-TMP-OK             VALUE '00'.
          05 FS-NOVEDADES-ORD               PIC X(2).
             88 FS-NOVEDADES-ORD-OK             VALUE '00'.
             88 FS-NOVEDADES-ORD-EOF            VALUE '10'.
          05 FS-NOVEDADES-LINEA             PIC X(2).
             88 FS-NOVEDADES-LINEA-OK           VALUE '00'.
          05 FS-NOVEDADES-CTRL              PIC X(2).
             88 FS-NOVEDADES-CTRL-OK            VALUE '00'.
             88 FS-NOVEDADES-CTRL-NFD           VALUE '35'.

      *---- AREA DE ARMADO DE LA NOVEDAD TIPEADA, CON EL MISMO LAYOUT
      *---- QUE LEE CL15EJ02.
          COPY NOVEDADES.

       01 WS-VARIABLES-AUX.
          05 WS-ENTRADA                     PIC X(30).
          05 WS-ENTRADA-JUST                PIC X(10).
          05 WS-ENTRADA-AUX                 PIC X(10).
          05 WS-OPCION                      PIC X(03).
          05 WS-RESPUESTA                   PIC X(01).
          05 WS-FORMAT-SUELDO               PIC ZZ.ZZZ.ZZ9,99.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.
          05 WS-SW-FIN-SESION               PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                   VALUE 'S'.
          05 WS-SW-CONFIRMA                 PIC X(01) VALUE 'N'.
             88 WS-CONFIRMA                     VALUE 'S'.
          05 WS-SW-LEGAJO-OK                PIC X(01) VALUE 'N'.
             88 WS-LEGAJO-OK                    VALUE 'S'.
          05 WS-SW-DATOS-OK                 PIC X(01) VALUE 'N'.
             88 WS-DATOS-OK                     VALUE 'S'.
          05 WS-MOTIVO-RECHAZO              PIC X(40).

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).
          05 WS-HORA-HHMMSSCC               PIC 9(08).

      *---- SITUACION DEL LEGAJO TIPEADO EN EL MAESTRO INDEXADO ('N' =
      *---- NO EXISTE) Y EN LO YA CARGADO DURANTE LA SESION.
       01 WS-SITUACION-LEGAJO.
          05 WS-SW-HAY-MAESTRO              PIC X(01) VALUE 'N'.
             88 WS-HAY-MAESTRO                  VALUE 'S'.
          05 WS-MAE-ESTADO                  PIC X(01) VALUE 'N'.
             88 WS-MAE-NO-EXISTE                VALUE 'N'.
             88 WS-MAE-ACTIVO                   VALUE 'A'.
             88 WS-MAE-INACTIVO                 VALUE 'B'.
          05 WS-SW-SES-ALTA                 PIC X(01) VALUE 'N'.
             88 WS-SES-TIENE-ALTA               VALUE 'S'.
          05 WS-SW-SES-BAJA                 PIC X(01) VALUE 'N'.
             88 WS-SES-TIENE-BAJA               VALUE 'S'.
          05 WS-SW-SES-MODI                 PIC X(01) VALUE 'N'.
             88 WS-SES-TIENE-MODI               VALUE 'S'.
          05 WS-SW-AVISO                    PIC X(01) VALUE 'N'.
             88 WS-HAY-AVISO                    VALUE 'S'.

      *---- FECHAS TIPEADAS COMO AAAAMMDD; EN BLANCO TOMA EL VALOR POR
      *---- DEFECTO QUE DECIDE QUIEN LLAMA.
       01 WS-FECHA-TIPEADA.
          05 WS-FEC-TEXTO                   PIC X(08).
          05 WS-FEC-TEXTO-R REDEFINES WS-FEC-TEXTO.
             10 WS-FEC-AAAA                 PIC 9(04).
             10 WS-FEC-MM                   PIC 9(02).
             10 WS-FEC-DD                   PIC 9(02).
          05 WS-FEC-NUM REDEFINES WS-FEC-TEXTO
                                            PIC 9(08).
          05 WS-SW-FECHA                    PIC X(01).
             88 WS-FECHA-OK                     VALUE 'S'.
             88 WS-FECHA-VACIA                  VALUE 'V'.
             88 WS-FECHA-INVALIDA               VALUE 'N'.

      *---- IMPORTES TIPEADOS SIN PUNTOS DE MILES Y CON COMA DECIMAL
      *---- OPCIONAL ('1500000' O '1500000,50').
       01 WS-IMPORTE-TIPEADO.
          05 WS-IMP-ENTERO                  PIC X(30).
          05 WS-IMP-DECIMAL                 PIC X(30).
          05 WS-IMP-LARGO-ENT               PIC 9(02).
          05 WS-IMP-LARGO-DEC               PIC 9(02).
          05 WS-IMP-POS                     PIC 9(02).
          05 WS-IMP-ENT-TXT                 PIC X(08).
          05 WS-IMP-ENT-NUM REDEFINES WS-IMP-ENT-TXT
                                            PIC 9(08).
          05 WS-IMP-DEC-TXT                 PIC X(02).
          05 WS-IMP-DEC-NUM REDEFINES WS-IMP-DEC-TXT
                                            PIC 9(02).
          05 WS-IMP-VALOR                   PIC 9(08)V9(02).
          05 WS-SW-IMPORTE                  PIC X(01).
             88 WS-IMPORTE-OK                   VALUE 'S'.
             88 WS-IMPORTE-VACIO                VALUE 'V'.
             88 WS-IMPORTE-INVALIDO             VALUE 'N'.

      *---- NOVEDADES ACEPTADAS EN LA SESION, EN EL ORDEN EN QUE SE
      *---- CARGARON. RECIEN AL CERRAR SE ORDENAN Y SE GRABAN.
       01 WS-SESION.
          05 WS-SES-CANT                    PIC 9(03) VALUE 0.
          05 WS-SES-MAX                     PIC 9(03) VALUE 500.
          05 WS-SES-NOVEDAD                 PIC X(93) OCCURS 500.
          05 WS-SES-IX                      PIC 9(03) VALUE 0.
          05 WS-CONT-LIN-PANTALLA           PIC 9(02) VALUE 0.
          05 WS-LINEAS-PANTALLA             PIC 9(02) VALUE 15.
          05 WS-SW-FIN-LISTADO              PIC X(01) VALUE 'N'.
             88 WS-FIN-LISTADO                  VALUE 'S'.

      *---- ENMARCADO DEL ARCHIVO GENERADO: CABECERA '0' CON LA FECHA
      *---- DE GENERACION Y TRAILER '9' CON LA CANTIDAD DE REGISTROS Y
      *---- EL HASH DE SUELDOS, IGUAL AL QUE VERIFICA CL15EJ02 AL
      *---- CONSOLIDAR.
       01 WS-CONTROL-NOVEDADES.
          05 WS-REG-CONTROL.
             10 WS-CTL-TIPO                 PIC X(01).
             10 FILLER                      PIC X(92).
          05 WS-REG-CONTROL-HDR REDEFINES WS-REG-CONTROL.
             10 FILLER                      PIC X(01).
             10 WS-CTL-HDR-FECHA            PIC 9(08).
             10 FILLER                      PIC X(84).
          05 WS-REG-CONTROL-TRL REDEFINES WS-REG-CONTROL.
             10 FILLER                      PIC X(01).
             10 WS-CTL-TRL-CANT             PIC 9(06).
             10 WS-CTL-TRL-HASH             PIC 9(13)V9(02).
             10 FILLER                      PIC X(71).
          05 WS-REG-CONTROL-DATOS REDEFINES WS-REG-CONTROL.
             10 FILLER                      PIC X(51).
             10 WS-CTL-DAT-SUELDO           PIC 9(08)V9(02).
             10 FILLER                      PIC X(32).
          05 WS-CTL-CANT-GRABADA            PIC 9(06) VALUE 0.
          05 WS-CTL-HASH-CALC               PIC 9(13)V9(02) VALUE 0.
          05 WS-FORMAT-HASH                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WS-LINEA-NOMBRE                PIC X(40) VALUE SPACES.

      *---- MISMAS VALIDACIONES DE CONTENIDO QUE 2150-VALIDAR-NOVEDAD
      *---- DE CL15EJ02: SECTOR Y CATEGORIA CONTRA LA TABLA (O LA
      *---- LISTA FIJA DE SECTORES SI NO HAY TABLA), ESCALA SALARIAL
      *---- DE LA CATEGORIA Y CUIL CON PREFIJO VALIDO Y DIGITO
      *---- VERIFICADOR MODULO 11 CON PESOS 5432765432.
       01 WS-VALIDACION-LEGAJO.
          05 WS-SEC-BUSCADO                 PIC X(03).
             88 WS-SECTOR-EXISTE                VALUE '100' '200'
                                                '300' '400' '500'
                                                '600'.
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
          05 WS-SW-NOV-VALIDA               PIC X(01) VALUE 'S'.
             88 WS-NOV-VALIDA                   VALUE 'S'.
          05 WS-ESC-CATEGORIA               PIC X(02).
          05 WS-ESC-SUELDO                  PIC 9(08)V9(02).

       01 WS-TABLA-SECTORES.
          05 WS-SW-TABLA-SECTORES           PIC X(01) VALUE 'N'.
             88 WS-HAY-TABLA-SECTORES           VALUE 'S'.
          05 WS-TSC-CANT                    PIC 9(03) VALUE 0.
          05 WS-TSC-MAX                     PIC 9(03) VALUE 200.
          05 WS-TSC-ENTRADA OCCURS 200.
             10 WS-TSC-TAB-TIPO             PIC X(01).
             10 WS-TSC-TAB-CODIGO           PIC X(03).
             10 WS-TSC-TAB-MIN              PIC 9(08)V9(02).
             10 WS-TSC-TAB-MAX              PIC 9(08)V9(02).
             10 WS-TSC-TAB-ESTADO           PIC X(01).
          05 WS-TSC-IX                      PIC 9(03) VALUE 0.
          05 WS-TSC-POS                     PIC 9(03) VALUE 0.
          05 WS-TSC-BUSCAR-TIPO             PIC X(01).
          05 WS-TSC-BUSCAR-CODIGO           PIC X(03).
          05 WS-SW-TSC-GUARDAR              PIC X(01) VALUE 'S'.
             88 WS-TSC-GUARDAR                  VALUE 'S'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-OPCION
              THRU 2000-PROCESAR-OPCION-EXIT
                UNTIL WS-FIN-SESION.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-AAAAMMDD         FROM DATE YYYYMMDD.

      *---- SIN MAESTRO INDEXADO LA CARGA IGUAL SE PUEDE HACER, PERO
      *---- SIN LOS AVISOS DE EXISTENCIA DEL LEGAJO.
           OPEN INPUT ENT-MAESTRO-IDX.

           EVALUATE TRUE
               WHEN FS-MAESTRO-IDX-OK
                    MOVE 'S'                TO WS-SW-HAY-MAESTRO
               WHEN FS-MAESTRO-IDX-NFD
                    DISPLAY 'NO SE ENCUENTRA EL MAESTRO INDEXADO - NO '
                            'SE CONTROLA LA EXISTENCIA DE LOS LEGAJOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO INDEXADO'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO-IDX
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           PERFORM 1060-CARGAR-SECTORES
              THRU 1060-CARGAR-SECTORES-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1060-CARGAR-SECTORES.
      *----------------------------------------------------------------*

      *---- SIN ARCHIVO DE TABLA SE VALIDA CONTRA LA LISTA FIJA DE
      *---- SECTORES, SIN CONTROL DE CATEGORIA NI DE ESCALA, COMO LO
      *---- HACE LA CORRIDA DE CL15EJ02.
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
              WHEN FS-SECTORES-NFD
                 DISPLAY 'SIN TABLA DE SECTORES Y CATEGORIAS, SE USA '
                         'LA LISTA FIJA DE SECTORES'
              WHEN OTHER
                 DISPLAY 'ERROR AL ABRIR LA TABLA DE SECTORES: '
                         FS-SECTORES
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN
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
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN
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
       2000-PROCESAR-OPCION.
      *----------------------------------------------------------------*

           DISPLAY ' '.
           DISPLAY 'A=ALTA B=BAJA M=MODIFICACION L=LISTAR LO CARGADO '
                   '(FIN PARA CERRAR LA SESION): '.

           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3)             TO WS-OPCION.

           EVALUATE TRUE
               WHEN WS-ENTRADA = SPACES OR WS-OPCION = 'FIN'
                    MOVE 'S'                TO WS-SW-FIN-SESION
               WHEN WS-OPCION = 'L'
                    PERFORM 2400-LISTAR-SESION
                       THRU 2400-LISTAR-SESION-EXIT
               WHEN WS-OPCION NOT = 'A' AND WS-OPCION NOT = 'B'
                AND WS-OPCION NOT = 'M'
                    DISPLAY 'OPCION INVALIDA: ' WS-OPCION
               WHEN WS-SES-CANT >= WS-SES-MAX
                    DISPLAY 'SE ALCANZO EL MAXIMO DE NOVEDADES POR '
                            'SESION - CERRAR LA SESION CON FIN'
               WHEN OTHER
                    PERFORM 2100-CARGAR-NOVEDAD
                       THRU 2100-CARGAR-NOVEDAD-EXIT
           END-EVALUATE.

       2000-PROCESAR-OPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-PEDIR-LEGAJO.
      *----------------------------------------------------------------*

           MOVE 'N'                         TO WS-SW-LEGAJO-OK.

           DISPLAY 'LEGAJO: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.

           IF WS-ENTRADA = SPACES
              DISPLAY 'OPERACION CANCELADA'
           ELSE
      *---- EL LEGAJO PUEDE TIPEARSE SIN LOS CEROS A LA IZQUIERDA,
      *---- COMO EN LA CONSULTA CL15EJ05.
              MOVE WS-ENTRADA               TO WS-ENTRADA-JUST

      *---- EL LEGAJO CORRIDO MAS ALLA DE LAS DIEZ POSICIONES NO SE
      *---- PUEDE ALINEAR: SE RECHAZA ANTES.
              IF WS-ENTRADA-JUST = SPACES
                 DISPLAY 'LEGAJO INVALIDO: ' WS-ENTRADA
              ELSE
                 PERFORM 2055-ALINEAR-LEGAJO
                    THRU 2055-ALINEAR-LEGAJO-EXIT
                   UNTIL WS-ENTRADA-JUST(10:1) NOT = SPACE

                 INSPECT WS-ENTRADA-JUST
                    REPLACING LEADING SPACES BY ZEROS

                 EVALUATE TRUE
                     WHEN WS-ENTRADA-JUST NOT NUMERIC
                          DISPLAY 'LEGAJO INVALIDO: ' WS-ENTRADA
                     WHEN WS-ENTRADA-JUST = '0000000000'
                          DISPLAY 'EL LEGAJO EN CERO ESTA RESERVADO '
                                  'PARA EL AJUSTE GENERAL'
                     WHEN OTHER
                          MOVE 'S'          TO WS-SW-LEGAJO-OK
                 END-EVALUATE
              END-IF
           END-IF.

       2050-PEDIR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2055-ALINEAR-LEGAJO.
      *----------------------------------------------------------------*

           MOVE WS-ENTRADA-JUST             TO WS-ENTRADA-AUX.
           MOVE SPACES                      TO WS-ENTRADA-JUST.
           MOVE WS-ENTRADA-AUX(1:9)         TO WS-ENTRADA-JUST(2:9).

       2055-ALINEAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2060-PEDIR-IMPORTE.
      *----------------------------------------------------------------*

      *---- EL PROMPT YA LO MOSTRO QUIEN LLAMA. SE SEPARA LA PARTE
      *---- ENTERA DE LA DECIMAL POR LA COMA Y CADA UNA SE ALINEA EN
      *---- SU CAMPO NUMERICO.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.

           MOVE 0                           TO WS-IMP-VALOR.

           IF WS-ENTRADA = SPACES
              MOVE 'V'                      TO WS-SW-IMPORTE
           ELSE
              MOVE 'S'                      TO WS-SW-IMPORTE
              MOVE SPACES                   TO WS-IMP-ENTERO
                                               WS-IMP-DECIMAL
              MOVE 0                        TO WS-IMP-LARGO-ENT
                                               WS-IMP-LARGO-DEC
              UNSTRING WS-ENTRADA DELIMITED BY ',' OR ' '
                  INTO WS-IMP-ENTERO  COUNT IN WS-IMP-LARGO-ENT
                       WS-IMP-DECIMAL COUNT IN WS-IMP-LARGO-DEC
              END-UNSTRING
              IF WS-IMP-LARGO-ENT < 1 OR WS-IMP-LARGO-ENT > 8
                 OR WS-IMP-LARGO-DEC > 2
                 MOVE 'N'                   TO WS-SW-IMPORTE
              ELSE
                 IF WS-IMP-ENTERO(1:WS-IMP-LARGO-ENT) NOT NUMERIC
                    MOVE 'N'                TO WS-SW-IMPORTE
                 END-IF
                 IF WS-IMP-LARGO-DEC > 0
                    AND WS-IMP-DECIMAL(1:WS-IMP-LARGO-DEC) NOT NUMERIC
                    MOVE 'N'                TO WS-SW-IMPORTE
                 END-IF
              END-IF
           END-IF.

           IF WS-IMPORTE-OK
              MOVE ZEROS                    TO WS-IMP-ENT-TXT
                                               WS-IMP-DEC-TXT
              COMPUTE WS-IMP-POS = 9 - WS-IMP-LARGO-ENT
              MOVE WS-IMP-ENTERO(1:WS-IMP-LARGO-ENT)
                TO WS-IMP-ENT-TXT(WS-IMP-POS:WS-IMP-LARGO-ENT)
              IF WS-IMP-LARGO-DEC > 0
                 MOVE WS-IMP-DECIMAL(1:WS-IMP-LARGO-DEC)
                   TO WS-IMP-DEC-TXT(1:WS-IMP-LARGO-DEC)
              END-IF
              COMPUTE WS-IMP-VALOR = WS-IMP-ENT-NUM
                                   + WS-IMP-DEC-NUM / 100
           END-IF.

           IF WS-IMPORTE-INVALIDO
              DISPLAY 'IMPORTE INVALIDO: ' WS-ENTRADA
           END-IF.

       2060-PEDIR-IMPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2065-PEDIR-FECHA.
      *----------------------------------------------------------------*

      *---- EL PROMPT YA LO MOSTRO QUIEN LLAMA. SOLO SE CONTROLA QUE
      *---- SEA UNA FECHA AAAAMMDD RAZONABLE.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:8)             TO WS-FEC-TEXTO.

           EVALUATE TRUE
               WHEN WS-ENTRADA = SPACES
                    MOVE 'V'                TO WS-SW-FECHA
               WHEN WS-ENTRADA(9:22) NOT = SPACES
                 OR WS-FEC-TEXTO NOT NUMERIC
                    MOVE 'N'                TO WS-SW-FECHA
               WHEN WS-FEC-MM < 1 OR WS-FEC-MM > 12
                 OR WS-FEC-DD < 1 OR WS-FEC-DD > 31
                 OR WS-FEC-AAAA < 1900
                    MOVE 'N'                TO WS-SW-FECHA
               WHEN OTHER
                    MOVE 'S'                TO WS-SW-FECHA
           END-EVALUATE.

           IF WS-FECHA-INVALIDA
              DISPLAY 'FECHA INVALIDA: ' WS-ENTRADA
           END-IF.

       2065-PEDIR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2070-BUSCAR-MAESTRO.
      *----------------------------------------------------------------*

           MOVE 'N'                         TO WS-MAE-ESTADO.

           IF WS-HAY-MAESTRO
              MOVE WS-NOV-LEGAJO            TO WS-IDX-LEGAJO
              READ ENT-MAESTRO-IDX
              EVALUATE TRUE
                  WHEN FS-MAESTRO-IDX-OK
                       MOVE WS-IDX-ESTADO   TO WS-MAE-ESTADO
                       IF NOT WS-MAE-INACTIVO
                          MOVE 'A'          TO WS-MAE-ESTADO
                       END-IF
                       MOVE WS-IDX-SUELDO   TO WS-FORMAT-SUELDO
                       DISPLAY 'EN EL MAESTRO: ' WS-IDX-NOMBRE ' '
                               WS-IDX-APELLIDO ' ' WS-FORMAT-SUELDO
                  WHEN FS-MAESTRO-IDX-NOREG
                       DISPLAY 'EL LEGAJO NO ESTA EN EL MAESTRO'
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER EL MAESTRO INDEXADO'
                       DISPLAY 'FILE STATUS: ' FS-MAESTRO-IDX
              END-EVALUATE
           END-IF.

       2070-BUSCAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2080-BUSCAR-SESION.
      *----------------------------------------------------------------*

      *---- MARCA QUE TIPOS DE NOVEDAD YA TIENE EL LEGAJO ENTRE LO
      *---- CARGADO EN LA SESION.
           MOVE 'N'                         TO WS-SW-SES-ALTA
                                               WS-SW-SES-BAJA
                                               WS-SW-SES-MODI.

           PERFORM 2085-COMPARAR-SESION
              THRU 2085-COMPARAR-SESION-EXIT
             VARYING WS-SES-IX FROM 1 BY 1
               UNTIL WS-SES-IX > WS-SES-CANT.

       2080-BUSCAR-SESION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2085-COMPARAR-SESION.
      *----------------------------------------------------------------*

           IF WS-SES-NOVEDAD (WS-SES-IX)(2:10) = WS-NOV-LEGAJO
              EVALUATE WS-SES-NOVEDAD (WS-SES-IX)(1:1)
                  WHEN 'A'
                       MOVE 'S'             TO WS-SW-SES-ALTA
                  WHEN 'B'
                       MOVE 'S'             TO WS-SW-SES-BAJA
                  WHEN 'M'
                       MOVE 'S'             TO WS-SW-SES-MODI
              END-EVALUATE
           END-IF.

       2085-COMPARAR-SESION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2090-CONFIRMAR.
      *----------------------------------------------------------------*

           DISPLAY 'CONFIRMA? (S/N): '.
           MOVE SPACES                      TO WS-RESPUESTA.
           ACCEPT WS-RESPUESTA.

           IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
              MOVE 'S'                      TO WS-SW-CONFIRMA
           ELSE
              MOVE 'N'                      TO WS-SW-CONFIRMA
              DISPLAY 'OPERACION CANCELADA'
           END-IF.

       2090-CONFIRMAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-NOVEDAD.
      *----------------------------------------------------------------*

           MOVE SPACES                      TO WS-ENT-NOVEDAD.
           MOVE WS-OPCION(1:1)              TO WS-NOV-TIPO.
           MOVE 'N'                         TO WS-SW-CONFIRMA.

           PERFORM 2050-PEDIR-LEGAJO
              THRU 2050-PEDIR-LEGAJO-EXIT.

           IF WS-LEGAJO-OK
              MOVE WS-ENTRADA-JUST          TO WS-NOV-LEGAJO
              PERFORM 2070-BUSCAR-MAESTRO
                 THRU 2070-BUSCAR-MAESTRO-EXIT
              PERFORM 2080-BUSCAR-SESION
                 THRU 2080-BUSCAR-SESION-EXIT
              PERFORM 2120-CONTROLAR-EXISTENCIA
                 THRU 2120-CONTROLAR-EXISTENCIA-EXIT
           END-IF.

           IF WS-CONFIRMA
              EVALUATE WS-NOV-TIPO
                  WHEN 'A'
                       PERFORM 2130-PEDIR-DATOS-ALTA
                          THRU 2130-PEDIR-DATOS-ALTA-EXIT
                  WHEN 'B'
                       PERFORM 2135-PEDIR-DATOS-BAJA
                          THRU 2135-PEDIR-DATOS-BAJA-EXIT
                  WHEN 'M'
                       PERFORM 2140-PEDIR-DATOS-MODI
                          THRU 2140-PEDIR-DATOS-MODI-EXIT
              END-EVALUATE
              IF NOT WS-DATOS-OK
                 MOVE 'N'                   TO WS-SW-CONFIRMA
                 DISPLAY 'NOVEDAD DESCARTADA'
              END-IF
           END-IF.

      *---- LA NOVEDAD ARMADA PASA POR LAS MISMAS REGLAS QUE APLICA
      *---- LA CORRIDA: SI NO LAS CUMPLE SE INFORMA EL MOTIVO Y NO SE
      *---- GUARDA.
           IF WS-CONFIRMA
              PERFORM 2150-VALIDAR-NOVEDAD
                 THRU 2150-VALIDAR-NOVEDAD-EXIT
              IF NOT WS-NOV-VALIDA
                 MOVE 'N'                   TO WS-SW-CONFIRMA
                 DISPLAY 'NOVEDAD RECHAZADA: ' WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

           IF WS-CONFIRMA
              PERFORM 2450-MOSTRAR-NOVEDAD
                 THRU 2450-MOSTRAR-NOVEDAD-EXIT
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
           END-IF.

           IF WS-CONFIRMA
              ADD 1                         TO WS-SES-CANT
              MOVE WS-ENT-NOVEDAD           TO WS-SES-NOVEDAD
                                               (WS-SES-CANT)
              MOVE WS-SES-CANT              TO WS-FORMAT-CANT
              DISPLAY 'NOVEDAD CARGADA - TOTAL EN LA SESION: '
                      WS-FORMAT-CANT
           END-IF.

       2100-CARGAR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-CONTROLAR-EXISTENCIA.
      *----------------------------------------------------------------*

      *---- UN MISMO TIPO DE NOVEDAD DOS VECES PARA EL LEGAJO NO SE
      *---- ADMITE: EL ORDEN ENTRE AMBAS NO QUEDARIA GARANTIZADO.
      *---- LO DEMAS SON AVISOS DE LO QUE LA CORRIDA VA A RECHAZAR
      *---- SEGUN EL MAESTRO INDEXADO, QUE PUEDE ESTAR DESACTUALIZADO:
      *---- EL OPERADOR DECIDE SI LA CARGA IGUAL. UN ALTA CARGADA EN
      *---- LA SESION CUENTA COMO LEGAJO EXISTENTE PARA LA BAJA Y LA
      *---- MODIFICACION, PORQUE LA CORRIDA LA APLICA ANTES.
           MOVE 'S'                         TO WS-SW-CONFIRMA.
           MOVE 'N'                         TO WS-SW-AVISO.

           EVALUATE TRUE
               WHEN WS-NOV-TIPO = 'A' AND WS-SES-TIENE-ALTA
               WHEN WS-NOV-TIPO = 'B' AND WS-SES-TIENE-BAJA
               WHEN WS-NOV-TIPO = 'M' AND WS-SES-TIENE-MODI
                    DISPLAY 'YA HAY UNA NOVEDAD ' WS-NOV-TIPO
                            ' PARA EL LEGAJO EN ESTA SESION'
                    MOVE 'N'                TO WS-SW-CONFIRMA
               WHEN NOT WS-HAY-MAESTRO
                    CONTINUE
               WHEN WS-NOV-TIPO = 'A' AND WS-MAE-ACTIVO
                    DISPLAY 'AVISO: ALTA DE UN LEGAJO QUE YA EXISTE '
                            'ACTIVO EN EL MAESTRO'
                    MOVE 'S'                TO WS-SW-AVISO
               WHEN WS-NOV-TIPO = 'A' AND WS-MAE-INACTIVO
                    DISPLAY 'EL LEGAJO ESTA DADO DE BAJA: EL ALTA LO '
                            'REACTIVA'
               WHEN WS-SES-TIENE-ALTA
                    CONTINUE
               WHEN WS-MAE-NO-EXISTE
                    DISPLAY 'AVISO: ' WS-NOV-TIPO
                            ' DE UN LEGAJO INEXISTENTE EN EL MAESTRO'
                    MOVE 'S'                TO WS-SW-AVISO
               WHEN WS-MAE-INACTIVO
                    DISPLAY 'AVISO: ' WS-NOV-TIPO
                            ' DE UN LEGAJO YA DADO DE BAJA'
                    MOVE 'S'                TO WS-SW-AVISO
           END-EVALUATE.

           IF WS-CONFIRMA
              AND WS-NOV-TIPO = 'M'
              AND WS-SES-TIENE-BAJA
              DISPLAY 'AVISO: LA BAJA CARGADA EN LA SESION SE APLICA '
                      'ANTES QUE LA MODIFICACION'
              MOVE 'S'                      TO WS-SW-AVISO
           END-IF.

           IF WS-CONFIRMA AND WS-HAY-AVISO
              DISPLAY 'LA CORRIDA VA A RECHAZAR ESTA NOVEDAD. '
                      'CARGARLA IGUAL?'
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
           END-IF.

       2120-CONTROLAR-EXISTENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2130-PEDIR-DATOS-ALTA.
      *----------------------------------------------------------------*

      *---- EN EL ALTA TODOS LOS DATOS SON OBLIGATORIOS, SALVO LA
      *---- VIGENCIA (EN BLANCO = INMEDIATA) Y LA FECHA DE INGRESO
      *---- (EN BLANCO = HOY).
           MOVE 'S'                         TO WS-SW-DATOS-OK.

           DISPLAY 'NOMBRE: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:20)            TO WS-NOV-NOMBRE.

           DISPLAY 'APELLIDO: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:20)            TO WS-NOV-APELLIDO.

           DISPLAY 'SUELDO: '.
           PERFORM 2060-PEDIR-IMPORTE
              THRU 2060-PEDIR-IMPORTE-EXIT.
           EVALUATE TRUE
               WHEN WS-IMPORTE-OK AND WS-IMP-VALOR > 0
                    MOVE WS-IMP-VALOR       TO WS-NOV-SUELDO
               WHEN WS-IMPORTE-INVALIDO
                    MOVE 'N'                TO WS-SW-DATOS-OK
               WHEN OTHER
                    DISPLAY 'EL SUELDO ES OBLIGATORIO EN EL ALTA'
                    MOVE 'N'                TO WS-SW-DATOS-OK
           END-EVALUATE.

           IF WS-DATOS-OK
              PERFORM 2145-PEDIR-VIGENCIA
                 THRU 2145-PEDIR-VIGENCIA-EXIT
           END-IF.

           IF WS-DATOS-OK
              DISPLAY 'SECTOR: '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:3)          TO WS-NOV-SECTOR

              DISPLAY 'CATEGORIA: '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:2)          TO WS-NOV-CATEGORIA

              DISPLAY 'FECHA DE INGRESO AAAAMMDD (EN BLANCO = HOY): '
              PERFORM 2065-PEDIR-FECHA
                 THRU 2065-PEDIR-FECHA-EXIT
              EVALUATE TRUE
                  WHEN WS-FECHA-OK
                       MOVE WS-FEC-NUM      TO WS-NOV-FECHA-INGRESO
                  WHEN WS-FECHA-VACIA
                       MOVE WS-FECHA-AAAAMMDD
                                            TO WS-NOV-FECHA-INGRESO
                  WHEN OTHER
                       MOVE 'N'             TO WS-SW-DATOS-OK
              END-EVALUATE
           END-IF.

           IF WS-DATOS-OK
              DISPLAY 'CUIL (11 DIGITOS, SIN GUIONES): '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:11)         TO WS-NOV-CUIL
           END-IF.

       2130-PEDIR-DATOS-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2135-PEDIR-DATOS-BAJA.
      *----------------------------------------------------------------*

      *---- LA BAJA SOLO LLEVA EL LEGAJO Y, SI SE DIFIERE, LA
      *---- VIGENCIA. EL SUELDO VA EN CERO PARA QUE NO SUME AL HASH.
           MOVE 'S'                         TO WS-SW-DATOS-OK.
           MOVE ZEROS                       TO WS-NOV-SUELDO
                                               WS-NOV-FECHA-INGRESO.

           PERFORM 2145-PEDIR-VIGENCIA
              THRU 2145-PEDIR-VIGENCIA-EXIT.

       2135-PEDIR-DATOS-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2140-PEDIR-DATOS-MODI.
      *----------------------------------------------------------------*

      *---- MODIFICACION PARCIAL: UN CAMPO EN BLANCO CONSERVA EL VALOR
      *---- DEL MAESTRO (NOMBRE, APELLIDO, SECTOR, CATEGORIA Y CUIL
      *---- QUEDAN EN BLANCO; SUELDO Y FECHA DE INGRESO EN CERO, QUE
      *---- ES COMO LOS INTERPRETA LA CORRIDA).
           MOVE 'S'                         TO WS-SW-DATOS-OK.
           MOVE ZEROS                       TO WS-NOV-SUELDO
                                               WS-NOV-FECHA-INGRESO.

           DISPLAY 'EN BLANCO CONSERVA EL VALOR ACTUAL'.

           DISPLAY 'NOMBRE: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:20)            TO WS-NOV-NOMBRE.

           DISPLAY 'APELLIDO: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:20)            TO WS-NOV-APELLIDO.

           DISPLAY 'SUELDO: '.
           PERFORM 2060-PEDIR-IMPORTE
              THRU 2060-PEDIR-IMPORTE-EXIT.
           EVALUATE TRUE
               WHEN WS-IMPORTE-OK AND WS-IMP-VALOR > 0
                    MOVE WS-IMP-VALOR       TO WS-NOV-SUELDO
               WHEN WS-IMPORTE-OK
                    DISPLAY 'UN SUELDO EN CERO NO MODIFICA EL ACTUAL'
               WHEN WS-IMPORTE-INVALIDO
                    MOVE 'N'                TO WS-SW-DATOS-OK
           END-EVALUATE.

           IF WS-DATOS-OK
              PERFORM 2145-PEDIR-VIGENCIA
                 THRU 2145-PEDIR-VIGENCIA-EXIT
           END-IF.

           IF WS-DATOS-OK
              DISPLAY 'SECTOR: '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:3)          TO WS-NOV-SECTOR

              DISPLAY 'CATEGORIA: '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:2)          TO WS-NOV-CATEGORIA

              DISPLAY 'FECHA DE INGRESO AAAAMMDD: '
              PERFORM 2065-PEDIR-FECHA
                 THRU 2065-PEDIR-FECHA-EXIT
              EVALUATE TRUE
                  WHEN WS-FECHA-OK
                       MOVE WS-FEC-NUM      TO WS-NOV-FECHA-INGRESO
                  WHEN WS-FECHA-INVALIDA
                       MOVE 'N'             TO WS-SW-DATOS-OK
              END-EVALUATE
           END-IF.

           IF WS-DATOS-OK
              DISPLAY 'CUIL (11 DIGITOS, SIN GUIONES): '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:11)         TO WS-NOV-CUIL
           END-IF.

           IF WS-DATOS-OK
              AND WS-NOV-NOMBRE = SPACES
              AND WS-NOV-APELLIDO = SPACES
              AND WS-NOV-SUELDO = 0
              AND WS-NOV-SECTOR = SPACES
              AND WS-NOV-CATEGORIA = SPACES
              AND WS-NOV-FECHA-INGRESO = 0
              AND WS-NOV-CUIL = SPACES
              DISPLAY 'LA MODIFICACION NO CAMBIA NINGUN DATO'
              MOVE 'N'                      TO WS-SW-DATOS-OK
           END-IF.

       2140-PEDIR-DATOS-MODI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2145-PEDIR-VIGENCIA.
      *----------------------------------------------------------------*

      *---- UNA VIGENCIA POSTERIOR A LA CORRIDA DIFIERE LA NOVEDAD;
      *---- EN BLANCO VA EN CERO Y SE APLICA EN LA PROXIMA CORRIDA.
           DISPLAY 'FECHA DE VIGENCIA AAAAMMDD (EN BLANCO = '
                   'INMEDIATA): '.
           PERFORM 2065-PEDIR-FECHA
              THRU 2065-PEDIR-FECHA-EXIT.

           EVALUATE TRUE
               WHEN WS-FECHA-OK
                    MOVE WS-FEC-NUM         TO WS-NOV-FECHA-VIGENCIA
               WHEN WS-FECHA-VACIA
                    MOVE ZEROS              TO WS-NOV-FECHA-VIGENCIA
               WHEN OTHER
                    MOVE 'N'                TO WS-SW-DATOS-OK
           END-EVALUATE.

       2145-PEDIR-VIGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-VALIDAR-NOVEDAD.
      *----------------------------------------------------------------*

      *---- LAS MISMAS REGLAS DE CONTENIDO QUE APLICA CL15EJ02: EN EL
      *---- ALTA TODO ES OBLIGATORIO; EN LA MODIFICACION SOLO SE
      *---- VALIDA LO QUE VIENE INFORMADO; LA BAJA SOLO LLEVA LEGAJO.
           MOVE 'S'                         TO WS-SW-NOV-VALIDA.

           IF WS-NOV-TIPO = 'A'
              IF WS-NOV-NOMBRE = SPACES
                 MOVE 'N'                   TO WS-SW-NOV-VALIDA
                 MOVE 'NOMBRE VACIO EN LA NOVEDAD'
                                             TO WS-MOTIVO-RECHAZO
              END-IF

              IF WS-NOV-VALIDA
                 IF WS-NOV-APELLIDO = SPACES
                    MOVE 'N'                TO WS-SW-NOV-VALIDA
                    MOVE 'APELLIDO VACIO EN LA NOVEDAD'
                                             TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF

              IF WS-NOV-VALIDA
                 IF WS-NOV-CATEGORIA = SPACES
                    MOVE 'N'                TO WS-SW-NOV-VALIDA
                    MOVE 'CATEGORIA VACIA EN LA NOVEDAD'
                                             TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF.

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
                   AND WS-NOV-CUIL NOT = SPACES))
              PERFORM 2160-VALIDAR-CUIL
                 THRU 2160-VALIDAR-CUIL-EXIT
              IF NOT WS-CUIL-VALIDO
                 MOVE 'N'                   TO WS-SW-NOV-VALIDA
                 MOVE 'CUIL MAL FORMADO EN LA NOVEDAD'
                                             TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

       2150-VALIDAR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2160-VALIDAR-CUIL.
      *----------------------------------------------------------------*

      *---- UN CUIL BIEN FORMADO SON 11 DIGITOS: PREFIJO DE TIPO
      *---- (20/23/24/27 PERSONAS, 30/33/34 EMPRESAS), 8 DEL DOCUMENTO
      *---- Y UN DIGITO VERIFICADOR MODULO 11. UN RESTO QUE DA
      *---- VERIFICADOR 10 NO ES ASIGNABLE Y SE TRATA COMO MAL
      *---- FORMADO.
           MOVE 'S'                         TO WS-SW-CUIL-VALIDO.
           MOVE WS-NOV-CUIL                 TO WS-CUIL-DIGITOS.

           IF WS-CUIL-DIGITOS NOT NUMERIC
              MOVE 'N'                      TO WS-SW-CUIL-VALIDO
           END-IF.

           IF WS-CUIL-VALIDO
              MOVE WS-CUIL-DIGITOS(1:2)     TO WS-CUIL-PREFIJO
              IF NOT WS-CUIL-PREFIJO-OK
                 MOVE 'N'                   TO WS-SW-CUIL-VALIDO
              END-IF
           END-IF.

           IF WS-CUIL-VALIDO
              MOVE 0                        TO WS-CUIL-SUMA
              PERFORM 2165-SUMAR-DIGITO-CUIL
                 THRU 2165-SUMAR-DIGITO-CUIL-EXIT
                VARYING WS-CUIL-IND FROM 1 BY 1
                  UNTIL WS-CUIL-IND > 10

              DIVIDE WS-CUIL-SUMA BY 11
                 GIVING WS-CUIL-COCIENTE
                 REMAINDER WS-CUIL-RESTO

              COMPUTE WS-CUIL-VERIF = 11 - WS-CUIL-RESTO
              IF WS-CUIL-VERIF = 11
                 MOVE 0                     TO WS-CUIL-VERIF
              END-IF

              MOVE WS-CUIL-DIGITOS(11:1)    TO WS-CUIL-DIG
              IF WS-CUIL-VERIF = 10
                 OR WS-CUIL-VERIF NOT = WS-CUIL-DIG
                 MOVE 'N'                   TO WS-SW-CUIL-VALIDO
              END-IF
           END-IF.

       2160-VALIDAR-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2165-SUMAR-DIGITO-CUIL.
      *----------------------------------------------------------------*

           MOVE WS-CUIL-DIGITOS(WS-CUIL-IND:1)
                                            TO WS-CUIL-DIG.

           COMPUTE WS-CUIL-SUMA = WS-CUIL-SUMA
                 + WS-CUIL-DIG * WS-CUIL-PESO(WS-CUIL-IND).

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
      *---- LA ESCALA DE LA CATEGORIA QUE VA A QUEDAR. EN UNA 'M' LO
      *---- QUE NO SE TIPEO SE TOMA DEL MAESTRO INDEXADO; SI EL LEGAJO
      *---- NO ESTA EN EL MAESTRO NO HAY CON QUE COMPLETAR Y SE DEJA
      *---- EL CONTROL PARA LA CORRIDA.
           MOVE SPACES                      TO WS-ESC-CATEGORIA.
           MOVE 0                           TO WS-ESC-SUELDO.

           IF WS-NOV-TIPO = 'A'
              MOVE WS-NOV-CATEGORIA         TO WS-ESC-CATEGORIA
              MOVE WS-NOV-SUELDO            TO WS-ESC-SUELDO
           ELSE
              IF NOT WS-MAE-NO-EXISTE
                 AND (WS-NOV-CATEGORIA NOT = SPACES
                   OR WS-NOV-SUELDO > 0)
                 MOVE WS-IDX-CATEGORIA      TO WS-ESC-CATEGORIA
                 MOVE WS-IDX-SUELDO         TO WS-ESC-SUELDO
                 IF WS-NOV-CATEGORIA NOT = SPACES
                    MOVE WS-NOV-CATEGORIA   TO WS-ESC-CATEGORIA
                 END-IF
                 IF WS-NOV-SUELDO > 0
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
       2400-LISTAR-SESION.
      *----------------------------------------------------------------*

           IF WS-SES-CANT = 0
              DISPLAY 'NO HAY NOVEDADES CARGADAS EN LA SESION'
           ELSE
              MOVE 'N'                      TO WS-SW-FIN-LISTADO
              MOVE 0                        TO WS-CONT-LIN-PANTALLA
              PERFORM 2410-LISTAR-NOVEDAD
                 THRU 2410-LISTAR-NOVEDAD-EXIT
                VARYING WS-SES-IX FROM 1 BY 1
                  UNTIL WS-SES-IX > WS-SES-CANT
                     OR WS-FIN-LISTADO
              MOVE WS-SES-CANT              TO WS-FORMAT-CANT
              DISPLAY 'NOVEDADES CARGADAS: ' WS-FORMAT-CANT
           END-IF.

       2400-LISTAR-SESION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-LISTAR-NOVEDAD.
      *----------------------------------------------------------------*

           MOVE WS-SES-NOVEDAD (WS-SES-IX)  TO WS-ENT-NOVEDAD.

           PERFORM 2450-MOSTRAR-NOVEDAD
              THRU 2450-MOSTRAR-NOVEDAD-EXIT.

           ADD 1                            TO WS-CONT-LIN-PANTALLA.

      *---- PAGINADO DE A PANTALLAS, COMO EN LA CONSULTA CL15EJ05.
           IF WS-CONT-LIN-PANTALLA >= WS-LINEAS-PANTALLA
              AND WS-SES-IX < WS-SES-CANT
              MOVE 0                        TO WS-CONT-LIN-PANTALLA
              DISPLAY 'CONTINUAR? (S/N): '
              MOVE SPACES                   TO WS-RESPUESTA
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA NOT = 'S' AND WS-RESPUESTA NOT = 's'
                 MOVE 'S'                   TO WS-SW-FIN-LISTADO
              END-IF
           END-IF.

       2410-LISTAR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-MOSTRAR-NOVEDAD.
      *----------------------------------------------------------------*

           MOVE WS-NOV-SUELDO               TO WS-FORMAT-SUELDO.

           DISPLAY WS-NOV-TIPO ' ' WS-NOV-LEGAJO ' ' WS-NOV-NOMBRE ' '
                   WS-NOV-APELLIDO ' ' WS-FORMAT-SUELDO ' VIG '
                   WS-NOV-FECHA-VIGENCIA ' SEC ' WS-NOV-SECTOR
                   ' CAT ' WS-NOV-CATEGORIA ' ING '
                   WS-NOV-FECHA-INGRESO ' CUIL ' WS-NOV-CUIL.

       2450-MOSTRAR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

           IF WS-HAY-MAESTRO
              CLOSE ENT-MAESTRO-IDX
              IF NOT FS-MAESTRO-IDX-OK
                 DISPLAY 'ERROR AL CERRAR EL MAESTRO INDEXADO: '
                         FS-MAESTRO-IDX
              END-IF
           END-IF.

           IF WS-SES-CANT = 0
              DISPLAY 'SESION SIN NOVEDADES, NO SE GENERA ARCHIVO'
           ELSE
              MOVE WS-SES-CANT              TO WS-FORMAT-CANT
              DISPLAY 'SE VA A GENERAR EL ARCHIVO CON '
                      WS-FORMAT-CANT ' NOVEDADES'
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
              IF WS-CONFIRMA
                 PERFORM 3100-GENERAR-ARCHIVO
                    THRU 3100-GENERAR-ARCHIVO-EXIT
                 PERFORM 3200-REGISTRAR-CTRL
                    THRU 3200-REGISTRAR-CTRL-EXIT
              ELSE
                 DISPLAY 'LAS NOVEDADES DE LA SESION SE DESCARTAN'
              END-IF
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GENERAR-ARCHIVO.
      *----------------------------------------------------------------*

      *---- LAS NOVEDADES SE ORDENAN COMO LAS ORDENA LA CONSOLIDACION
      *---- DE CL15EJ02 (LEGAJO Y, DENTRO DEL LEGAJO, TIPO) Y SE
      *---- ENMARCAN CON CABECERA Y TRAILER CALCULADOS SOBRE LO QUE
      *---- EFECTIVAMENTE SE GRABA.
           OPEN OUTPUT SAL-NOVEDADES-TMP.

           IF NOT FS-NOVEDADES-TMP-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO: '
                      FS-NOVEDADES-TMP
              MOVE 16                       TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3110-GRABAR-TRABAJO
              THRU 3110-GRABAR-TRABAJO-EXIT
             VARYING WS-SES-IX FROM 1 BY 1
               UNTIL WS-SES-IX > WS-SES-CANT.

           CLOSE SAL-NOVEDADES-TMP.

           SORT SD-NOVEDADES-ORDEN
              ON ASCENDING KEY SD-NOV-LEGAJO
              ON ASCENDING KEY SD-NOV-TIPO
              USING SAL-NOVEDADES-TMP
              GIVING ENT-NOVEDADES-ORD.

           ACCEPT WS-HORA-HHMMSSCC          FROM TIME.

           MOVE SPACES                      TO WS-LINEA-NOMBRE.
           STRING '../NOVEDADES_LINEA_'     DELIMITED BY SIZE
                  WS-FECHA-AAAAMMDD         DELIMITED BY SIZE
                  '_'                       DELIMITED BY SIZE
                  WS-HORA-HHMMSSCC(1:6)     DELIMITED BY SIZE
                  '.TXT'                    DELIMITED BY SIZE
             INTO WS-LINEA-NOMBRE.

           OPEN INPUT ENT-NOVEDADES-ORD.

           IF NOT FS-NOVEDADES-ORD-OK
              DISPLAY 'ERROR AL ABRIR LAS NOVEDADES ORDENADAS: '
                      FS-NOVEDADES-ORD
              MOVE 16                       TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-NOVEDADES-LINEA.

           IF NOT FS-NOVEDADES-LINEA-OK
              DISPLAY 'ERROR AL ABRIR ' WS-LINEA-NOMBRE ': '
                      FS-NOVEDADES-LINEA
              MOVE 16                       TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0                           TO WS-CTL-CANT-GRABADA.
           MOVE 0                           TO WS-CTL-HASH-CALC.

           MOVE SPACES                      TO WS-REG-CONTROL.
           MOVE '0'                         TO WS-CTL-TIPO.
           MOVE WS-FECHA-AAAAMMDD           TO WS-CTL-HDR-FECHA.
           WRITE WS-SAL-NOVEDADES-LINEA   FROM WS-REG-CONTROL.

           PERFORM 3150-COPIAR-ORDENADA
              THRU 3150-COPIAR-ORDENADA-EXIT
             UNTIL FS-NOVEDADES-ORD-EOF.

           MOVE SPACES                      TO WS-REG-CONTROL.
           MOVE '9'                         TO WS-CTL-TIPO.
           MOVE WS-CTL-CANT-GRABADA         TO WS-CTL-TRL-CANT.
           MOVE WS-CTL-HASH-CALC            TO WS-CTL-TRL-HASH.
           WRITE WS-SAL-NOVEDADES-LINEA   FROM WS-REG-CONTROL.

           CLOSE ENT-NOVEDADES-ORD
                 SAL-NOVEDADES-LINEA.

           MOVE WS-CTL-CANT-GRABADA         TO WS-FORMAT-CANT.
           MOVE WS-CTL-HASH-CALC            TO WS-FORMAT-HASH.
           DISPLAY 'ARCHIVO GENERADO : ' WS-LINEA-NOMBRE.
           DISPLAY 'NOVEDADES        : ' WS-FORMAT-CANT.
           DISPLAY 'HASH DE SUELDOS  : ' WS-FORMAT-HASH.

       3100-GENERAR-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-TRABAJO.
      *----------------------------------------------------------------*

           MOVE WS-SES-NOVEDAD (WS-SES-IX)  TO WS-SAL-NOVEDADES-TMP.
           WRITE WS-SAL-NOVEDADES-TMP.

       3110-GRABAR-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-COPIAR-ORDENADA.
      *----------------------------------------------------------------*

           READ ENT-NOVEDADES-ORD.

           EVALUATE TRUE
              WHEN FS-NOVEDADES-ORD-OK
                 MOVE WS-ENT-NOVEDADES-ORD  TO WS-REG-CONTROL
                 ADD 1                      TO WS-CTL-CANT-GRABADA
                 IF WS-CTL-DAT-SUELDO IS NUMERIC
                    ADD WS-CTL-DAT-SUELDO   TO WS-CTL-HASH-CALC
                 END-IF
                 WRITE WS-SAL-NOVEDADES-LINEA
                                          FROM WS-ENT-NOVEDADES-ORD
              WHEN FS-NOVEDADES-ORD-EOF
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER LAS NOVEDADES ORDENADAS: '
                         FS-NOVEDADES-ORD
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       3150-COPIAR-ORDENADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-REGISTRAR-CTRL.
      *----------------------------------------------------------------*

      *---- EL ARCHIVO QUEDA LISTO PARA LA CONSOLIDACION. SOLO SE
      *---- AGREGA A ARCH_NOVEDADES_CTRL.TXT SI YA EXISTE: CREARLO DE
      *---- CERO CAMBIARIA LA CORRIDA A MODO CONSOLIDACION Y DEJARIA
      *---- AFUERA A ARCH_NOVEDADES.TXT, ASI QUE ESO LO DECIDE RRHH.
           DISPLAY 'AGREGAR EL ARCHIVO A ARCH_NOVEDADES_CTRL.TXT?'.
           PERFORM 2090-CONFIRMAR
              THRU 2090-CONFIRMAR-EXIT.

           IF WS-CONFIRMA
              OPEN EXTEND SAL-NOVEDADES-CTRL
              EVALUATE TRUE
                 WHEN FS-NOVEDADES-CTRL-OK
                    MOVE WS-LINEA-NOMBRE    TO WS-REG-NOVEDADES-CTRL
                    WRITE WS-REG-NOVEDADES-CTRL
                    CLOSE SAL-NOVEDADES-CTRL
                    DISPLAY 'ARCHIVO AGREGADO A ARCH_NOVEDADES_CTRL.TXT'
                 WHEN FS-NOVEDADES-CTRL-NFD
                    DISPLAY 'NO EXISTE ARCH_NOVEDADES_CTRL.TXT - '
                            'AGREGAR EL ARCHIVO A MANO'
                 WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ARCH_NOVEDADES_CTRL.TXT: '
                            FS-NOVEDADES-CTRL
              END-EVALUATE
           END-IF.

       3200-REGISTRAR-CTRL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ12.
