      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONTROLADOR DE LA CADENA NOCTURNA DEL ABM CON
      *          BITACORA DE PASOS Y REINICIO DESDE EL PASO FALLIDO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ19.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- PRIMERA LINEA OPCIONAL: FECHA DE PROCESO AAAAMMDD. SIN
      *---- ELLA SE TOMA LA FECHA DEL SISTEMA; SIRVE PARA RETOMAR
      *---- DESPUES DE MEDIANOCHE LA CADENA DEL DIA ANTERIOR.
       SELECT ENT-PARAMETROS
           ASSIGN TO '../CL15EJ19_PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT ENT-PASOS
           ASSIGN TO '../CL15EJ19_PASOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PASOS.

      *---- BITACORA DE PASOS: ACUMULA TODAS LAS CORRIDAS DE LA CADENA
      *---- Y ES LA QUE DICE, EN UN REINICIO, QUE PASOS YA TERMINARON
      *---- BIEN PARA LA FECHA DE PROCESO.
       SELECT SAL-BITACORA
           ASSIGN TO '../CL15EJ19_BITACORA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

      *---- BITACORA DE CORRIDAS DE CL15EJ02: LA ULTIMA LINEA DICE SI LA
      *---- CONCILIACION DE CONTADORES CERRO Y CUAL FUE LA CORRIDA QUE
      *---- DEJO EL CL15EJ02_DELTA.TXT VIGENTE.
       SELECT ENT-HISTORIAL
           ASSIGN TO '../CL15EJ02_HISTORIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PARAMETROS.
       01 WS-REG-PARAMETROS                 PIC X(40).

      *---- DEFINICION DE PASOS, UNO POR LINEA Y EN ORDEN DE EJECUCION
      *---- (LAS LINEAS QUE EMPIEZAN CON '*' SON COMENTARIOS):
      *----   NN PROGRAMA RC F C COMANDO
      *---- NN NUMERO DE PASO; RC EL MAYOR RETURN-CODE QUE SE ACEPTA
      *---- PARA SEGUIR; F 'D' DIARIO O 'M' SOLO A FIN DE MES; C 'I' SI
      *---- EL PASO ES LA CARGA INCREMENTAL DEL DELTA DE CL15EJ02 (SE
      *---- CONTROLA LA CONCILIACION Y QUE ESE DELTA NO SE HAYA CARGADO)
      *---- O EN BLANCO; COMANDO LA LINEA QUE LANZA EL PROGRAMA.
       FD ENT-PASOS.
       01 WS-ENT-PASO.
          05 WS-EPA-NUMERO                  PIC X(02).
          05 FILLER                         PIC X(01).
          05 WS-EPA-PROGRAMA                PIC X(08).
          05 FILLER                         PIC X(01).
          05 WS-EPA-RC-MAXIMO               PIC X(02).
          05 FILLER                         PIC X(01).
          05 WS-EPA-FRECUENCIA              PIC X(01).
          05 FILLER                         PIC X(01).
          05 WS-EPA-CONTROL                 PIC X(01).
          05 FILLER                         PIC X(01).
          05 WS-EPA-COMANDO                 PIC X(60).

       FD SAL-BITACORA.
       01 WS-SAL-BITACORA.
          05 WS-BIT-FECHA-PROCESO           PIC 9(08).
          05 FILLER                         PIC X(01).
          05 WS-BIT-PASO                    PIC 9(02).
          05 FILLER                         PIC X(01).
          05 WS-BIT-PROGRAMA                PIC X(08).
          05 FILLER                         PIC X(01).
      *---- 'I' INICIO, 'F' FIN, 'O' OMITIDO, 'B' BLOQUEADO POR CONTROL.
          05 WS-BIT-EVENTO                  PIC X(01).
             88 WS-BIT-INICIO                   VALUE 'I'.
             88 WS-BIT-FIN                      VALUE 'F'.
             88 WS-BIT-OMITIDO                  VALUE 'O'.
             88 WS-BIT-BLOQUEADO                VALUE 'B'.
          05 FILLER                         PIC X(01).
          05 WS-BIT-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(01).
          05 WS-BIT-HORA                    PIC 9(06).
          05 FILLER                         PIC X(01).
          05 WS-BIT-RETCODE                 PIC 9(03).
          05 FILLER                         PIC X(01).
          05 WS-BIT-ESTADO                  PIC X(02).
             88 WS-BIT-ESTADO-OK                VALUE 'OK'.
             88 WS-BIT-ESTADO-ERROR             VALUE 'ER'.
          05 FILLER                         PIC X(01).
      *---- CORRIDA DE CL15EJ02 (FECHA Y HORA DE SU BITACORA) CUYO DELTA
      *---- CARGO EL PASO, SOLO EN LOS PASOS DE CARGA INCREMENTAL.
          05 WS-BIT-CORRIDA-DELTA           PIC X(14).
          05 FILLER                         PIC X(01).
          05 WS-BIT-DETALLE                 PIC X(50).

       FD ENT-HISTORIAL.
          COPY HISTORIAL.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.
          05 FS-PASOS                       PIC X(2).
             88 FS-PASOS-OK                     VALUE '00'.
             88 FS-PASOS-EOF                    VALUE '10'.
             88 FS-PASOS-NFD                    VALUE '35'.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-EOF                 VALUE '10'.
             88 FS-BITACORA-NFD                 VALUE '35'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-OK                 VALUE '00'.
             88 FS-HISTORIAL-EOF                VALUE '10'.
             88 FS-HISTORIAL-NFD                VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-EJECUTADOS             PIC 9(02) VALUE 0.
          05 WS-CONT-YA-TERMINADOS          PIC 9(02) VALUE 0.
          05 WS-CONT-OMITIDOS               PIC 9(02) VALUE 0.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).
          05 WS-HORA-HHMMSSCC               PIC 9(08).

      *---- FECHA DE PROCESO Y SI ES EL ULTIMO DIA DE SU MES.
       01 WS-FECHA-PROCESO.
          05 WS-PRO-FECHA                   PIC 9(08).
          05 WS-PRO-FECHA-R REDEFINES WS-PRO-FECHA.
             10 WS-PRO-AAAA                 PIC 9(04).
             10 WS-PRO-MM                   PIC 9(02).
             10 WS-PRO-DD                   PIC 9(02).
          05 WS-PRO-PARAMETRO               PIC X(08).
          05 WS-PRO-PARAMETRO-NUM REDEFINES WS-PRO-PARAMETRO
                                            PIC 9(08).
          05 WS-PRO-ULTIMO-DIA              PIC 9(02).
          05 WS-SW-FIN-MES                  PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-MES                   VALUE 'S'.
          05 WS-DIAS-MESES                  PIC X(24)
                                 VALUE '312831303130313130313031'.
          05 WS-DIAS-MESES-TAB REDEFINES WS-DIAS-MESES.
             10 WS-DIAS-MES                 PIC 9(02) OCCURS 12.
          05 WS-SW-BISIESTO                 PIC X(01) VALUE 'N'.
             88 WS-ES-BISIESTO                  VALUE 'S'.
          05 WS-BIS-COCIENTE                PIC 9(04) VALUE 0.
          05 WS-BIS-RESTO-4                 PIC 9(04) VALUE 0.
          05 WS-BIS-RESTO-100               PIC 9(04) VALUE 0.
          05 WS-BIS-RESTO-400               PIC 9(04) VALUE 0.

      *---- TABLA DE PASOS DE LA CADENA, CON LO QUE LA BITACORA DICE DE
      *---- CADA UNO PARA LA FECHA DE PROCESO.
       01 WS-TABLA-PASOS.
          05 WS-PAS-MAX                     PIC 9(02) VALUE 20.
          05 WS-PAS-CANT                    PIC 9(02) VALUE 0.
          05 WS-PAS-IX                      PIC 9(02) VALUE 0.
          05 WS-PAS-POS                     PIC 9(02) VALUE 0.
          05 WS-PAS-ENTRADA OCCURS 20 TIMES.
             10 WS-PAS-NUMERO               PIC 9(02).
             10 WS-PAS-PROGRAMA             PIC X(08).
             10 WS-PAS-RC-MAXIMO            PIC 9(02).
             10 WS-PAS-FRECUENCIA           PIC X(01).
                88 WS-PAS-DIARIO                VALUE 'D'.
                88 WS-PAS-FIN-MES               VALUE 'M'.
             10 WS-PAS-CONTROL              PIC X(01).
                88 WS-PAS-CARGA-DELTA           VALUE 'I'.
             10 WS-PAS-COMANDO              PIC X(60).
             10 WS-PAS-YA-OK                PIC X(01).

      *---- EJECUCION DEL PASO EN CURSO. EL SISTEMA DEVUELVE EL ESTADO
      *---- DE TERMINACION DEL PROCESO: EL RETURN-CODE DEL PROGRAMA
      *---- VIENE MULTIPLICADO POR 256 Y UN RESTO DISTINTO DE CERO ES
      *---- UNA TERMINACION ANORMAL.
       01 WS-EJECUCION.
          05 WS-EJE-ESTADO-SISTEMA          PIC S9(09) COMP-5 VALUE 0.
          05 WS-EJE-COCIENTE                PIC S9(09) VALUE 0.
          05 WS-EJE-RESTO                   PIC S9(09) VALUE 0.
          05 WS-EJE-RETCODE                 PIC 9(03) VALUE 0.
          05 WS-EJE-RC-MAXIMO               PIC 9(03) VALUE 0.
          05 WS-EJE-EVENTO                  PIC X(01).
          05 WS-EJE-DETALLE                 PIC X(50).
          05 WS-EJE-CORRIDA-DELTA           PIC X(14).
          05 WS-SW-HABILITADO               PIC X(01) VALUE 'S'.
             88 WS-PASO-HABILITADO              VALUE 'S'.
          05 WS-SW-CORTE                    PIC X(01) VALUE 'N'.
             88 WS-CADENA-CORTADA               VALUE 'S'.
          05 WS-PASO-CORTE                  PIC 9(02) VALUE 0.

      *---- CONTROL DEL DELTA: LA ULTIMA CORRIDA DE CL15EJ02 Y LA MAYOR
      *---- CORRIDA CUYO DELTA YA SE CARGO SEGUN LA BITACORA DE PASOS.
      *---- FECHA Y HORA AAAAMMDDHHMMSS SE COMPARAN COMO TEXTO. LA
      *---- MARCHA ATRAS DE CL15EJ08 TAMBIEN DEJA SU LINEA EN LA
      *---- BITACORA DE CL15EJ02: SIN EXTRACTO A CONCILIAR ('NA') PERO
      *---- SIN EL RC 16 DE UNA CORRIDA ABORTADA.
       01 WS-CONTROL-DELTA.
          05 WS-ULT-CORRIDA-02              PIC X(14) VALUE SPACES.
          05 WS-ULT-CONCILIA-02             PIC X(02) VALUE SPACES.
          05 WS-SW-ULT-ANULADA              PIC X(01) VALUE 'N'.
             88 WS-ULT-ANULADA                  VALUE 'S'.
          05 WS-ULT-DELTA-CARGADO           PIC X(14) VALUE SPACES.
          05 WS-CORRIDA-AUX.
             10 WS-COR-FECHA                PIC 9(08).
             10 WS-COR-HORA                 PIC 9(06).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-PASO
              THRU 2000-PROCESAR-PASO-EXIT
             VARYING WS-PAS-IX FROM 1 BY 1
               UNTIL WS-PAS-IX > WS-PAS-CANT
                  OR WS-CADENA-CORTADA.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-AAAAMMDD          FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-EXIT.

           PERFORM 1150-CALCULAR-FIN-MES
              THRU 1150-CALCULAR-FIN-MES-EXIT.

           DISPLAY 'CADENA NOCTURNA - FECHA DE PROCESO: ' WS-PRO-FECHA.
           IF WS-ES-FIN-MES
              DISPLAY 'FIN DE MES: SE EJECUTAN LOS PASOS MENSUALES'
           END-IF.

           PERFORM 1200-CARGAR-PASOS
              THRU 1200-CARGAR-PASOS-EXIT.

           PERFORM 1300-LEER-BITACORA
              THRU 1300-LEER-BITACORA-EXIT.

           PERFORM 1400-CONTROLAR-MARCHA-ATRAS
              THRU 1400-CONTROLAR-MARCHA-ATRAS-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.
      *----------------------------------------------------------------*

           MOVE WS-FECHA-AAAAMMDD            TO WS-PRO-FECHA.

           OPEN INPUT ENT-PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ ENT-PARAMETROS
                    IF FS-PARAMETROS-OK
                       AND WS-REG-PARAMETROS NOT = SPACES
                       MOVE WS-REG-PARAMETROS(1:8)
                                             TO WS-PRO-PARAMETRO
                       IF WS-PRO-PARAMETRO IS NUMERIC
                          MOVE WS-PRO-PARAMETRO-NUM
                                             TO WS-PRO-FECHA
                       ELSE
                          MOVE 0             TO WS-PRO-FECHA
                       END-IF
                    END-IF
                    CLOSE ENT-PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ARCHIVO DE PARAMETROS: '
                            FS-PARAMETROS
           END-EVALUATE.

           IF WS-PRO-AAAA < 1900
              OR WS-PRO-MM < 1 OR WS-PRO-MM > 12
              OR WS-PRO-DD < 1 OR WS-PRO-DD > 31
              DISPLAY 'FECHA DE PROCESO INVALIDA EN PARAMETROS '
                      '(AAAAMMDD): ' WS-REG-PARAMETROS
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CALCULAR-FIN-MES.
      *----------------------------------------------------------------*

      *---- BISIESTO: DIVISIBLE POR 4, SALVO LOS SECULARES QUE NO SON
      *---- DIVISIBLES POR 400.
           DIVIDE WS-PRO-AAAA BY 4
              GIVING WS-BIS-COCIENTE REMAINDER WS-BIS-RESTO-4.
           DIVIDE WS-PRO-AAAA BY 100
              GIVING WS-BIS-COCIENTE REMAINDER WS-BIS-RESTO-100.
           DIVIDE WS-PRO-AAAA BY 400
              GIVING WS-BIS-COCIENTE REMAINDER WS-BIS-RESTO-400.

           IF WS-BIS-RESTO-4 = 0
              AND (WS-BIS-RESTO-100 NOT = 0 OR WS-BIS-RESTO-400 = 0)
              MOVE 'S'                       TO WS-SW-BISIESTO
           ELSE
              MOVE 'N'                       TO WS-SW-BISIESTO
           END-IF.

           MOVE WS-DIAS-MES (WS-PRO-MM)      TO WS-PRO-ULTIMO-DIA.

           IF WS-PRO-MM = 2 AND WS-ES-BISIESTO
              MOVE 29                        TO WS-PRO-ULTIMO-DIA
           END-IF.

      *---- EL CONTROL DE 1100 DEJA PASAR HASTA EL 31 EN CUALQUIER MES:
      *---- RECIEN ACA SE SABE SI EL DIA EXISTE.
           IF WS-PRO-DD > WS-PRO-ULTIMO-DIA
              DISPLAY 'FECHA DE PROCESO INVALIDA EN PARAMETROS '
                      '(AAAAMMDD): ' WS-PRO-FECHA
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-PRO-DD = WS-PRO-ULTIMO-DIA
              MOVE 'S'                       TO WS-SW-FIN-MES
           ELSE
              MOVE 'N'                       TO WS-SW-FIN-MES
           END-IF.

       1150-CALCULAR-FIN-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-PASOS.
      *----------------------------------------------------------------*

           OPEN INPUT ENT-PASOS.

           EVALUATE TRUE
               WHEN FS-PASOS-OK
                    PERFORM 1250-LEER-PASO
                       THRU 1250-LEER-PASO-EXIT
                      UNTIL FS-PASOS-EOF
                    CLOSE ENT-PASOS
               WHEN FS-PASOS-NFD
                    DISPLAY 'NO SE ENCUENTRA LA DEFINICION DE PASOS '
                            'CL15EJ19_PASOS.TXT'
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA DEFINICION DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-PASOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF WS-PAS-CANT = 0
              DISPLAY 'LA DEFINICION DE PASOS ESTA VACIA'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PAS-CANT                  TO WS-FORMAT-CANT.
           DISPLAY 'PASOS DEFINIDOS EN LA CADENA: ' WS-FORMAT-CANT.

       1200-CARGAR-PASOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-PASO.
      *----------------------------------------------------------------*

           READ ENT-PASOS.

      *---- UNA DEFINICION MAL ARMADA CORTA ANTES DE EMPEZAR: NO SE
      *---- LANZA NINGUN PASO CON UNA CADENA A MEDIAS.
           EVALUATE TRUE
               WHEN FS-PASOS-EOF
                    CONTINUE
               WHEN NOT FS-PASOS-OK
                    DISPLAY 'ERROR AL LEER LA DEFINICION DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-PASOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-ENT-PASO = SPACES
                 OR WS-ENT-PASO(1:1) = '*'
                    CONTINUE
               WHEN WS-EPA-NUMERO NOT NUMERIC
                 OR WS-EPA-PROGRAMA = SPACES
                 OR WS-EPA-RC-MAXIMO NOT NUMERIC
                 OR (WS-EPA-FRECUENCIA NOT = 'D'
                     AND WS-EPA-FRECUENCIA NOT = 'M')
                 OR (WS-EPA-CONTROL NOT = 'I'
                     AND WS-EPA-CONTROL NOT = SPACE)
                 OR WS-EPA-COMANDO = SPACES
                    DISPLAY 'PASO MAL DEFINIDO: ' WS-ENT-PASO
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-PAS-CANT >= WS-PAS-MAX
                    DISPLAY 'SE SUPERO LA CANTIDAD MAXIMA DE PASOS'
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    ADD 1                    TO WS-PAS-CANT
                    MOVE WS-EPA-NUMERO
                                  TO WS-PAS-NUMERO (WS-PAS-CANT)
                    MOVE WS-EPA-PROGRAMA
                                  TO WS-PAS-PROGRAMA (WS-PAS-CANT)
                    MOVE WS-EPA-RC-MAXIMO
                                  TO WS-PAS-RC-MAXIMO (WS-PAS-CANT)
                    MOVE WS-EPA-FRECUENCIA
                                  TO WS-PAS-FRECUENCIA (WS-PAS-CANT)
                    MOVE WS-EPA-CONTROL
                                  TO WS-PAS-CONTROL (WS-PAS-CANT)
                    MOVE WS-EPA-COMANDO
                                  TO WS-PAS-COMANDO (WS-PAS-CANT)
                    MOVE 'N'      TO WS-PAS-YA-OK (WS-PAS-CANT)
           END-EVALUATE.

       1250-LEER-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-LEER-BITACORA.
      *----------------------------------------------------------------*

      *---- REINICIO: UN PASO CUYO ULTIMO FIN PARA LA FECHA DE PROCESO
      *---- TERMINO BIEN NO SE REPITE. DE PASO SE TOMA LA ULTIMA
      *---- CORRIDA DE CL15EJ02 CUYO DELTA YA SE CARGO, CUALQUIERA SEA
      *---- LA FECHA EN QUE SE CARGO.
           OPEN INPUT SAL-BITACORA.

           EVALUATE TRUE
               WHEN FS-BITACORA-OK
                    PERFORM 1350-LEER-EVENTO
                       THRU 1350-LEER-EVENTO-EXIT
                      UNTIL FS-BITACORA-EOF
                    CLOSE SAL-BITACORA
               WHEN FS-BITACORA-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA BITACORA DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-BITACORA
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1300-LEER-BITACORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-LEER-EVENTO.
      *----------------------------------------------------------------*

           READ SAL-BITACORA.

           EVALUATE TRUE
               WHEN FS-BITACORA-EOF
                    CONTINUE
               WHEN NOT FS-BITACORA-OK
                    DISPLAY 'ERROR AL LEER LA BITACORA DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-BITACORA
                    CLOSE SAL-BITACORA
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-BIT-FIN
                    IF WS-BIT-ESTADO-OK
                       AND WS-BIT-CORRIDA-DELTA NOT = SPACES
                       AND WS-BIT-CORRIDA-DELTA > WS-ULT-DELTA-CARGADO
                       MOVE WS-BIT-CORRIDA-DELTA
                                             TO WS-ULT-DELTA-CARGADO
                    END-IF
                    IF WS-BIT-FECHA-PROCESO = WS-PRO-FECHA
                       PERFORM 1360-MARCAR-PASO
                          THRU 1360-MARCAR-PASO-EXIT
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1350-LEER-EVENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1360-MARCAR-PASO.
      *----------------------------------------------------------------*

           MOVE 0                            TO WS-PAS-POS.

           PERFORM 1365-BUSCAR-PASO
              THRU 1365-BUSCAR-PASO-EXIT
             VARYING WS-PAS-IX FROM 1 BY 1
               UNTIL WS-PAS-IX > WS-PAS-CANT
                  OR WS-PAS-POS > 0.

      *---- VALE EL ULTIMO FIN REGISTRADO: UN PASO QUE TERMINO BIEN Y
      *---- SE VOLVIO A CORRER CON ERROR QUEDA PENDIENTE.
           IF WS-PAS-POS > 0
              IF WS-BIT-ESTADO-OK
                 MOVE 'S'         TO WS-PAS-YA-OK (WS-PAS-POS)
              ELSE
                 MOVE 'N'         TO WS-PAS-YA-OK (WS-PAS-POS)
              END-IF
           END-IF.

       1360-MARCAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1365-BUSCAR-PASO.
      *----------------------------------------------------------------*

           IF WS-PAS-NUMERO (WS-PAS-IX) = WS-BIT-PASO
              AND WS-PAS-PROGRAMA (WS-PAS-IX) = WS-BIT-PROGRAMA
              MOVE WS-PAS-IX                 TO WS-PAS-POS
           END-IF.

       1365-BUSCAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-CONTROLAR-MARCHA-ATRAS.
      *----------------------------------------------------------------*

      *---- SI DESPUES DE LA CORRIDA DE CL15EJ02 DEL DIA SE HIZO UNA
      *---- MARCHA ATRAS, ESA CORRIDA YA NO VALE: EL PASO DE CL15EJ02 Y
      *---- TODOS LOS QUE LE SIGUEN SE VUELVEN A EJECUTAR, AUNQUE LA
      *---- BITACORA DE PASOS LOS DE POR TERMINADOS.
           PERFORM 2110-LEER-ULTIMA-CORRIDA
              THRU 2110-LEER-ULTIMA-CORRIDA-EXIT.

           IF WS-ULT-ANULADA
              MOVE 0                         TO WS-PAS-POS

              PERFORM 1410-BUSCAR-PASO-02
                 THRU 1410-BUSCAR-PASO-02-EXIT
                VARYING WS-PAS-IX FROM 1 BY 1
                  UNTIL WS-PAS-IX > WS-PAS-CANT
                     OR WS-PAS-POS > 0

              IF WS-PAS-POS > 0
                 DISPLAY 'LA ULTIMA CORRIDA DE CL15EJ02 SE ANULO CON '
                         'MARCHA ATRAS EL ' WS-ULT-CORRIDA-02
                 DISPLAY 'SE REPITE LA CADENA DESDE EL PASO '
                         WS-PAS-NUMERO (WS-PAS-POS)
                 PERFORM 1420-REABRIR-PASO
                    THRU 1420-REABRIR-PASO-EXIT
                   VARYING WS-PAS-IX FROM WS-PAS-POS BY 1
                     UNTIL WS-PAS-IX > WS-PAS-CANT
              END-IF
           END-IF.

       1400-CONTROLAR-MARCHA-ATRAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1410-BUSCAR-PASO-02.
      *----------------------------------------------------------------*

           IF WS-PAS-PROGRAMA (WS-PAS-IX) = 'CL15EJ02'
              AND WS-PAS-YA-OK (WS-PAS-IX) = 'S'
              MOVE WS-PAS-IX                 TO WS-PAS-POS
           END-IF.

       1410-BUSCAR-PASO-02-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1420-REABRIR-PASO.
      *----------------------------------------------------------------*

           MOVE 'N'                 TO WS-PAS-YA-OK (WS-PAS-IX).

       1420-REABRIR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-PASO.
      *----------------------------------------------------------------*

           MOVE 'S'                          TO WS-SW-HABILITADO.
           MOVE SPACES                       TO WS-EJE-DETALLE.
           MOVE SPACES                       TO WS-EJE-CORRIDA-DELTA.
           MOVE 0                            TO WS-EJE-RETCODE.

           EVALUATE TRUE
               WHEN WS-PAS-YA-OK (WS-PAS-IX) = 'S'
                    MOVE 'YA TERMINO BIEN PARA LA FECHA DE PROCESO'
                                             TO WS-EJE-DETALLE
                    ADD 1                    TO WS-CONT-YA-TERMINADOS
                    MOVE 'N'                 TO WS-SW-HABILITADO
               WHEN WS-PAS-FIN-MES (WS-PAS-IX)
                AND NOT WS-ES-FIN-MES
                    MOVE 'SOLO SE EJECUTA A FIN DE MES'
                                             TO WS-EJE-DETALLE
                    ADD 1                    TO WS-CONT-OMITIDOS
                    MOVE 'N'                 TO WS-SW-HABILITADO
               WHEN WS-PAS-CARGA-DELTA (WS-PAS-IX)
                    PERFORM 2100-CONTROLAR-DELTA
                       THRU 2100-CONTROLAR-DELTA-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-PASO-HABILITADO
              PERFORM 2200-EJECUTAR-PASO
                 THRU 2200-EJECUTAR-PASO-EXIT
           ELSE
              IF NOT WS-CADENA-CORTADA
                 MOVE 'O'                    TO WS-EJE-EVENTO
                 PERFORM 2900-GRABAR-BITACORA
                    THRU 2900-GRABAR-BITACORA-EXIT
                 DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PAS-IX) ' '
                         WS-PAS-PROGRAMA (WS-PAS-IX) ' OMITIDO: '
                         WS-EJE-DETALLE
              END-IF
           END-IF.

       2000-PROCESAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-DELTA.
      *----------------------------------------------------------------*

      *---- LA CARGA INCREMENTAL SOLO TIENE SENTIDO SOBRE UN DELTA DE
      *---- UNA CORRIDA DE CL15EJ02 QUE CONCILIO: CON DIFERENCIA (O SIN
      *---- CORRIDA REGISTRADA) LA CADENA SE CORTA ACA. UN DELTA QUE YA
      *---- SE CARGO NO SE VUELVE A CARGAR: EL PASO SE OMITE Y LA CADENA
      *---- SIGUE, PORQUE EL INDEXADO YA ESTA AL DIA CON ESE DELTA. SI
      *---- LO ULTIMO FUE UNA MARCHA ATRAS, NO QUEDA DELTA VIGENTE.
           PERFORM 2110-LEER-ULTIMA-CORRIDA
              THRU 2110-LEER-ULTIMA-CORRIDA-EXIT.

           EVALUATE TRUE
               WHEN WS-ULT-CORRIDA-02 = SPACES
                    MOVE 'N'                 TO WS-SW-HABILITADO
                    MOVE 'SIN CORRIDA DE CL15EJ02 EN SU BITACORA'
                                             TO WS-EJE-DETALLE
                    PERFORM 2800-BLOQUEAR-PASO
                       THRU 2800-BLOQUEAR-PASO-EXIT
               WHEN WS-ULT-ANULADA
                    MOVE 'N'                 TO WS-SW-HABILITADO
                    MOVE 'ULTIMA CORRIDA ANULADA POR MARCHA ATRAS'
                                             TO WS-EJE-DETALLE
                    PERFORM 2800-BLOQUEAR-PASO
                       THRU 2800-BLOQUEAR-PASO-EXIT
               WHEN WS-ULT-CONCILIA-02 NOT = 'OK'
                    MOVE 'N'                 TO WS-SW-HABILITADO
                    STRING 'CONCILIACION '   DELIMITED BY SIZE
                           WS-ULT-CONCILIA-02
                                             DELIMITED BY SIZE
                           ' EN LA CORRIDA ' DELIMITED BY SIZE
                           WS-ULT-CORRIDA-02 DELIMITED BY SIZE
                      INTO WS-EJE-DETALLE
                    END-STRING
                    PERFORM 2800-BLOQUEAR-PASO
                       THRU 2800-BLOQUEAR-PASO-EXIT
               WHEN WS-ULT-DELTA-CARGADO NOT = SPACES
                AND WS-ULT-CORRIDA-02 NOT > WS-ULT-DELTA-CARGADO
                    MOVE 'N'                 TO WS-SW-HABILITADO
                    MOVE WS-ULT-CORRIDA-02   TO WS-EJE-CORRIDA-DELTA
                    MOVE 'EL DELTA DE ESA CORRIDA YA SE CARGO'
                                             TO WS-EJE-DETALLE
                    ADD 1                    TO WS-CONT-OMITIDOS
               WHEN OTHER
                    MOVE WS-ULT-CORRIDA-02   TO WS-EJE-CORRIDA-DELTA
           END-EVALUATE.

       2100-CONTROLAR-DELTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-ULTIMA-CORRIDA.
      *----------------------------------------------------------------*

           MOVE SPACES                       TO WS-ULT-CORRIDA-02.
           MOVE SPACES                       TO WS-ULT-CONCILIA-02.
           MOVE 'N'                          TO WS-SW-ULT-ANULADA.

           OPEN INPUT ENT-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-OK
                    PERFORM 2120-LEER-HISTORIAL
                       THRU 2120-LEER-HISTORIAL-EXIT
                      UNTIL FS-HISTORIAL-EOF
                    CLOSE ENT-HISTORIAL
               WHEN FS-HISTORIAL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA BITACORA DE CL15EJ02'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-EVALUATE.

       2110-LEER-ULTIMA-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-LEER-HISTORIAL.
      *----------------------------------------------------------------*

           READ ENT-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-EOF
                    CONTINUE
               WHEN NOT FS-HISTORIAL-OK
                    DISPLAY 'ERROR AL LEER LA BITACORA DE CL15EJ02: '
                            FS-HISTORIAL
                    MOVE SPACES              TO WS-ULT-CORRIDA-02
                    MOVE '10'                TO FS-HISTORIAL
               WHEN WS-HIS-FECHA NOT NUMERIC
                 OR WS-HIS-HORA NOT NUMERIC
                    CONTINUE
               WHEN OTHER
                    MOVE WS-HIS-FECHA        TO WS-COR-FECHA
                    MOVE WS-HIS-HORA         TO WS-COR-HORA
                    MOVE WS-CORRIDA-AUX      TO WS-ULT-CORRIDA-02
                    MOVE WS-HIS-CONCILIA     TO WS-ULT-CONCILIA-02
                    IF WS-HIS-CONC-PROV = 'NA'
                       AND WS-HIS-RETCODE NOT = 16
                       MOVE 'S'              TO WS-SW-ULT-ANULADA
                    ELSE
                       MOVE 'N'              TO WS-SW-ULT-ANULADA
                    END-IF
           END-EVALUATE.

       2120-LEER-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-EJECUTAR-PASO.
      *----------------------------------------------------------------*

           DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PAS-IX) ' '
                   WS-PAS-PROGRAMA (WS-PAS-IX) ' INICIADO'.

           MOVE 'I'                          TO WS-EJE-EVENTO.
           PERFORM 2900-GRABAR-BITACORA
              THRU 2900-GRABAR-BITACORA-EXIT.

           CALL 'SYSTEM' USING WS-PAS-COMANDO (WS-PAS-IX).

           MOVE RETURN-CODE                  TO WS-EJE-ESTADO-SISTEMA.
           MOVE 0                            TO RETURN-CODE.

           DIVIDE WS-EJE-ESTADO-SISTEMA BY 256
              GIVING WS-EJE-COCIENTE REMAINDER WS-EJE-RESTO.

      *---- UN PROCESO CORTADO POR EL SISTEMA (SIN RETURN-CODE PROPIO)
      *---- SE TOMA COMO RC 999.
           IF WS-EJE-RESTO NOT = 0
              OR WS-EJE-COCIENTE < 0 OR WS-EJE-COCIENTE > 998
              MOVE 999                       TO WS-EJE-RETCODE
              MOVE 'TERMINACION ANORMAL DEL PROCESO'
                                             TO WS-EJE-DETALLE
           ELSE
              MOVE WS-EJE-COCIENTE           TO WS-EJE-RETCODE
           END-IF.

           ADD 1                             TO WS-CONT-EJECUTADOS.

           MOVE 'F'                          TO WS-EJE-EVENTO.

           IF WS-EJE-RETCODE > WS-PAS-RC-MAXIMO (WS-PAS-IX)
              MOVE 'S'                       TO WS-SW-CORTE
              MOVE WS-PAS-NUMERO (WS-PAS-IX) TO WS-PASO-CORTE
              IF WS-EJE-DETALLE = SPACES
                 MOVE 'RC MAYOR AL UMBRAL DEL PASO'
                                             TO WS-EJE-DETALLE
              END-IF
              PERFORM 2900-GRABAR-BITACORA
                 THRU 2900-GRABAR-BITACORA-EXIT
              DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PAS-IX) ' '
                      WS-PAS-PROGRAMA (WS-PAS-IX) ' TERMINO CON RC '
                      WS-EJE-RETCODE ' (UMBRAL '
                      WS-PAS-RC-MAXIMO (WS-PAS-IX) '): CADENA CORTADA'
           ELSE
              PERFORM 2900-GRABAR-BITACORA
                 THRU 2900-GRABAR-BITACORA-EXIT
              IF WS-EJE-CORRIDA-DELTA NOT = SPACES
                 MOVE WS-EJE-CORRIDA-DELTA   TO WS-ULT-DELTA-CARGADO
              END-IF
              IF WS-EJE-RETCODE > WS-EJE-RC-MAXIMO
                 MOVE WS-EJE-RETCODE         TO WS-EJE-RC-MAXIMO
              END-IF
              DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PAS-IX) ' '
                      WS-PAS-PROGRAMA (WS-PAS-IX) ' TERMINO CON RC '
                      WS-EJE-RETCODE
           END-IF.

       2200-EJECUTAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-BLOQUEAR-PASO.
      *----------------------------------------------------------------*

      *---- EL PASO BLOQUEADO NO SE EJECUTA Y CORTA LA CADENA COMO UN
      *---- PASO FALLIDO: EL REINICIO LO VUELVE A CONTROLAR.
           MOVE 'S'                          TO WS-SW-CORTE.
           MOVE WS-PAS-NUMERO (WS-PAS-IX)    TO WS-PASO-CORTE.

           MOVE 'B'                          TO WS-EJE-EVENTO.
           PERFORM 2900-GRABAR-BITACORA
              THRU 2900-GRABAR-BITACORA-EXIT.

           DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PAS-IX) ' '
                   WS-PAS-PROGRAMA (WS-PAS-IX) ' BLOQUEADO: '
                   WS-EJE-DETALLE.
           DISPLAY 'CADENA CORTADA'.

       2800-BLOQUEAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-BITACORA.
      *----------------------------------------------------------------*

      *---- CADA EVENTO SE GRABA Y SE CIERRA EN EL MOMENTO: SI EL
      *---- CONTROLADOR SE CAE A MITAD DE UN PASO, LA BITACORA QUEDA
      *---- CON EL INICIO Y SIN EL FIN, Y EL PASO SE REPITE.
           ACCEPT WS-FECHA-AAAAMMDD          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HHMMSSCC           FROM TIME.

           MOVE SPACES                       TO WS-SAL-BITACORA.
           MOVE WS-EJE-EVENTO                TO WS-BIT-EVENTO.

           EVALUATE TRUE
               WHEN WS-BIT-FIN
                AND WS-EJE-RETCODE > WS-PAS-RC-MAXIMO (WS-PAS-IX)
                    MOVE 'ER'                TO WS-BIT-ESTADO
               WHEN WS-BIT-FIN
                    MOVE 'OK'                TO WS-BIT-ESTADO
               WHEN WS-BIT-BLOQUEADO
                    MOVE 'ER'                TO WS-BIT-ESTADO
               WHEN OTHER
                    MOVE SPACES              TO WS-BIT-ESTADO
           END-EVALUATE.

           MOVE WS-PRO-FECHA                 TO WS-BIT-FECHA-PROCESO.
           MOVE WS-PAS-NUMERO (WS-PAS-IX)    TO WS-BIT-PASO.
           MOVE WS-PAS-PROGRAMA (WS-PAS-IX)  TO WS-BIT-PROGRAMA.
           MOVE WS-FECHA-AAAAMMDD            TO WS-BIT-FECHA.
           MOVE WS-HORA-HHMMSSCC(1:6)        TO WS-BIT-HORA.
           MOVE WS-EJE-RETCODE               TO WS-BIT-RETCODE.
           MOVE WS-EJE-CORRIDA-DELTA         TO WS-BIT-CORRIDA-DELTA.
           MOVE WS-EJE-DETALLE               TO WS-BIT-DETALLE.

           OPEN EXTEND SAL-BITACORA.

           IF FS-BITACORA-NFD
              OPEN OUTPUT SAL-BITACORA
           END-IF.

           IF NOT FS-BITACORA-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE PASOS'
              DISPLAY 'FILE STATUS: ' FS-BITACORA
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE WS-SAL-BITACORA.

           IF NOT FS-BITACORA-OK
              DISPLAY 'ERROR AL GRABAR LA BITACORA DE PASOS: '
                      FS-BITACORA
              CLOSE SAL-BITACORA
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE SAL-BITACORA.

       2900-GRABAR-BITACORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

           MOVE WS-CONT-EJECUTADOS           TO WS-FORMAT-CANT.
           DISPLAY 'PASOS EJECUTADOS              : ' WS-FORMAT-CANT.

           MOVE WS-CONT-YA-TERMINADOS        TO WS-FORMAT-CANT.
           DISPLAY 'PASOS YA TERMINADOS EN LA FECHA: ' WS-FORMAT-CANT.

           MOVE WS-CONT-OMITIDOS             TO WS-FORMAT-CANT.
           DISPLAY 'PASOS OMITIDOS                : ' WS-FORMAT-CANT.

      *---- CADENA CORTADA: RC 16 Y EL REINICIO RETOMA DESDE EL PASO
      *---- FALLIDO. CADENA COMPLETA: EL MAYOR RC ACEPTADO DE SUS PASOS.
           IF WS-CADENA-CORTADA
              DISPLAY 'CADENA CORTADA EN EL PASO ' WS-PASO-CORTE
                      ': CORREGIR Y VOLVER A EJECUTAR CL15EJ19'
              MOVE 16                        TO RETURN-CODE
           ELSE
              DISPLAY 'CADENA COMPLETA PARA LA FECHA ' WS-PRO-FECHA
              MOVE WS-EJE-RC-MAXIMO          TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ19.
