      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: AUDITORIA DE INTEGRIDAD DEL MAESTRO Y DEL HISTORICO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ11.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-MAEACT
           ASSIGN TO '../MAESTRO_ACTUALIZADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAEACT.

       SELECT ENT-HISTORICO
           ASSIGN TO '../MAESTRO_HISTORICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

       SELECT ENT-CUILORD
           ASSIGN TO '../CL15EJ11_CUIL.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUILORD.

       SELECT ENT-HISORD
           ASSIGN TO '../CL15EJ11_HISTORICO.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISORD.

       SELECT SD-CUIL-ORDEN
           ASSIGN TO '../CL15EJ11_CUIL.SRT'.

       SELECT SD-HIS-ORDEN
           ASSIGN TO '../CL15EJ11_HISTORICO.SRT'.

       SELECT SAL-EXCEPCIONES
           ASSIGN TO '../CL15EJ11_EXCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *---- EL MAESTRO SE RECORRE EN SU ORDEN DE LEGAJO Y SE APAREA
      *---- CONTRA EL HISTORICO REORDENADO POR LEGAJO (CL15EJ06 LO VA
      *---- ACUMULANDO AL FINAL, SIN ORDEN). PARA LOS CUIL REPETIDOS SE
      *---- HACE UNA PASADA APARTE SOBRE EL MAESTRO REORDENADO POR CUIL.
       FD ENT-MAEACT.
          COPY MAESTRO.

       FD ENT-HISTORICO.
       01 WS-REG-HISTORICO                  PIC X(93).

       FD ENT-CUILORD.
       01 WS-REG-CUILORD.
          05 WS-CUI-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(72).
          05 WS-CUI-CUIL                    PIC X(11).

       FD ENT-HISORD.
       01 WS-REG-HISORD.
          05 WS-HST-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(83).

       SD SD-CUIL-ORDEN.
       01 SD-REG-CUIL.
          05 SD-CUI-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(72).
          05 SD-CUI-CUIL                    PIC X(11).

       SD SD-HIS-ORDEN.
       01 SD-REG-HISTORICO.
          05 SD-HIS-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(83).

       FD SAL-EXCEPCIONES.
       01 WS-SAL-LINEA                      PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAEACT                      PIC X(2).
             88 FS-MAEACT-OK                    VALUE '00'.
             88 FS-MAEACT-EOF                   VALUE '10'.
             88 FS-MAEACT-NFD                   VALUE '35'.
          05 FS-HISTORICO                   PIC X(2).
             88 FS-HISTORICO-OK                 VALUE '00'.
             88 FS-HISTORICO-NFD                VALUE '35'.
          05 FS-CUILORD                     PIC X(2).
             88 FS-CUILORD-OK                   VALUE '00'.
             88 FS-CUILORD-EOF                  VALUE '10'.
          05 FS-HISORD                      PIC X(2).
             88 FS-HISORD-OK                    VALUE '00'.
             88 FS-HISORD-EOF                   VALUE '10'.
          05 FS-EXCEPCIONES                 PIC X(2).
             88 FS-EXCEPCIONES-OK               VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
          05 WS-CONT-HIS-LEIDOS             PIC 9(06) VALUE 0.
          05 WS-CONT-GRAVES                 PIC 9(06) VALUE 0.
          05 WS-CONT-ADVERTENCIAS           PIC 9(06) VALUE 0.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).
          05 WS-FECHA-DESGLOSE REDEFINES WS-FECHA-AAAAMMDD.
             10 WS-FECHA-AAAA               PIC 9(04).
             10 WS-FECHA-MM                 PIC 9(02).
             10 WS-FECHA-DD                 PIC 9(02).

      *---- TIPOS DE EXCEPCION CON SU GRAVEDAD: 'G' = GRAVE (EL MAESTRO
      *---- NO ESTA EN CONDICIONES DE MANDARSE AL PROVEEDOR), 'A' =
      *---- ADVERTENCIA (DATO INCOMPLETO QUE NO IMPIDE LIQUIDAR).
       01 WS-TIPOS-EXCEPCION.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'CUIL REPETIDO EN OTRO LEGAJO'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'LEGAJO REPETIDO O FUERA DE ORDEN'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'ESTADO INVALIDO'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'ACTIVO CON FECHA DE BAJA'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'BAJA LOGICA SIN FECHA DE BAJA'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'FECHA DE BAJA ANTERIOR AL INGRESO'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'SIN CUIL'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'CUIL MAL FORMADO'.
          05 FILLER                         PIC X(01) VALUE 'G'.
          05 FILLER                         PIC X(34)
             VALUE 'BAJA LOGICA TAMBIEN EN HISTORICO'.
          05 FILLER                         PIC X(01) VALUE 'A'.
          05 FILLER                         PIC X(34)
             VALUE 'SIN CATEGORIA'.
          05 FILLER                         PIC X(01) VALUE 'A'.
          05 FILLER                         PIC X(34)
             VALUE 'SIN FECHA DE INGRESO'.
          05 FILLER                         PIC X(01) VALUE 'A'.
          05 FILLER                         PIC X(34)
             VALUE 'INGRESO POSTERIOR A LA FECHA'.
          05 FILLER                         PIC X(01) VALUE 'A'.
          05 FILLER                         PIC X(34)
             VALUE 'ACTIVO CON LEGAJO EN HISTORICO'.
       01 WS-TIPOS-EXCEPCION-TAB REDEFINES WS-TIPOS-EXCEPCION.
          05 WS-TEX-ENTRADA OCCURS 13.
             10 WS-TEX-GRAVEDAD             PIC X(01).
             10 WS-TEX-DESCRIPCION          PIC X(34).

       01 WS-TOTALES-TIPO.
          05 WS-TEX-CANT                    PIC 9(06) OCCURS 13.
          05 WS-TEX-MAX                     PIC 9(02) VALUE 13.
          05 WS-TEX-IX                      PIC 9(02).

      *---- EXCEPCION A INFORMAR: LEGAJO, TIPO Y DATO QUE LA MUESTRA.
       01 WS-EXCEPCION.
          05 WS-EXC-LEGAJO                  PIC X(10).
          05 WS-EXC-TIPO                    PIC 9(02).
          05 WS-EXC-DATO                    PIC X(18).

      *---- CORTE POR CUIL: CADA GRUPO DE LEGAJOS CON EL MISMO CUIL SE
      *---- INFORMA COMPLETO, INCLUIDO EL PRIMERO DEL GRUPO.
       01 WS-CORTE-CUIL.
          05 WS-CUIL-ANT                    PIC X(11) VALUE SPACES.
          05 WS-CUIL-LEGAJO-ANT             PIC X(10) VALUE SPACES.
          05 WS-CUIL-GRUPO                  PIC 9(04) VALUE 0.

       01 WS-APAREO.
          05 WS-LEGAJO-ANT                  PIC X(10) VALUE LOW-VALUES.
          05 WS-SW-HAY-HISTORICO            PIC X(01) VALUE 'N'.
             88 WS-HAY-HISTORICO                VALUE 'S'.
          05 WS-SW-HIS-FIN                  PIC X(01) VALUE 'S'.
             88 WS-HIS-FIN                      VALUE 'S'.

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

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(22) VALUE SPACES.
          05 FILLER                         PIC X(36)
             VALUE 'AUDITORIA DE INTEGRIDAD DEL MAESTRO'.
          05 FILLER                         PIC X(22) VALUE SPACES.

       01 WS-LINEA-FECHA.
          05 FILLER                         PIC X(07) VALUE 'FECHA: '.
          05 WS-TIT-DD                      PIC 9(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-TIT-MM                      PIC 9(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-TIT-AAAA                    PIC 9(04).
          05 FILLER                         PIC X(63) VALUE SPACES.

       01 WS-LINEA-RAYA.
          05 FILLER                         PIC X(80) VALUE ALL '-'.

       01 WS-LINEA-SUBTITULO.
          05 FILLER                         PIC X(04) VALUE '*** '.
          05 WS-SUB-TEXTO                   PIC X(76).

       01 WS-LINEA-RUBROS.
          05 FILLER                         PIC X(11) VALUE 'LEGAJO'.
          05 FILLER                         PIC X(03) VALUE 'TP'.
          05 FILLER                         PIC X(12) VALUE 'GRAVEDAD'.
          05 FILLER                         PIC X(35)
             VALUE 'DESCRIPCION'.
          05 FILLER                         PIC X(19) VALUE 'DATO'.

       01 WS-LINEA-DETALLE.
          05 WS-DET-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-TIPO                    PIC 9(02).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-GRAVEDAD                PIC X(11).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-DESCRIPCION             PIC X(34).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-DATO                    PIC X(18).
          05 FILLER                         PIC X(01) VALUE SPACES.

       01 WS-LINEA-RUBROS-TIPO.
          05 FILLER                         PIC X(03) VALUE 'TP'.
          05 FILLER                         PIC X(12) VALUE 'GRAVEDAD'.
          05 FILLER                         PIC X(34)
             VALUE 'DESCRIPCION'.
          05 FILLER                         PIC X(31) VALUE 'CANTIDAD'.

       01 WS-LINEA-TIPO.
          05 WS-TIP-TIPO                    PIC 9(02).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-TIP-GRAVEDAD                PIC X(11).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-TIP-DESCRIPCION             PIC X(34).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-TIP-CANT                    PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(23) VALUE SPACES.

       01 WS-LINEA-TOTAL.
          05 WS-TOT-LEYENDA                 PIC X(34).
          05 WS-TOT-CANT                    PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(39) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1500-CONTROLAR-CUIL
              THRU 1500-CONTROLAR-CUIL-EXIT.

           PERFORM 1700-INICIAR-APAREO
              THRU 1700-INICIAR-APAREO-EXIT.

           PERFORM 2000-CONTROLAR-LEGAJO
              THRU 2000-CONTROLAR-LEGAJO-EXIT
                UNTIL FS-MAEACT-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-AAAAMMDD          FROM DATE YYYYMMDD.

           MOVE WS-FECHA-DD                  TO WS-TIT-DD.
           MOVE WS-FECHA-MM                  TO WS-TIT-MM.
           MOVE WS-FECHA-AAAA                TO WS-TIT-AAAA.

           INITIALIZE WS-TOTALES-TIPO.
           MOVE 13                           TO WS-TEX-MAX.

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

           CLOSE ENT-MAEACT.

      *---- SIN HISTORICO (TODAVIA NO SE CORRIO NINGUNA DEPURACION) SE
      *---- AUDITA SOLO EL MAESTRO.
           OPEN INPUT ENT-HISTORICO.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    MOVE 'S'                 TO WS-SW-HAY-HISTORICO
                    CLOSE ENT-HISTORICO
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'SIN MAESTRO HISTORICO, SE AUDITA SOLO '
                            'EL MAESTRO ACTUALIZADO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           SORT SD-CUIL-ORDEN
              ON ASCENDING KEY SD-CUI-CUIL
              ON ASCENDING KEY SD-CUI-LEGAJO
              USING ENT-MAEACT
              GIVING ENT-CUILORD.

           IF WS-HAY-HISTORICO
              SORT SD-HIS-ORDEN
                 ON ASCENDING KEY SD-HIS-LEGAJO
                 USING ENT-HISTORICO
                 GIVING ENT-HISORD
           END-IF.

           OPEN OUTPUT SAL-EXCEPCIONES.

           IF NOT FS-EXCEPCIONES-OK
              DISPLAY 'ERROR AL ABRIR EL INFORME DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-EXCEPCIONES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-TITULO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-FECHA.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RUBROS.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-CONTROLAR-CUIL.
      *----------------------------------------------------------------*

           MOVE 'CONTROLES ENTRE LEGAJOS: CUIL REPETIDOS'
                                             TO WS-SUB-TEXTO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.

           OPEN INPUT ENT-CUILORD.

           IF NOT FS-CUILORD-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO ORDENADO POR CUIL'
              DISPLAY 'FILE STATUS: ' FS-CUILORD
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1510-LEER-CUILORD
              THRU 1510-LEER-CUILORD-EXIT
             UNTIL FS-CUILORD-EOF.

           CLOSE ENT-CUILORD.

       1500-CONTROLAR-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-CUILORD.
      *----------------------------------------------------------------*

           READ ENT-CUILORD.

           EVALUATE TRUE
               WHEN FS-CUILORD-OK
                    PERFORM 1520-COMPARAR-CUIL
                       THRU 1520-COMPARAR-CUIL-EXIT
               WHEN FS-CUILORD-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO ORDENADO POR '
                            'CUIL'
                    DISPLAY 'FILE STATUS: ' FS-CUILORD
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1510-LEER-CUILORD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1520-COMPARAR-CUIL.
      *----------------------------------------------------------------*

      *---- LOS LEGAJOS SIN CUIL SE INFORMAN EN EL CONTROL POR LEGAJO;
      *---- ACA NO CUENTAN COMO REPETIDOS ENTRE SI.
           IF WS-CUI-CUIL NOT = SPACES
              AND WS-CUI-CUIL = WS-CUIL-ANT
              MOVE 'CUIL '                   TO WS-EXC-DATO
              MOVE WS-CUI-CUIL               TO WS-EXC-DATO(6:11)
              MOVE 1                         TO WS-EXC-TIPO
              IF WS-CUIL-GRUPO = 1
                 MOVE WS-CUIL-LEGAJO-ANT     TO WS-EXC-LEGAJO
                 PERFORM 2900-GRABAR-EXCEPCION
                    THRU 2900-GRABAR-EXCEPCION-EXIT
              END-IF
              MOVE WS-CUI-LEGAJO             TO WS-EXC-LEGAJO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-EXIT
              ADD 1                          TO WS-CUIL-GRUPO
           ELSE
              MOVE 1                         TO WS-CUIL-GRUPO
           END-IF.

           MOVE WS-CUI-CUIL                  TO WS-CUIL-ANT.
           MOVE WS-CUI-LEGAJO                TO WS-CUIL-LEGAJO-ANT.

       1520-COMPARAR-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1700-INICIAR-APAREO.
      *----------------------------------------------------------------*

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.
           MOVE 'CONTROLES POR LEGAJO Y CONTRA EL HISTORICO'
                                             TO WS-SUB-TEXTO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.

           OPEN INPUT ENT-MAEACT.

           IF NOT FS-MAEACT-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO ACTUALIZADO'
              DISPLAY 'FILE STATUS: ' FS-MAEACT
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-HAY-HISTORICO
              OPEN INPUT ENT-HISORD
              IF NOT FS-HISORD-OK
                 DISPLAY 'ERROR AL ABRIR EL HISTORICO ORDENADO'
                 DISPLAY 'FILE STATUS: ' FS-HISORD
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N'                       TO WS-SW-HIS-FIN
              PERFORM 2310-LEER-HISORD
                 THRU 2310-LEER-HISORD-EXIT
           END-IF.

           PERFORM 2400-LEER-MAEACT
              THRU 2400-LEER-MAEACT-EXIT.

       1700-INICIAR-APAREO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CONTROLAR-LEGAJO.
      *----------------------------------------------------------------*

           ADD 1                             TO WS-CONT-REG-LEIDOS.
           MOVE WS-ENT-LEGAJO                TO WS-EXC-LEGAJO.

      *---- EL APAREO CON EL HISTORICO SUPONE EL MAESTRO ORDENADO POR
      *---- LEGAJO SIN REPETIDOS; SI NO LO ESTA, YA ES UNA EXCEPCION.
           IF WS-ENT-LEGAJO NOT > WS-LEGAJO-ANT
              MOVE 2                         TO WS-EXC-TIPO
              MOVE 'ANTERIOR '               TO WS-EXC-DATO
              MOVE WS-LEGAJO-ANT             TO WS-EXC-DATO(9:10)
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-EXIT
           END-IF.

           PERFORM 2100-CONTROLAR-ESTADO
              THRU 2100-CONTROLAR-ESTADO-EXIT.

           PERFORM 2200-CONTROLAR-DATOS
              THRU 2200-CONTROLAR-DATOS-EXIT.

           PERFORM 2300-AVANZAR-HISTORICO
              THRU 2300-AVANZAR-HISTORICO-EXIT
             UNTIL WS-HIS-FIN
                OR WS-HST-LEGAJO NOT < WS-ENT-LEGAJO.

           IF NOT WS-HIS-FIN
              AND WS-HST-LEGAJO = WS-ENT-LEGAJO
              MOVE 'EN HISTORICO'            TO WS-EXC-DATO
              IF WS-ENT-INACTIVO
                 MOVE 9                      TO WS-EXC-TIPO
              ELSE
                 MOVE 13                     TO WS-EXC-TIPO
              END-IF
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF WS-ENT-LEGAJO > WS-LEGAJO-ANT
              MOVE WS-ENT-LEGAJO             TO WS-LEGAJO-ANT
           END-IF.

           PERFORM 2400-LEER-MAEACT
              THRU 2400-LEER-MAEACT-EXIT.

       2000-CONTROLAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-ESTADO.
      *----------------------------------------------------------------*

      *---- COHERENCIA ENTRE EL ESTADO Y LAS FECHAS DE INGRESO Y BAJA.
      *---- LOS REGISTROS MIGRADOS PUEDEN TRAER LAS FECHAS EN BLANCO,
      *---- POR ESO SE PREGUNTA SI SON NUMERICAS ANTES DE COMPARARLAS.
           EVALUATE TRUE
               WHEN WS-ENT-ACTIVO
                    IF WS-ENT-FECHA-BAJA IS NUMERIC
                       AND WS-ENT-FECHA-BAJA > 0
                       MOVE 4                TO WS-EXC-TIPO
                       MOVE 'BAJA '          TO WS-EXC-DATO
                       MOVE WS-ENT-FECHA-BAJA
                                             TO WS-EXC-DATO(6:8)
                       PERFORM 2900-GRABAR-EXCEPCION
                          THRU 2900-GRABAR-EXCEPCION-EXIT
                    END-IF
               WHEN WS-ENT-INACTIVO
                    IF WS-ENT-FECHA-BAJA IS NOT NUMERIC
                       OR WS-ENT-FECHA-BAJA = 0
                       MOVE 5                TO WS-EXC-TIPO
                       MOVE SPACES           TO WS-EXC-DATO
                       PERFORM 2900-GRABAR-EXCEPCION
                          THRU 2900-GRABAR-EXCEPCION-EXIT
                    ELSE
                       IF WS-ENT-FECHA-INGRESO IS NUMERIC
                          AND WS-ENT-FECHA-INGRESO > 0
                          AND WS-ENT-FECHA-BAJA < WS-ENT-FECHA-INGRESO
                          MOVE 6             TO WS-EXC-TIPO
                          MOVE 'BAJA '       TO WS-EXC-DATO
                          MOVE WS-ENT-FECHA-BAJA
                                             TO WS-EXC-DATO(6:8)
                          PERFORM 2900-GRABAR-EXCEPCION
                             THRU 2900-GRABAR-EXCEPCION-EXIT
                       END-IF
                    END-IF
               WHEN OTHER
                    MOVE 3                   TO WS-EXC-TIPO
                    MOVE 'ESTADO '           TO WS-EXC-DATO
                    MOVE WS-ENT-ESTADO       TO WS-EXC-DATO(8:1)
                    PERFORM 2900-GRABAR-EXCEPCION
                       THRU 2900-GRABAR-EXCEPCION-EXIT
           END-EVALUATE.

       2100-CONTROLAR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CONTROLAR-DATOS.
      *----------------------------------------------------------------*

           IF WS-ENT-CUIL = SPACES
              MOVE 7                         TO WS-EXC-TIPO
              MOVE SPACES                    TO WS-EXC-DATO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-EXIT
           ELSE
              PERFORM 2250-VALIDAR-CUIL
                 THRU 2250-VALIDAR-CUIL-EXIT
              IF NOT WS-CUIL-VALIDO
                 MOVE 8                      TO WS-EXC-TIPO
                 MOVE 'CUIL '                TO WS-EXC-DATO
                 MOVE WS-ENT-CUIL            TO WS-EXC-DATO(6:11)
                 PERFORM 2900-GRABAR-EXCEPCION
                    THRU 2900-GRABAR-EXCEPCION-EXIT
              END-IF
           END-IF.

           IF WS-ENT-CATEGORIA = SPACES
              MOVE 10                        TO WS-EXC-TIPO
              MOVE SPACES                    TO WS-EXC-DATO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF WS-ENT-FECHA-INGRESO IS NOT NUMERIC
              OR WS-ENT-FECHA-INGRESO = 0
              MOVE 11                        TO WS-EXC-TIPO
              MOVE SPACES                    TO WS-EXC-DATO
              PERFORM 2900-GRABAR-EXCEPCION
                 THRU 2900-GRABAR-EXCEPCION-EXIT
           ELSE
              IF WS-ENT-FECHA-INGRESO > WS-FECHA-AAAAMMDD
                 MOVE 12                     TO WS-EXC-TIPO
                 MOVE 'INGRESO '             TO WS-EXC-DATO
                 MOVE WS-ENT-FECHA-INGRESO   TO WS-EXC-DATO(9:8)
                 PERFORM 2900-GRABAR-EXCEPCION
                    THRU 2900-GRABAR-EXCEPCION-EXIT
              END-IF
           END-IF.

       2200-CONTROLAR-DATOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-VALIDAR-CUIL.
      *----------------------------------------------------------------*

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
              PERFORM 2260-SUMAR-DIGITO-CUIL
                 THRU 2260-SUMAR-DIGITO-CUIL-EXIT
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

       2250-VALIDAR-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-SUMAR-DIGITO-CUIL.
      *----------------------------------------------------------------*

           MOVE WS-CUIL-DIGITOS(WS-CUIL-IND:1)
                                             TO WS-CUIL-DIG.

           COMPUTE WS-CUIL-SUMA = WS-CUIL-SUMA
                 + WS-CUIL-DIG * WS-CUIL-PESO(WS-CUIL-IND).

       2260-SUMAR-DIGITO-CUIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-AVANZAR-HISTORICO.
      *----------------------------------------------------------------*

           PERFORM 2310-LEER-HISORD
              THRU 2310-LEER-HISORD-EXIT.

       2300-AVANZAR-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-HISORD.
      *----------------------------------------------------------------*

           READ ENT-HISORD.

           EVALUATE TRUE
               WHEN FS-HISORD-OK
                    ADD 1                    TO WS-CONT-HIS-LEIDOS
               WHEN FS-HISORD-EOF
                    MOVE 'S'                 TO WS-SW-HIS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL HISTORICO ORDENADO'
                    DISPLAY 'FILE STATUS: ' FS-HISORD
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2310-LEER-HISORD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-LEER-MAEACT.
      *----------------------------------------------------------------*

           READ ENT-MAEACT.

           EVALUATE TRUE
               WHEN FS-MAEACT-OK
                    CONTINUE
               WHEN FS-MAEACT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO ACTUALIZADO'
                    DISPLAY 'FILE STATUS: ' FS-MAEACT
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2400-LEER-MAEACT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-EXCEPCION.
      *----------------------------------------------------------------*

           MOVE WS-EXC-LEGAJO                TO WS-DET-LEGAJO.
           MOVE WS-EXC-TIPO                  TO WS-DET-TIPO.
           MOVE WS-TEX-DESCRIPCION (WS-EXC-TIPO)
                                             TO WS-DET-DESCRIPCION.
           MOVE WS-EXC-DATO                  TO WS-DET-DATO.

           IF WS-TEX-GRAVEDAD (WS-EXC-TIPO) = 'G'
              MOVE 'GRAVE'                   TO WS-DET-GRAVEDAD
              ADD 1                          TO WS-CONT-GRAVES
           ELSE
              MOVE 'ADVERTENCIA'             TO WS-DET-GRAVEDAD
              ADD 1                          TO WS-CONT-ADVERTENCIAS
           END-IF.

           ADD 1                  TO WS-TEX-CANT (WS-EXC-TIPO).

           WRITE WS-SAL-LINEA              FROM WS-LINEA-DETALLE.

       2900-GRABAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

      *---- RESUMEN POR TIPO DE EXCEPCION Y TOTALES POR GRAVEDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.
           MOVE 'TOTALES POR TIPO DE EXCEPCION'
                                             TO WS-SUB-TEXTO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SUBTITULO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RUBROS-TIPO.

           PERFORM 3100-GRABAR-TOTAL-TIPO
              THRU 3100-GRABAR-TOTAL-TIPO-EXIT
             VARYING WS-TEX-IX FROM 1 BY 1
               UNTIL WS-TEX-IX > WS-TEX-MAX.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           MOVE 'LEGAJOS LEIDOS DEL MAESTRO      :'
                                             TO WS-TOT-LEYENDA.
           MOVE WS-CONT-REG-LEIDOS           TO WS-TOT-CANT.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'LEGAJOS LEIDOS DEL HISTORICO    :'
                                             TO WS-TOT-LEYENDA.
           MOVE WS-CONT-HIS-LEIDOS           TO WS-TOT-CANT.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL EXCEPCIONES GRAVES        :'
                                             TO WS-TOT-LEYENDA.
           MOVE WS-CONT-GRAVES               TO WS-TOT-CANT.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'TOTAL ADVERTENCIAS              :'
                                             TO WS-TOT-LEYENDA.
           MOVE WS-CONT-ADVERTENCIAS         TO WS-TOT-CANT.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           CLOSE ENT-MAEACT
                 SAL-EXCEPCIONES.

           IF WS-HAY-HISTORICO
              CLOSE ENT-HISORD
           END-IF.

           IF NOT FS-EXCEPCIONES-OK
              DISPLAY 'ERROR AL CERRAR EL INFORME DE EXCEPCIONES: '
                      FS-EXCEPCIONES
           END-IF.

           MOVE WS-CONT-REG-LEIDOS           TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS LEIDOS DEL MAESTRO     : ' WS-FORMAT-CANT.

           MOVE WS-CONT-HIS-LEIDOS           TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS LEIDOS DEL HISTORICO   : ' WS-FORMAT-CANT.

           MOVE WS-CONT-GRAVES               TO WS-FORMAT-CANT.
           DISPLAY 'EXCEPCIONES GRAVES             : ' WS-FORMAT-CANT.

           MOVE WS-CONT-ADVERTENCIAS         TO WS-FORMAT-CANT.
           DISPLAY 'ADVERTENCIAS                   : ' WS-FORMAT-CANT.

      *---- CON ERRORES GRAVES LA CADENA NO DEBE SEGUIR CON EL ENVIO
      *---- AL PROVEEDOR; LAS ADVERTENCIAS SOLAS DEJAN UN AVISO.
           EVALUATE TRUE
               WHEN WS-CONT-GRAVES > 0
                    DISPLAY 'MAESTRO CON ERRORES GRAVES - NO ENVIAR '
                            'EL EXTRACTO AL PROVEEDOR'
                    MOVE 8                   TO RETURN-CODE
               WHEN WS-CONT-ADVERTENCIAS > 0
                    MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                    MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTAL-TIPO.
      *----------------------------------------------------------------*

           MOVE WS-TEX-IX                    TO WS-TIP-TIPO.
           MOVE WS-TEX-DESCRIPCION (WS-TEX-IX)
                                             TO WS-TIP-DESCRIPCION.
           MOVE WS-TEX-CANT (WS-TEX-IX)      TO WS-TIP-CANT.

           IF WS-TEX-GRAVEDAD (WS-TEX-IX) = 'G'
              MOVE 'GRAVE'                   TO WS-TIP-GRAVEDAD
           ELSE
              MOVE 'ADVERTENCIA'             TO WS-TIP-GRAVEDAD
           END-IF.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-TIPO.

       3100-GRABAR-TOTAL-TIPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ11.
