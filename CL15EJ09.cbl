           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

      *---- TABLA DE SECTORES, CATEGORIAS Y BANDAS QUE MANTIENE RRHH
      *---- CON CL15EJ10 (DE ACA SOLO SE TOMAN LOS TOPES DE BANDA).
       SELECT ENT-SECTORES
           ASSIGN TO '../SECTORES_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-TSC-CLAVE
           FILE STATUS IS FS-SECTORES.

      *----------------------------------------------------------------*
       DATA DIVISION.

      *---- 999V99), TIPO 'A' = ADICIONAL EN % SOBRE EL BRUTO (VALOR
      *---- 999V99), TIPO 'T' = TOPE IMPONIBLE (VALOR 9(08)V99, CERO =
      *---- SIN TOPE), TIPO 'B' = ADICIONAL POR BANDA SALARIAL (LA
      *---- DESCRIPCION EMPIEZA CON LA BANDA 1/2/3, VALOR 999V99),
      *---- TIPO 'C' = CONTRIBUCION PATRONAL EN % (VALOR 999V99, NO VA
      *---- EN EL RECIBO, LA USA LA DECLARACION JURADA CL15EJ16).
       FD ENT-CONCEPTOS.
       01 WS-REG-CONCEPTO.
          05 WS-CON-TIPO                    PIC X(01).
       FD SAL-RESUMEN.
       01 WS-SAL-LINEA                      PIC X(100).

       FD ENT-SECTORES.
          COPY SECTORES.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-RECIBOS-OK                   VALUE '00'.
          05 FS-RESUMEN                     PIC X(2).
             88 FS-RESUMEN-OK                   VALUE '00'.
          05 FS-SECTORES                    PIC X(2).
             88 FS-SECTORES-OK                  VALUE '00'.
             88 FS-SECTORES-EOF                 VALUE '10'.
             88 FS-SECTORES-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
          05 WS-IX                          PIC 9(02) VALUE 0.
          05 WS-BANDA-REG                   PIC 9(01) VALUE 1.

      *---- CORTES POR DEFECTO; SI LA TABLA DE SECTORES TIENE BANDAS
      *---- VIGENTES A LA FECHA, SUS TOPES REEMPLAZAN A ESTOS. DE CADA
      *---- BANDA SE GUARDA LA ULTIMA VIGENCIA LEIDA (EL INDEXADO VIENE
      *---- ORDENADO POR TIPO, CODIGO Y VIGENCIA).
       01 WS-BANDAS-SALARIALES.
          05 WS-BANDA1-TOPE                 PIC 9(08)V9(02)
                                            VALUE 1000000.
          05 WS-BANDA2-TOPE                 PIC 9(08)V9(02)
                                            VALUE 5000000.
          05 WS-BND-TABLA OCCURS 2.
             10 WS-BND-TAB-TOPE             PIC 9(08)V9(02).
             10 WS-BND-TAB-ESTADO           PIC X(01).

      *---- ACUMULADORES POR BANDA SALARIAL (MISMOS CORTES QUE LA
      *---- NOMINA) Y TOTALES GENERALES DE LA LIQUIDACION DE PRUEBA.
           PERFORM 1100-CARGAR-CONCEPTOS
              THRU 1100-CARGAR-CONCEPTOS-EXIT.

           PERFORM 1200-CARGAR-BANDAS
              THRU 1200-CARGAR-BANDAS-EXIT.

           OPEN INPUT ENT-MAEACT.

           EVALUATE TRUE
                                            TO WS-BANDA-REG
                    MOVE WS-CON-PORCENTAJE  TO
                         WS-ADIC-BANDA (WS-BANDA-REG)
               WHEN WS-CON-TIPO = 'C'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'CONCEPTO INVALIDO IGNORADO: '
                            WS-REG-CONCEPTO

       1150-CONCEPTOS-DEFECTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-BANDAS.
      *----------------------------------------------------------------*

           MOVE 0                            TO WS-BND-TAB-TOPE (1)
                                                WS-BND-TAB-TOPE (2).
           MOVE SPACES                       TO WS-BND-TAB-ESTADO (1)
                                                WS-BND-TAB-ESTADO (2).

           OPEN INPUT ENT-SECTORES.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    PERFORM 1210-LEER-BANDA
                       THRU 1210-LEER-BANDA-EXIT
                      UNTIL FS-SECTORES-EOF
                    CLOSE ENT-SECTORES
               WHEN FS-SECTORES-NFD
                    DISPLAY 'SIN TABLA DE SECTORES, SE USAN LAS '
                            'BANDAS POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF WS-BND-TAB-ESTADO (1) = 'A'
              AND WS-BND-TAB-TOPE (1) > 0
              MOVE WS-BND-TAB-TOPE (1)       TO WS-BANDA1-TOPE
           END-IF.

           IF WS-BND-TAB-ESTADO (2) = 'A'
              AND WS-BND-TAB-TOPE (2) > 0
              MOVE WS-BND-TAB-TOPE (2)       TO WS-BANDA2-TOPE
           END-IF.

       1200-CARGAR-BANDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-BANDA.
      *----------------------------------------------------------------*

           READ ENT-SECTORES.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    IF WS-TSC-ES-BANDA
                       AND WS-TSC-VIGENCIA NOT > WS-FECHA-AAAAMMDD
                       AND (WS-TSC-CODIGO = '1'
                         OR WS-TSC-CODIGO = '2')
                       MOVE WS-TSC-CODIGO (1:1)
                                             TO WS-BANDA-REG
                       MOVE WS-TSC-SUELDO-MAX
                               TO WS-BND-TAB-TOPE (WS-BANDA-REG)
                       MOVE WS-TSC-ESTADO
                               TO WS-BND-TAB-ESTADO (WS-BANDA-REG)
                    END-IF
               WHEN FS-SECTORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                    CLOSE ENT-SECTORES
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1210-LEER-BANDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-LIQUIDAR-LEGAJO.
      *----------------------------------------------------------------*
