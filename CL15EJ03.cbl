       SELECT SD-MAEACT-ORDEN
           ASSIGN TO '../CL15EJ03_ORDEN.SRT'.

      *---- TABLA DE SECTORES, CATEGORIAS Y BANDAS QUE MANTIENE RRHH
      *---- CON CL15EJ10.
       SELECT ENT-SECTORES
           ASSIGN TO '../SECTORES_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-TSC-CLAVE
           FILE STATUS IS FS-SECTORES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD SAL-LISTADO.
       01 WS-SAL-LINEA                      PIC X(80).

       FD ENT-SECTORES.
          COPY SECTORES.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAEORD                      PIC X(2).
             88 FS-MAEORD-OK                    VALUE '00'.
             88 FS-MAEORD-EOF                   VALUE '10'.
          05 FS-SECTORES                    PIC X(2).
             88 FS-SECTORES-OK                  VALUE '00'.
             88 FS-SECTORES-EOF                 VALUE '10'.
             88 FS-SECTORES-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.

      *---- LAS BANDAS SALARIALES SE CORTAN EN 1.000.000 Y 5.000.000
      *---- MENSUALES, QUE SON LOS CORTES QUE USA RRHH EN SUS PROPIOS
      *---- CUADROS. SI LA TABLA DE SECTORES TRAE LAS BANDAS VIGENTES,
      *---- SUS TOPES Y LEYENDAS REEMPLAZAN A ESTOS VALORES.
       01 WS-BANDAS-SALARIALES.
          05 WS-BANDA1-TOPE                 PIC 9(08)V9(02)
                                            VALUE 1000000.
          05 WS-BANDA2-TOPE                 PIC 9(08)V9(02)
                                            VALUE 5000000.
          05 WS-BANDA1-DESCRIP              PIC X(30)
                                            VALUE 'HASTA 999.999,99'.
          05 WS-BANDA2-DESCRIP              PIC X(30)
                                    VALUE 'DE 1.000.000 A 4.999.999'.
          05 WS-BANDA3-DESCRIP              PIC X(30)
                                    VALUE 'DE 5.000.000 EN ADELANTE'.
          05 WS-BANDA1-CANT                 PIC 9(06) VALUE 0.
          05 WS-BANDA1-SUELDOS              PIC 9(12)V9(02) VALUE 0.
          05 WS-BANDA2-CANT                 PIC 9(06) VALUE 0.
          05 WS-SEC-CANT                    PIC 9(06) VALUE 0.
          05 WS-SEC-SUELDOS                 PIC 9(12)V9(02) VALUE 0.

      *---- SECTORES Y BANDAS VIGENTES A LA FECHA DEL LISTADO: POR CADA
      *---- CODIGO QUEDA LA ULTIMA VIGENCIA QUE NO SUPERA LA FECHA (EL
      *---- INDEXADO VIENE ORDENADO POR TIPO, CODIGO Y VIGENCIA).
       01 WS-TABLA-SECTORES.
          05 WS-TSC-CANT                    PIC 9(03) VALUE 0.
          05 WS-TSC-MAX                     PIC 9(03) VALUE 200.
          05 WS-TSC-ENTRADA OCCURS 200 TIMES.
             10 WS-TSC-TAB-TIPO             PIC X(01).
             10 WS-TSC-TAB-CODIGO           PIC X(03).
             10 WS-TSC-TAB-DESCRIP          PIC X(30).
             10 WS-TSC-TAB-MAX              PIC 9(08)V9(02).
             10 WS-TSC-TAB-ESTADO           PIC X(01).
          05 WS-TSC-IX                      PIC 9(03).
          05 WS-TSC-POS                     PIC 9(03).
          05 WS-SW-TSC-GUARDAR              PIC X(01).
             88 WS-TSC-GUARDAR                  VALUE 'S'.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).
          05 WS-FECHA-DESGLOSE REDEFINES WS-FECHA-AAAAMMDD.
          05 FILLER                         PIC X(08)
             VALUE 'SECTOR: '.
          05 WS-SEC-TITULO                  PIC X(03).
          05 WS-SEC-SEPARADOR               PIC X(03).
          05 WS-SEC-DESCRIP                 PIC X(30).
          05 FILLER                         PIC X(36) VALUE SPACES.

       01 WS-LINEA-SECTOR-TOT.
          05 FILLER                         PIC X(15)
          05 FILLER                         PIC X(06) VALUE 'BANDA '.
          05 WS-BND-NUMERO                  PIC 9(01).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-BND-DESCRIP                 PIC X(30).
          05 FILLER                         PIC X(07) VALUE ' CANT: '.
          05 WS-BND-CANT                    PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(10)
             VALUE ' SUELDOS: '.
          05 WS-BND-SUELDOS                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-TOTAL.
          05 WS-TOT-LEYENDA                 PIC X(34).

           CLOSE ENT-MAEACT.

           PERFORM 1100-CARGAR-SECTORES
              THRU 1100-CARGAR-SECTORES-EXIT.

      *---- REORDENA EL MAESTRO POR SECTOR (Y LEGAJO DENTRO DE CADA
      *---- SECTOR) PARA QUE LA NOMINA PUEDA CORTAR CON SUBTOTALES
      *---- POR SECTOR.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-SECTORES.
      *----------------------------------------------------------------*

      *---- SIN TABLA EL LISTADO SALE IGUAL, CON EL CODIGO DE SECTOR
      *---- SOLO Y LAS BANDAS FIJAS.
           OPEN INPUT ENT-SECTORES.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    PERFORM 1110-LEER-SECTOR
                       THRU 1110-LEER-SECTOR-EXIT
                      UNTIL FS-SECTORES-EOF
                    CLOSE ENT-SECTORES
                    PERFORM 1130-TOMAR-BANDA
                       THRU 1130-TOMAR-BANDA-EXIT
                      VARYING WS-TSC-IX FROM 1 BY 1
                        UNTIL WS-TSC-IX > WS-TSC-CANT
               WHEN FS-SECTORES-NFD
                    DISPLAY 'SIN TABLA DE SECTORES, SE LISTAN SOLO '
                            'LOS CODIGOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-SECTORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-SECTOR.
      *----------------------------------------------------------------*

           READ ENT-SECTORES.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    IF NOT WS-TSC-ES-CATEGORIA
                       AND WS-TSC-VIGENCIA NOT > WS-FECHA-AAAAMMDD
                       PERFORM 1120-GUARDAR-SECTOR
                          THRU 1120-GUARDAR-SECTOR-EXIT
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

       1110-LEER-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1120-GUARDAR-SECTOR.
      *----------------------------------------------------------------*

      *---- UNA VIGENCIA POSTERIOR DEL MISMO CODIGO PISA LA ANTERIOR.
           MOVE 'S'                          TO WS-SW-TSC-GUARDAR.

           IF WS-TSC-CANT = 0
              OR WS-TSC-TIPO NOT = WS-TSC-TAB-TIPO (WS-TSC-CANT)
              OR WS-TSC-CODIGO NOT = WS-TSC-TAB-CODIGO (WS-TSC-CANT)
              IF WS-TSC-CANT < WS-TSC-MAX
                 ADD 1                       TO WS-TSC-CANT
              ELSE
                 DISPLAY 'TABLA DE SECTORES LLENA, SE IGNORA: '
                         WS-TSC-CLAVE
                 MOVE 'N'                    TO WS-SW-TSC-GUARDAR
              END-IF
           END-IF.

           IF WS-TSC-GUARDAR
              MOVE WS-TSC-TIPO     TO WS-TSC-TAB-TIPO (WS-TSC-CANT)
              MOVE WS-TSC-CODIGO   TO WS-TSC-TAB-CODIGO (WS-TSC-CANT)
              MOVE WS-TSC-DESCRIPCION
                                   TO WS-TSC-TAB-DESCRIP (WS-TSC-CANT)
              MOVE WS-TSC-SUELDO-MAX
                                   TO WS-TSC-TAB-MAX (WS-TSC-CANT)
              MOVE WS-TSC-ESTADO   TO WS-TSC-TAB-ESTADO (WS-TSC-CANT)
           END-IF.

       1120-GUARDAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1130-TOMAR-BANDA.
      *----------------------------------------------------------------*

           IF WS-TSC-TAB-TIPO (WS-TSC-IX) = 'B'
              AND WS-TSC-TAB-ESTADO (WS-TSC-IX) = 'A'
              EVALUATE WS-TSC-TAB-CODIGO (WS-TSC-IX)
                 WHEN '1'
                    IF WS-TSC-TAB-MAX (WS-TSC-IX) > 0
                       MOVE WS-TSC-TAB-MAX (WS-TSC-IX)
                                             TO WS-BANDA1-TOPE
                    END-IF
                    IF WS-TSC-TAB-DESCRIP (WS-TSC-IX) NOT = SPACES
                       MOVE WS-TSC-TAB-DESCRIP (WS-TSC-IX)
                                             TO WS-BANDA1-DESCRIP
                    END-IF
                 WHEN '2'
                    IF WS-TSC-TAB-MAX (WS-TSC-IX) > 0
                       MOVE WS-TSC-TAB-MAX (WS-TSC-IX)
                                             TO WS-BANDA2-TOPE
                    END-IF
                    IF WS-TSC-TAB-DESCRIP (WS-TSC-IX) NOT = SPACES
                       MOVE WS-TSC-TAB-DESCRIP (WS-TSC-IX)
                                             TO WS-BANDA2-DESCRIP
                    END-IF
                 WHEN '3'
                    IF WS-TSC-TAB-DESCRIP (WS-TSC-IX) NOT = SPACES
                       MOVE WS-TSC-TAB-DESCRIP (WS-TSC-IX)
                                             TO WS-BANDA3-DESCRIP
                    END-IF
              END-EVALUATE
           END-IF.

       1130-TOMAR-BANDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-EMPLEADO.
      *----------------------------------------------------------------*
           END-IF.

           MOVE WS-ENT-SECTOR                TO WS-SEC-TITULO.
           MOVE SPACES                       TO WS-SEC-SEPARADOR.
           MOVE SPACES                       TO WS-SEC-DESCRIP.
           PERFORM 2170-BUSCAR-SECTOR
              THRU 2170-BUSCAR-SECTOR-EXIT.
           IF WS-TSC-POS > 0
              MOVE ' - '                     TO WS-SEC-SEPARADOR
              MOVE WS-TSC-TAB-DESCRIP (WS-TSC-POS)
                                             TO WS-SEC-DESCRIP
           END-IF.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-SECTOR.
           ADD 1                             TO WS-CONT-LINEAS.


       2160-GRABAR-SUBTOT-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2170-BUSCAR-SECTOR.
      *----------------------------------------------------------------*

      *---- UN SECTOR DADO DE BAJA EN LA TABLA SE SIGUE LISTANDO CON SU
      *---- DESCRIPCION: LA NOMINA MUESTRA LO QUE HAY EN EL MAESTRO.
           MOVE 0                            TO WS-TSC-POS.

           PERFORM 2175-COMPARAR-SECTOR
              THRU 2175-COMPARAR-SECTOR-EXIT
             VARYING WS-TSC-IX FROM 1 BY 1
               UNTIL WS-TSC-IX > WS-TSC-CANT
                  OR WS-TSC-POS > 0.

       2170-BUSCAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2175-COMPARAR-SECTOR.
      *----------------------------------------------------------------*

           IF WS-TSC-TAB-TIPO (WS-TSC-IX) = 'S'
              AND WS-TSC-TAB-CODIGO (WS-TSC-IX) = WS-ENT-SECTOR
              MOVE WS-TSC-IX                 TO WS-TSC-POS
           END-IF.

       2175-COMPARAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-GRABAR-DETALLE.
      *----------------------------------------------------------------*
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           MOVE 1                            TO WS-BND-NUMERO.
           MOVE WS-BANDA1-DESCRIP            TO WS-BND-DESCRIP.
           MOVE WS-BANDA1-CANT               TO WS-BND-CANT.
           MOVE WS-BANDA1-SUELDOS            TO WS-BND-SUELDOS.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-BANDA.

           MOVE 2                            TO WS-BND-NUMERO.
           MOVE WS-BANDA2-DESCRIP            TO WS-BND-DESCRIP.
           MOVE WS-BANDA2-CANT               TO WS-BND-CANT.
           MOVE WS-BANDA2-SUELDOS            TO WS-BND-SUELDOS.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-BANDA.

           MOVE 3                            TO WS-BND-NUMERO.
           MOVE WS-BANDA3-DESCRIP            TO WS-BND-DESCRIP.
           MOVE WS-BANDA3-CANT               TO WS-BND-CANT.
           MOVE WS-BANDA3-SUELDOS            TO WS-BND-SUELDOS.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-BANDA.
