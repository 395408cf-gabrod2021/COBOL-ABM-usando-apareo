      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ABM EN LINEA DE LA TABLA DE SECTORES Y CATEGORIAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ10.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- ACCESO DINAMICO: EL ABM LEE Y REGRABA POR CLAVE, Y LA
      *---- CONSULTA Y EL LISTADO RECORREN CON START/READ NEXT.
       SELECT ENT-SECTORES
           ASSIGN TO '../SECTORES_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TSC-CLAVE
           FILE STATUS IS FS-SECTORES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SECTORES.
          COPY SECTORES.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SECTORES                    PIC X(2).
             88 FS-SECTORES-OK                  VALUE '00'.
             88 FS-SECTORES-EOF                 VALUE '10'.
             88 FS-SECTORES-DUP                 VALUE '22'.
             88 FS-SECTORES-NOREG               VALUE '23'.
             88 FS-SECTORES-NFD                 VALUE '35'.

       01 WS-VARIABLES-AUX.
          05 WS-ENTRADA                     PIC X(30).
          05 WS-OPCION                      PIC X(03).
          05 WS-RESPUESTA                   PIC X(01).
          05 WS-FORMAT-IMPORTE              PIC ZZ.ZZZ.ZZ9,99.
          05 WS-FORMAT-MINIMO               PIC ZZ.ZZZ.ZZ9,99.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.
          05 WS-SW-FIN-SESION               PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                   VALUE 'S'.
          05 WS-SW-CONFIRMA                 PIC X(01) VALUE 'N'.
             88 WS-CONFIRMA                     VALUE 'S'.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).

      *---- CLAVE TIPEADA: TIPO S/C/B, CODIGO Y VIGENCIA DESDE. EL
      *---- SECTOR ES DE 3 DIGITOS, LA CATEGORIA DE HASTA 2 POSICIONES
      *---- (COMO EN EL MAESTRO) Y LA BANDA '1', '2' O '3'. LA VIGENCIA
      *---- EN BLANCO ES LA FECHA DEL DIA.
       01 WS-CLAVE-TIPEADA.
          05 WS-CLA-TIPO                    PIC X(01).
          05 WS-CLA-CODIGO                  PIC X(03).
          05 WS-CLA-VIGENCIA                PIC X(08).
          05 WS-CLA-VIGENCIA-R REDEFINES WS-CLA-VIGENCIA.
             10 WS-CLA-VIG-AAAA             PIC 9(04).
             10 WS-CLA-VIG-MM               PIC 9(02).
             10 WS-CLA-VIG-DD               PIC 9(02).
          05 WS-CLA-VIG-NUM REDEFINES WS-CLA-VIGENCIA
                                            PIC 9(08).
          05 WS-SW-PEDIR-VIGENCIA           PIC X(01) VALUE 'S'.
             88 WS-PEDIR-VIGENCIA               VALUE 'S'.
          05 WS-SW-CLAVE-OK                 PIC X(01) VALUE 'N'.
             88 WS-CLAVE-OK                     VALUE 'S'.

      *---- IMPORTES TIPEADOS SIN PUNTOS DE MILES Y CON COMA DECIMAL
      *---- OPCIONAL ('1500000' O '1500000,50'). EN BLANCO CONSERVA EL
      *---- VALOR QUE YA TENIA EL CAMPO.
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

       01 WS-EDICION.
          05 WS-SW-ESCALA-OK                PIC X(01) VALUE 'N'.
             88 WS-ESCALA-OK                    VALUE 'S'.
          05 WS-DESCRIP-ANT                 PIC X(30).

      *---- RECORRIDOS DE CONSULTA Y LISTADO, PAGINADOS DE A PANTALLAS.
       01 WS-RECORRIDO.
          05 WS-SW-FIN-RECORRIDO            PIC X(01) VALUE 'N'.
             88 WS-FIN-RECORRIDO                VALUE 'S'.
          05 WS-CONT-ENTRADAS               PIC 9(06) VALUE 0.
          05 WS-CONT-LIN-PANTALLA           PIC 9(02) VALUE 0.
          05 WS-LINEAS-PANTALLA             PIC 9(02) VALUE 15.
          05 WS-REC-TIPO                    PIC X(01).
          05 WS-REC-CODIGO                  PIC X(03).
          05 WS-REC-VIG-CURSO               PIC 9(08) VALUE 0.
          05 WS-REC-EST-CURSO               PIC X(01).

      *---- ULTIMA VIGENCIA ANTERIOR A LA TIPEADA, PARA DAR DE BAJA UN
      *---- CODIGO A PARTIR DE UNA FECHA CONSERVANDO SUS DATOS.
       01 WS-VIGENCIA-ANTERIOR.
          05 WS-SW-ANT-HALLADA              PIC X(01) VALUE 'N'.
             88 WS-ANT-HALLADA                  VALUE 'S'.
          05 WS-ANT-DESCRIPCION             PIC X(30).
          05 WS-ANT-SUELDO-MIN              PIC 9(08)V9(02).
          05 WS-ANT-SUELDO-MAX              PIC 9(08)V9(02).

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

           OPEN I-O ENT-SECTORES.

      *---- LA PRIMERA VEZ LA TABLA NO EXISTE: SE CREA VACIA Y SE
      *---- REABRE PARA ACTUALIZAR.
           IF FS-SECTORES-NFD
              DISPLAY 'NO EXISTE LA TABLA DE SECTORES, SE CREA VACIA'
              OPEN OUTPUT ENT-SECTORES
              IF FS-SECTORES-OK
                 CLOSE ENT-SECTORES
                 OPEN I-O ENT-SECTORES
              END-IF
           END-IF.

           IF NOT FS-SECTORES-OK
              DISPLAY 'ERROR AL ABRIR LA TABLA DE SECTORES'
              DISPLAY 'FILE STATUS: ' FS-SECTORES
              MOVE 16                       TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-OPCION.
      *----------------------------------------------------------------*

           DISPLAY ' '.
           DISPLAY 'A=ALTA B=BAJA M=MODIFICACION C=CONSULTA DE UN '
                   'CODIGO L=LISTADO (FIN PARA TERMINAR): '.

           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3)             TO WS-OPCION.

           EVALUATE TRUE
               WHEN WS-ENTRADA = SPACES OR WS-OPCION = 'FIN'
                    MOVE 'S'                TO WS-SW-FIN-SESION
               WHEN WS-OPCION = 'A'
                    PERFORM 2100-ALTA
                       THRU 2100-ALTA-EXIT
               WHEN WS-OPCION = 'B'
                    PERFORM 2200-BAJA
                       THRU 2200-BAJA-EXIT
               WHEN WS-OPCION = 'M'
                    PERFORM 2300-MODIFICACION
                       THRU 2300-MODIFICACION-EXIT
               WHEN WS-OPCION = 'C'
                    PERFORM 2400-CONSULTAR-CODIGO
                       THRU 2400-CONSULTAR-CODIGO-EXIT
               WHEN WS-OPCION = 'L'
                    PERFORM 2500-LISTAR-TABLA
                       THRU 2500-LISTAR-TABLA-EXIT
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA: ' WS-OPCION
           END-EVALUATE.

       2000-PROCESAR-OPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-PEDIR-CLAVE.
      *----------------------------------------------------------------*

           MOVE 'N'                         TO WS-SW-CLAVE-OK.
           MOVE SPACES                      TO WS-CLA-TIPO
                                               WS-CLA-CODIGO
                                               WS-CLA-VIGENCIA.

           DISPLAY 'TIPO (S=SECTOR C=CATEGORIA B=BANDA): '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:1)             TO WS-CLA-TIPO.

           DISPLAY 'CODIGO: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3)             TO WS-CLA-CODIGO.

           EVALUATE TRUE
               WHEN WS-CLA-TIPO = 'S'
                AND WS-CLA-CODIGO IS NUMERIC
                    MOVE 'S'                TO WS-SW-CLAVE-OK
               WHEN WS-CLA-TIPO = 'C'
                AND WS-CLA-CODIGO(1:1) NOT = SPACE
                AND WS-CLA-CODIGO(3:1) = SPACE
                    MOVE 'S'                TO WS-SW-CLAVE-OK
               WHEN WS-CLA-TIPO = 'B'
                AND (WS-CLA-CODIGO = '1' OR WS-CLA-CODIGO = '2'
                  OR WS-CLA-CODIGO = '3')
                    MOVE 'S'                TO WS-SW-CLAVE-OK
               WHEN WS-CLA-TIPO NOT = 'S' AND WS-CLA-TIPO NOT = 'C'
                AND WS-CLA-TIPO NOT = 'B'
                    DISPLAY 'TIPO INVALIDO: ' WS-CLA-TIPO
               WHEN OTHER
                    DISPLAY 'CODIGO INVALIDO PARA EL TIPO '
                            WS-CLA-TIPO ': ' WS-CLA-CODIGO
                    DISPLAY 'SECTOR = 3 DIGITOS, CATEGORIA = HASTA 2 '
                            'POSICIONES, BANDA = 1, 2 O 3'
           END-EVALUATE.

           IF WS-CLAVE-OK AND WS-PEDIR-VIGENCIA
              DISPLAY 'VIGENCIA DESDE AAAAMMDD (EN BLANCO = HOY): '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:8)          TO WS-CLA-VIGENCIA
              IF WS-CLA-VIGENCIA = SPACES
                 MOVE WS-FECHA-AAAAMMDD     TO WS-CLA-VIGENCIA
              END-IF
              IF WS-CLA-VIGENCIA NOT NUMERIC
                 MOVE 'N'                   TO WS-SW-CLAVE-OK
              ELSE
                 IF WS-CLA-VIG-MM < 1 OR WS-CLA-VIG-MM > 12
                    OR WS-CLA-VIG-DD < 1 OR WS-CLA-VIG-DD > 31
                    OR WS-CLA-VIG-AAAA < 1900
                    MOVE 'N'                TO WS-SW-CLAVE-OK
                 END-IF
              END-IF
              IF NOT WS-CLAVE-OK
                 DISPLAY 'VIGENCIA INVALIDA: ' WS-CLA-VIGENCIA
              END-IF
           END-IF.

           IF WS-CLAVE-OK
              MOVE WS-CLA-TIPO              TO WS-TSC-TIPO
              MOVE WS-CLA-CODIGO            TO WS-TSC-CODIGO
              IF WS-PEDIR-VIGENCIA
                 MOVE WS-CLA-VIG-NUM        TO WS-TSC-VIGENCIA
              ELSE
                 MOVE 0                     TO WS-TSC-VIGENCIA
              END-IF
           END-IF.

           MOVE 'S'                         TO WS-SW-PEDIR-VIGENCIA.

       2050-PEDIR-CLAVE-EXIT.
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
       2070-PEDIR-ESCALA.
      *----------------------------------------------------------------*

      *---- LA CATEGORIA LLEVA SUELDO MINIMO Y MAXIMO (MAXIMO EN CERO =
      *---- SIN TECHO); LAS BANDAS 1 Y 2 LLEVAN SU TOPE EN EL MAXIMO.
      *---- EL SECTOR Y LA BANDA 3 NO TIENEN IMPORTES. SOBRE EL
      *---- REGISTRO QUEDAN LOS VALORES ACTUALES, QUE SE CONSERVAN SI
      *---- SE CONTESTA EN BLANCO.
           MOVE 'S'                         TO WS-SW-ESCALA-OK.

           IF WS-TSC-ES-CATEGORIA
              MOVE WS-TSC-SUELDO-MIN        TO WS-FORMAT-IMPORTE
              DISPLAY 'SUELDO MINIMO [' WS-FORMAT-IMPORTE ']: '
              PERFORM 2060-PEDIR-IMPORTE
                 THRU 2060-PEDIR-IMPORTE-EXIT
              EVALUATE TRUE
                  WHEN WS-IMPORTE-OK
                       MOVE WS-IMP-VALOR    TO WS-TSC-SUELDO-MIN
                  WHEN WS-IMPORTE-INVALIDO
                       MOVE 'N'             TO WS-SW-ESCALA-OK
              END-EVALUATE
           END-IF.

           IF WS-ESCALA-OK AND WS-TSC-ES-CATEGORIA
              MOVE WS-TSC-SUELDO-MAX        TO WS-FORMAT-IMPORTE
              DISPLAY 'SUELDO MAXIMO, 0 = SIN TECHO ['
                      WS-FORMAT-IMPORTE ']: '
              PERFORM 2060-PEDIR-IMPORTE
                 THRU 2060-PEDIR-IMPORTE-EXIT
              EVALUATE TRUE
                  WHEN WS-IMPORTE-OK
                       MOVE WS-IMP-VALOR    TO WS-TSC-SUELDO-MAX
                  WHEN WS-IMPORTE-INVALIDO
                       MOVE 'N'             TO WS-SW-ESCALA-OK
              END-EVALUATE
              IF WS-ESCALA-OK
                 AND WS-TSC-SUELDO-MAX > 0
                 AND WS-TSC-SUELDO-MIN > WS-TSC-SUELDO-MAX
                 DISPLAY 'EL MINIMO NO PUEDE SUPERAR AL MAXIMO'
                 MOVE 'N'                   TO WS-SW-ESCALA-OK
              END-IF
           END-IF.

           IF WS-TSC-ES-BANDA AND WS-TSC-CODIGO NOT = '3'
              MOVE WS-TSC-SUELDO-MAX        TO WS-FORMAT-IMPORTE
              DISPLAY 'TOPE DE LA BANDA [' WS-FORMAT-IMPORTE ']: '
              PERFORM 2060-PEDIR-IMPORTE
                 THRU 2060-PEDIR-IMPORTE-EXIT
              EVALUATE TRUE
                  WHEN WS-IMPORTE-OK
                       MOVE WS-IMP-VALOR    TO WS-TSC-SUELDO-MAX
                  WHEN WS-IMPORTE-INVALIDO
                       MOVE 'N'             TO WS-SW-ESCALA-OK
              END-EVALUATE
              IF WS-ESCALA-OK AND WS-TSC-SUELDO-MAX = 0
                 DISPLAY 'LA BANDA ' WS-TSC-CODIGO ' NECESITA TOPE'
                 MOVE 'N'                   TO WS-SW-ESCALA-OK
              END-IF
           END-IF.

       2070-PEDIR-ESCALA-EXIT.
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
       2100-ALTA.
      *----------------------------------------------------------------*

      *---- CADA ALTA ES UNA VIGENCIA NUEVA DE UN CODIGO: UN CAMBIO DE
      *---- ESCALA A PARTIR DE UNA FECHA SE CARGA COMO ALTA CON ESA
      *---- VIGENCIA, Y LAS ANTERIORES QUEDAN COMO HISTORIA.
           PERFORM 2050-PEDIR-CLAVE
              THRU 2050-PEDIR-CLAVE-EXIT.

           IF WS-CLAVE-OK
              READ ENT-SECTORES
              EVALUATE TRUE
                  WHEN FS-SECTORES-OK
                       DISPLAY 'YA EXISTE ESA VIGENCIA - USAR LA '
                               'OPCION M'
                       PERFORM 2600-MOSTRAR-ENTRADA
                          THRU 2600-MOSTRAR-ENTRADA-EXIT
                  WHEN FS-SECTORES-NOREG
                       PERFORM 2150-CARGAR-ALTA
                          THRU 2150-CARGAR-ALTA-EXIT
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER LA TABLA DE SECTORES'
                       DISPLAY 'FILE STATUS: ' FS-SECTORES
              END-EVALUATE
           END-IF.

       2100-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-CARGAR-ALTA.
      *----------------------------------------------------------------*

      *---- EL READ SIN EXITO NO TOCA EL AREA DEL REGISTRO: SE REARMA
      *---- LA CLAVE TIPEADA ANTES DE PEDIR LOS DATOS.
           MOVE WS-CLA-TIPO                 TO WS-TSC-TIPO.
           MOVE WS-CLA-CODIGO               TO WS-TSC-CODIGO.
           MOVE WS-CLA-VIG-NUM              TO WS-TSC-VIGENCIA.
           MOVE SPACES                      TO WS-TSC-DESCRIPCION.
           MOVE 0                           TO WS-TSC-SUELDO-MIN
                                               WS-TSC-SUELDO-MAX.
           MOVE 'A'                         TO WS-TSC-ESTADO.
           MOVE WS-FECHA-AAAAMMDD           TO WS-TSC-FECHA-ACTUALIZ.

           DISPLAY 'DESCRIPCION: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA                  TO WS-TSC-DESCRIPCION.

           IF WS-TSC-DESCRIPCION = SPACES
              DISPLAY 'LA DESCRIPCION ES OBLIGATORIA'
           ELSE
              PERFORM 2070-PEDIR-ESCALA
                 THRU 2070-PEDIR-ESCALA-EXIT
              IF WS-ESCALA-OK
                 PERFORM 2600-MOSTRAR-ENTRADA
                    THRU 2600-MOSTRAR-ENTRADA-EXIT
                 PERFORM 2090-CONFIRMAR
                    THRU 2090-CONFIRMAR-EXIT
                 IF WS-CONFIRMA
                    WRITE WS-TSC-REGISTRO
                    IF FS-SECTORES-OK
                       DISPLAY 'ALTA GRABADA'
                    ELSE
                       DISPLAY 'ERROR AL GRABAR LA TABLA DE SECTORES'
                       DISPLAY 'FILE STATUS: ' FS-SECTORES
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2150-CARGAR-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-BAJA.
      *----------------------------------------------------------------*

      *---- LA BAJA ES LOGICA: LA VIGENCIA QUEDA GRABADA CON ESTADO
      *---- 'B' Y EL CODIGO DEJA DE ESTAR HABILITADO DESDE ESA FECHA.
      *---- SI LA VIGENCIA TIPEADA NO EXISTE SE OFRECE GRABARLA YA DADA
      *---- DE BAJA, CON LOS DATOS DE LA VIGENCIA ANTERIOR, PARA CERRAR
      *---- UN CODIGO A PARTIR DE UNA FECHA.
           PERFORM 2050-PEDIR-CLAVE
              THRU 2050-PEDIR-CLAVE-EXIT.

           IF WS-CLAVE-OK
              READ ENT-SECTORES
              EVALUATE TRUE
                  WHEN FS-SECTORES-OK
                       PERFORM 2210-BAJA-EXISTENTE
                          THRU 2210-BAJA-EXISTENTE-EXIT
                  WHEN FS-SECTORES-NOREG
                       PERFORM 2250-BAJA-DESDE-FECHA
                          THRU 2250-BAJA-DESDE-FECHA-EXIT
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER LA TABLA DE SECTORES'
                       DISPLAY 'FILE STATUS: ' FS-SECTORES
              END-EVALUATE
           END-IF.

       2200-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-BAJA-EXISTENTE.
      *----------------------------------------------------------------*

           PERFORM 2600-MOSTRAR-ENTRADA
              THRU 2600-MOSTRAR-ENTRADA-EXIT.

           IF WS-TSC-INACTIVO
              DISPLAY 'ESA VIGENCIA YA ESTA DADA DE BAJA'
           ELSE
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
              IF WS-CONFIRMA
                 MOVE 'B'                   TO WS-TSC-ESTADO
                 MOVE WS-FECHA-AAAAMMDD     TO WS-TSC-FECHA-ACTUALIZ
                 REWRITE WS-TSC-REGISTRO
                 IF FS-SECTORES-OK
                    DISPLAY 'BAJA GRABADA'
                 ELSE
                    DISPLAY 'ERROR AL REGRABAR LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                 END-IF
              END-IF
           END-IF.

       2210-BAJA-EXISTENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-BAJA-DESDE-FECHA.
      *----------------------------------------------------------------*

           PERFORM 2260-BUSCAR-ANTERIOR
              THRU 2260-BUSCAR-ANTERIOR-EXIT.

           IF NOT WS-ANT-HALLADA
              DISPLAY 'EL CODIGO ' WS-CLA-TIPO '-' WS-CLA-CODIGO
                      ' NO TIENE VIGENCIAS ANTERIORES A '
                      WS-CLA-VIGENCIA
           ELSE
              MOVE WS-CLA-TIPO              TO WS-TSC-TIPO
              MOVE WS-CLA-CODIGO            TO WS-TSC-CODIGO
              MOVE WS-CLA-VIG-NUM           TO WS-TSC-VIGENCIA
              MOVE WS-ANT-DESCRIPCION       TO WS-TSC-DESCRIPCION
              MOVE WS-ANT-SUELDO-MIN        TO WS-TSC-SUELDO-MIN
              MOVE WS-ANT-SUELDO-MAX        TO WS-TSC-SUELDO-MAX
              MOVE 'B'                      TO WS-TSC-ESTADO
              MOVE WS-FECHA-AAAAMMDD        TO WS-TSC-FECHA-ACTUALIZ
              DISPLAY 'NO EXISTE ESA VIGENCIA: SE GRABA UNA NUEVA '
                      'DADA DE BAJA DESDE ' WS-CLA-VIGENCIA
              PERFORM 2600-MOSTRAR-ENTRADA
                 THRU 2600-MOSTRAR-ENTRADA-EXIT
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
              IF WS-CONFIRMA
                 WRITE WS-TSC-REGISTRO
                 IF FS-SECTORES-OK
                    DISPLAY 'BAJA GRABADA'
                 ELSE
                    DISPLAY 'ERROR AL GRABAR LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                 END-IF
              END-IF
           END-IF.

       2250-BAJA-DESDE-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-BUSCAR-ANTERIOR.
      *----------------------------------------------------------------*

      *---- RECORRE LAS VIGENCIAS DEL CODIGO DESDE LA PRIMERA Y SE
      *---- QUEDA CON LA ULTIMA ANTERIOR A LA TIPEADA.
           MOVE 'N'                         TO WS-SW-ANT-HALLADA.
           MOVE 'N'                         TO WS-SW-FIN-RECORRIDO.

           MOVE WS-CLA-TIPO                 TO WS-TSC-TIPO.
           MOVE WS-CLA-CODIGO               TO WS-TSC-CODIGO.
           MOVE 0                           TO WS-TSC-VIGENCIA.

           START ENT-SECTORES
              KEY IS NOT < WS-TSC-CLAVE.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    PERFORM 2270-LEER-ANTERIOR
                       THRU 2270-LEER-ANTERIOR-EXIT
                      UNTIL WS-FIN-RECORRIDO
               WHEN FS-SECTORES-NOREG
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
           END-EVALUATE.

       2260-BUSCAR-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2270-LEER-ANTERIOR.
      *----------------------------------------------------------------*

           READ ENT-SECTORES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-SECTORES-EOF
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
               WHEN NOT FS-SECTORES-OK
                    DISPLAY 'ERROR AL RECORRER LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
               WHEN WS-TSC-TIPO = WS-CLA-TIPO
                AND WS-TSC-CODIGO = WS-CLA-CODIGO
                AND WS-TSC-VIGENCIA < WS-CLA-VIG-NUM
                    MOVE 'S'                TO WS-SW-ANT-HALLADA
                    MOVE WS-TSC-DESCRIPCION TO WS-ANT-DESCRIPCION
                    MOVE WS-TSC-SUELDO-MIN  TO WS-ANT-SUELDO-MIN
                    MOVE WS-TSC-SUELDO-MAX  TO WS-ANT-SUELDO-MAX
               WHEN OTHER
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
           END-EVALUATE.

       2270-LEER-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-MODIFICACION.
      *----------------------------------------------------------------*

      *---- MODIFICA UNA VIGENCIA EXISTENTE EN EL LUGAR. LOS CAMPOS EN
      *---- BLANCO CONSERVAN SU VALOR; UNA VIGENCIA DADA DE BAJA PUEDE
      *---- REACTIVARSE.
           PERFORM 2050-PEDIR-CLAVE
              THRU 2050-PEDIR-CLAVE-EXIT.

           IF WS-CLAVE-OK
              READ ENT-SECTORES
              EVALUATE TRUE
                  WHEN FS-SECTORES-OK
                       PERFORM 2350-CARGAR-MODIFICACION
                          THRU 2350-CARGAR-MODIFICACION-EXIT
                  WHEN FS-SECTORES-NOREG
                       DISPLAY 'NO EXISTE ESA VIGENCIA - USAR LA '
                               'OPCION A O CONSULTAR CON C'
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER LA TABLA DE SECTORES'
                       DISPLAY 'FILE STATUS: ' FS-SECTORES
              END-EVALUATE
           END-IF.

       2300-MODIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-CARGAR-MODIFICACION.
      *----------------------------------------------------------------*

           PERFORM 2600-MOSTRAR-ENTRADA
              THRU 2600-MOSTRAR-ENTRADA-EXIT.

           MOVE WS-TSC-DESCRIPCION          TO WS-DESCRIP-ANT.
           DISPLAY 'DESCRIPCION [' WS-DESCRIP-ANT ']: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
              MOVE WS-ENTRADA               TO WS-TSC-DESCRIPCION
           END-IF.

           PERFORM 2070-PEDIR-ESCALA
              THRU 2070-PEDIR-ESCALA-EXIT.

           IF WS-ESCALA-OK AND WS-TSC-INACTIVO
              DISPLAY 'LA VIGENCIA ESTA DADA DE BAJA. REACTIVAR? '
                      '(S/N): '
              MOVE SPACES                   TO WS-RESPUESTA
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                 MOVE 'A'                   TO WS-TSC-ESTADO
              END-IF
           END-IF.

           IF WS-ESCALA-OK
              MOVE WS-FECHA-AAAAMMDD        TO WS-TSC-FECHA-ACTUALIZ
              PERFORM 2600-MOSTRAR-ENTRADA
                 THRU 2600-MOSTRAR-ENTRADA-EXIT
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
              IF WS-CONFIRMA
                 REWRITE WS-TSC-REGISTRO
                 IF FS-SECTORES-OK
                    DISPLAY 'MODIFICACION GRABADA'
                 ELSE
                    DISPLAY 'ERROR AL REGRABAR LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                 END-IF
              END-IF
           END-IF.

       2350-CARGAR-MODIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-CONSULTAR-CODIGO.
      *----------------------------------------------------------------*

      *---- MUESTRA TODAS LAS VIGENCIAS DE UN CODIGO Y CUAL RIGE HOY.
           MOVE 'N'                         TO WS-SW-PEDIR-VIGENCIA.

           PERFORM 2050-PEDIR-CLAVE
              THRU 2050-PEDIR-CLAVE-EXIT.

           IF WS-CLAVE-OK
              MOVE WS-CLA-TIPO              TO WS-REC-TIPO
              MOVE WS-CLA-CODIGO            TO WS-REC-CODIGO
              MOVE 0                        TO WS-REC-VIG-CURSO
              MOVE SPACES                   TO WS-REC-EST-CURSO
              PERFORM 2550-RECORRER-TABLA
                 THRU 2550-RECORRER-TABLA-EXIT
              EVALUATE TRUE
                  WHEN WS-CONT-ENTRADAS = 0
                       DISPLAY 'EL CODIGO ' WS-REC-TIPO '-'
                               WS-REC-CODIGO ' NO EXISTE EN LA TABLA'
                  WHEN WS-REC-VIG-CURSO = 0
                       DISPLAY 'NINGUNA VIGENCIA RIGE TODAVIA'
                  WHEN WS-REC-EST-CURSO = 'A'
                       DISPLAY 'RIGE LA VIGENCIA ' WS-REC-VIG-CURSO
                               ' - CODIGO HABILITADO'
                  WHEN OTHER
                       DISPLAY 'RIGE LA VIGENCIA ' WS-REC-VIG-CURSO
                               ' - CODIGO DADO DE BAJA'
              END-EVALUATE
           END-IF.

       2400-CONSULTAR-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-LISTAR-TABLA.
      *----------------------------------------------------------------*

           MOVE SPACES                      TO WS-REC-TIPO.
           MOVE SPACES                      TO WS-REC-CODIGO.
           MOVE LOW-VALUES                  TO WS-TSC-CLAVE.

           PERFORM 2550-RECORRER-TABLA
              THRU 2550-RECORRER-TABLA-EXIT.

           MOVE WS-CONT-ENTRADAS            TO WS-FORMAT-CANT.
           DISPLAY 'ENTRADAS LISTADAS: ' WS-FORMAT-CANT.

       2500-LISTAR-TABLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-RECORRER-TABLA.
      *----------------------------------------------------------------*

      *---- CON WS-REC-TIPO INFORMADO SE RECORREN SOLO LAS VIGENCIAS DE
      *---- ESE CODIGO; EN BLANCO SE RECORRE LA TABLA COMPLETA.
           MOVE 'N'                         TO WS-SW-FIN-RECORRIDO.
           MOVE 0                           TO WS-CONT-ENTRADAS.
           MOVE 0                           TO WS-CONT-LIN-PANTALLA.

           START ENT-SECTORES
              KEY IS NOT < WS-TSC-CLAVE.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    PERFORM 2560-LEER-ENTRADA
                       THRU 2560-LEER-ENTRADA-EXIT
                      UNTIL WS-FIN-RECORRIDO
               WHEN FS-SECTORES-NOREG
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
           END-EVALUATE.

       2550-RECORRER-TABLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2560-LEER-ENTRADA.
      *----------------------------------------------------------------*

           READ ENT-SECTORES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-SECTORES-EOF
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
               WHEN NOT FS-SECTORES-OK
                    DISPLAY 'ERROR AL RECORRER LA TABLA DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
               WHEN WS-REC-TIPO = SPACES
                    PERFORM 2650-MOSTRAR-LINEA
                       THRU 2650-MOSTRAR-LINEA-EXIT
               WHEN WS-TSC-TIPO = WS-REC-TIPO
                AND WS-TSC-CODIGO = WS-REC-CODIGO
                    IF WS-TSC-VIGENCIA NOT > WS-FECHA-AAAAMMDD
                       MOVE WS-TSC-VIGENCIA TO WS-REC-VIG-CURSO
                       MOVE WS-TSC-ESTADO   TO WS-REC-EST-CURSO
                    END-IF
                    PERFORM 2650-MOSTRAR-LINEA
                       THRU 2650-MOSTRAR-LINEA-EXIT
               WHEN OTHER
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
           END-EVALUATE.

       2560-LEER-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-MOSTRAR-ENTRADA.
      *----------------------------------------------------------------*

           DISPLAY 'TIPO       : ' WS-TSC-TIPO.
           DISPLAY 'CODIGO     : ' WS-TSC-CODIGO.
           DISPLAY 'VIGENCIA   : ' WS-TSC-VIGENCIA.
           DISPLAY 'DESCRIPCION: ' WS-TSC-DESCRIPCION.

           IF WS-TSC-ES-CATEGORIA
              MOVE WS-TSC-SUELDO-MIN        TO WS-FORMAT-IMPORTE
              DISPLAY 'SUELDO MIN : ' WS-FORMAT-IMPORTE
              IF WS-TSC-SUELDO-MAX = 0
                 DISPLAY 'SUELDO MAX : SIN TECHO'
              ELSE
                 MOVE WS-TSC-SUELDO-MAX     TO WS-FORMAT-IMPORTE
                 DISPLAY 'SUELDO MAX : ' WS-FORMAT-IMPORTE
              END-IF
           END-IF.

           IF WS-TSC-ES-BANDA AND WS-TSC-CODIGO NOT = '3'
              MOVE WS-TSC-SUELDO-MAX        TO WS-FORMAT-IMPORTE
              DISPLAY 'TOPE BANDA : ' WS-FORMAT-IMPORTE
           END-IF.

           IF WS-TSC-INACTIVO
              DISPLAY 'ESTADO     : DADO DE BAJA'
           ELSE
              DISPLAY 'ESTADO     : ACTIVO'
           END-IF.

           DISPLAY 'ULT. ACTUAL: ' WS-TSC-FECHA-ACTUALIZ.

       2600-MOSTRAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-MOSTRAR-LINEA.
      *----------------------------------------------------------------*

           MOVE WS-TSC-SUELDO-MIN           TO WS-FORMAT-MINIMO.
           MOVE WS-TSC-SUELDO-MAX           TO WS-FORMAT-IMPORTE.

           DISPLAY WS-TSC-TIPO ' ' WS-TSC-CODIGO ' ' WS-TSC-VIGENCIA
                   ' ' WS-TSC-DESCRIPCION ' ' WS-FORMAT-MINIMO ' '
                   WS-FORMAT-IMPORTE ' ' WS-TSC-ESTADO.

           ADD 1                            TO WS-CONT-ENTRADAS.
           ADD 1                            TO WS-CONT-LIN-PANTALLA.

      *---- PAGINADO DE A PANTALLAS, COMO EN LA CONSULTA DE LEGAJOS.
           IF WS-CONT-LIN-PANTALLA >= WS-LINEAS-PANTALLA
              MOVE 0                        TO WS-CONT-LIN-PANTALLA
              DISPLAY 'CONTINUAR? (S/N): '
              MOVE SPACES                   TO WS-RESPUESTA
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA NOT = 'S' AND WS-RESPUESTA NOT = 's'
                 MOVE 'S'                   TO WS-SW-FIN-RECORRIDO
              END-IF
           END-IF.

       2650-MOSTRAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

           CLOSE ENT-SECTORES.

           IF NOT FS-SECTORES-OK
              DISPLAY 'ERROR AL CERRAR LA TABLA DE SECTORES: '
                      FS-SECTORES
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ10.
