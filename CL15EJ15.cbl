      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ARCHIVO DE ACREDITACION BANCARIA DE HABERES A PARTIR
      *          DE LOS RECIBOS DE CL15EJ09
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ15.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- PARAMETROS DE LA ACREDITACION, UNO POR LINEA: CBU DE LA
      *---- CUENTA DE LA EMPRESA A DEBITAR (OBLIGATORIO) Y FECHA DE
      *---- ACREDITACION AAAAMMDD (EN BLANCO = FECHA DEL DIA).
       SELECT ENT-PARAMETROS
           ASSIGN TO '../CL15EJ15_PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT ENT-RECIBOS
           ASSIGN TO '../CL15EJ09_RECIBOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECIBOS.

      *---- CUENTAS BANCARIAS QUE MANTIENE TESORERIA CON CL15EJ14.
       SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS_BANCARIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CTA-LEGAJO
           FILE STATUS IS FS-CUENTAS.

      *---- EL MAESTRO INDEXADO SE CONSULTA POR LEGAJO PARA VOLVER A
      *---- CONTROLAR EL CUIL DEL TITULAR CONTRA EL DEL LEGAJO.
       SELECT ENT-MAESTRO-IDX
           ASSIGN TO '../MAESTRO_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-IDX-LEGAJO
           ALTERNATE RECORD KEY IS WS-IDX-APELLIDO
              WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO-IDX.

       SELECT SAL-ACREDITACION
           ASSIGN TO '../CL15EJ15_ACREDITACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACREDITACION.

       SELECT SAL-EXCEPCIONES
           ASSIGN TO '../CL15EJ15_EXCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PARAMETROS.
       01 WS-REG-PARAMETROS                 PIC X(40).

       FD ENT-RECIBOS.
       01 WS-ENT-RECIBO                     PIC X(100).

       FD ENT-CUENTAS.
          COPY CTABANCO.

       FD ENT-MAESTRO-IDX.
          COPY MAESTROIDX.

       FD SAL-ACREDITACION.
       01 WS-SAL-ACREDITACION               PIC X(100).

       FD SAL-EXCEPCIONES.
       01 WS-SAL-LINEA                      PIC X(100).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.
          05 FS-RECIBOS                     PIC X(2).
             88 FS-RECIBOS-OK                   VALUE '00'.
             88 FS-RECIBOS-EOF                  VALUE '10'.
             88 FS-RECIBOS-NFD                  VALUE '35'.
          05 FS-CUENTAS                     PIC X(2).
             88 FS-CUENTAS-OK                   VALUE '00'.
             88 FS-CUENTAS-NOREG                VALUE '23'.
             88 FS-CUENTAS-NFD                  VALUE '35'.
          05 FS-MAESTRO-IDX                 PIC X(2).
             88 FS-MAESTRO-IDX-OK               VALUE '00'.
             88 FS-MAESTRO-IDX-NOREG            VALUE '23'.
             88 FS-MAESTRO-IDX-NFD              VALUE '35'.
          05 FS-ACREDITACION                PIC X(2).
             88 FS-ACREDITACION-OK              VALUE '00'.
          05 FS-EXCEPCIONES                 PIC X(2).
             88 FS-EXCEPCIONES-OK               VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-RECIBOS                PIC 9(06) VALUE 0.
          05 WS-CONT-ACREDITADOS            PIC 9(06) VALUE 0.
          05 WS-CONT-EXCEPCIONES            PIC 9(06) VALUE 0.
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.
          05 WS-FORMAT-IMPORTE              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTALES.
          05 WS-TOT-RECIBOS                 PIC 9(13)V9(02) VALUE 0.
          05 WS-TOT-ACREDITADO              PIC 9(15)V9(02) VALUE 0.
          05 WS-TOT-NO-ACREDITADO           PIC 9(13)V9(02) VALUE 0.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).

       01 WS-PARAMETROS.
          05 WS-PAR-CBU-EMPRESA             PIC X(22) VALUE SPACES.
          05 WS-PAR-FECHA-ACRED             PIC X(08) VALUE SPACES.
          05 WS-PAR-FECHA-ACRED-R REDEFINES WS-PAR-FECHA-ACRED.
             10 WS-PAR-ACRED-AAAA           PIC 9(04).
             10 WS-PAR-ACRED-MM             PIC 9(02).
             10 WS-PAR-ACRED-DD             PIC 9(02).
          05 WS-PAR-FECHA-ACRED-NUM REDEFINES WS-PAR-FECHA-ACRED
                                            PIC 9(08).

      *---- RECIBO LEIDO DE CL15EJ09: DE CADA DETALLE SOLO INTERESAN EL
      *---- LEGAJO, EL APELLIDO Y EL NETO (ENTERO Y DECIMALES SEPARADOS
      *---- POR LA COMA). LA CABECERA EMPIEZA CON 'H;' Y EL TRAILER CON
      *---- 'T;' SEGUIDO DE LA CANTIDAD Y LA SUMA DE NETOS.
       01 WS-RECIBO-LEIDO.
          05 WS-RCB-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01).
          05 WS-RCB-APELLIDO                PIC X(20).
          05 FILLER                         PIC X(41).
          05 WS-RCB-NETO-ENT                PIC 9(10).
          05 FILLER                         PIC X(01).
          05 WS-RCB-NETO-DEC                PIC 9(02).
          05 FILLER                         PIC X(15).
       01 WS-RECIBO-TRAILER REDEFINES WS-RECIBO-LEIDO.
          05 WS-RCB-TIPO-REG                PIC X(02).
             88 WS-RCB-ES-HEADER                VALUE 'H;'.
             88 WS-RCB-ES-TRAILER               VALUE 'T;'.
          05 WS-RCB-TRL-CANT                PIC 9(06).
          05 FILLER                         PIC X(01).
          05 WS-RCB-TRL-NETO-ENT            PIC 9(13).
          05 FILLER                         PIC X(01).
          05 WS-RCB-TRL-NETO-DEC            PIC 9(02).
          05 FILLER                         PIC X(75).

       01 WS-CONTROL-RECIBOS.
          05 WS-RCB-NETO                    PIC 9(10)V9(02).
          05 WS-RCB-TRL-NETO                PIC 9(13)V9(02) VALUE 0.
          05 WS-SW-HEADER-RECIBOS           PIC X(01) VALUE 'N'.
             88 WS-HAY-HEADER-RECIBOS           VALUE 'S'.
          05 WS-SW-TRAILER-RECIBOS          PIC X(01) VALUE 'N'.
             88 WS-HAY-TRAILER-RECIBOS          VALUE 'S'.
          05 WS-SW-DETALLE-LEIDO            PIC X(01) VALUE 'N'.
             88 WS-DETALLE-LEIDO                VALUE 'S'.
          05 WS-SW-RECIBOS-CUADRAN          PIC X(01) VALUE 'N'.
             88 WS-RECIBOS-CUADRAN              VALUE 'S'.

      *---- MOTIVO POR EL QUE UN RECIBO NO SE ACREDITA; EN BLANCO SE
      *---- ACREDITA.
       01 WS-MOTIVO-EXCEPCION               PIC X(40).

      *---- VALIDACION DEL CBU, CON LA MISMA REGLA QUE APLICA EL ABM
      *---- CL15EJ14: CADA BLOQUE LLEVA SU DIGITO VERIFICADOR MODULO 10,
      *---- CON LOS PESOS ALINEADOS A LA DERECHA DE 3971397139713.
       01 WS-VALIDACION-CBU.
          05 WS-CBU-PESOS                   PIC X(13)
                                            VALUE '3971397139713'.
          05 WS-CBU-PESOS-TAB REDEFINES WS-CBU-PESOS.
             10 WS-CBU-PESO                 PIC 9(01) OCCURS 13.
          05 WS-CBU-DIGITOS                 PIC X(22).
          05 WS-CBU-BLOQUE                  PIC X(14).
          05 WS-CBU-LARGO                   PIC 9(02).
          05 WS-CBU-POS-PESO                PIC 9(02).
          05 WS-CBU-DIG                     PIC 9(01).
          05 WS-CBU-IND                     PIC 9(02).
          05 WS-CBU-SUMA                    PIC 9(04).
          05 WS-CBU-COCIENTE                PIC 9(04).
          05 WS-CBU-RESTO                   PIC 9(02).
          05 WS-CBU-VERIF                   PIC 9(02).
          05 WS-SW-CBU-VALIDO               PIC X(01) VALUE 'S'.
             88 WS-CBU-VALIDO                   VALUE 'S'.

      *---- ARCHIVO DEL BANCO: REGISTROS DE LONGITUD FIJA DE 100
      *---- POSICIONES, IMPORTES SIN COMA CON 2 DECIMALES IMPLICITOS Y
      *---- RELLENO EN CEROS HASTA EL FINAL DEL REGISTRO. TIPO '1'
      *---- CABECERA, '2' DETALLE POR LEGAJO, '3' TOTALES.
       01 WS-LINEAS-ACREDITACION.
          05 WS-ACR-HEADER.
             10 FILLER                      PIC X(01) VALUE '1'.
             10 WS-ACR-HDR-FECHA-PROCESO    PIC 9(08).
             10 WS-ACR-HDR-FECHA-ACRED      PIC 9(08).
             10 WS-ACR-HDR-CBU-EMPRESA      PIC X(22).
             10 FILLER                      PIC X(10)
                VALUE 'HABERES'.
             10 FILLER                      PIC X(51) VALUE ZEROS.
          05 WS-ACR-DETALLE.
             10 FILLER                      PIC X(01) VALUE '2'.
             10 WS-ACR-DET-CBU              PIC X(22).
             10 WS-ACR-DET-IMPORTE          PIC 9(13)V9(02).
             10 WS-ACR-DET-CUIL             PIC X(11).
             10 WS-ACR-DET-LEGAJO           PIC X(10).
             10 WS-ACR-DET-TITULAR          PIC X(30).
             10 WS-ACR-DET-TIPO-CUENTA      PIC X(02).
             10 FILLER                      PIC X(09) VALUE ZEROS.
          05 WS-ACR-TRAILER.
             10 FILLER                      PIC X(01) VALUE '3'.
             10 WS-ACR-TRL-CANT             PIC 9(06).
             10 WS-ACR-TRL-IMPORTE          PIC 9(15)V9(02).
             10 FILLER                      PIC X(76) VALUE ZEROS.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(18) VALUE SPACES.
          05 FILLER                         PIC X(44)
             VALUE 'ACREDITACION DE HABERES - EXCEPCIONES'.
          05 FILLER                         PIC X(18) VALUE SPACES.

       01 WS-LINEA-FECHAS.
          05 FILLER                         PIC X(17)
             VALUE 'FECHA PROCESO:   '.
          05 WS-LFE-PROCESO                 PIC 9(08).
          05 FILLER                         PIC X(22)
             VALUE '   FECHA ACREDITACION:'.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-LFE-ACRED                   PIC 9(08).
          05 FILLER                         PIC X(24) VALUE SPACES.

       01 WS-LINEA-RAYA.
          05 FILLER                         PIC X(80) VALUE ALL '-'.

       01 WS-LINEA-ENCABEZADO.
          05 FILLER                         PIC X(11) VALUE 'LEGAJO'.
          05 FILLER                         PIC X(21) VALUE 'APELLIDO'.
          05 FILLER                         PIC X(21)
             VALUE '                NETO'.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 FILLER                         PIC X(40) VALUE 'MOTIVO'.

       01 WS-LINEA-EXCEPCION.
          05 WS-EXC-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-EXC-APELLIDO                PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-EXC-NETO                    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-EXC-MOTIVO                  PIC X(40).

       01 WS-LINEA-TOTAL.
          05 WS-TOT-LEYENDA                 PIC X(30).
          05 WS-TOT-IMPORTE                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(30) VALUE SPACES.

       01 WS-LINEA-CANTIDAD.
          05 WS-CAN-LEYENDA                 PIC X(30).
          05 WS-CAN-CANTIDAD                PIC ZZZ.ZZ9.
          05 FILLER                         PIC X(43) VALUE SPACES.

       01 WS-LINEA-MENSAJE.
          05 WS-MEN-TEXTO                   PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-EXIT.

           PERFORM 2000-PROCESAR-RECIBO
              THRU 2000-PROCESAR-RECIBO-EXIT
                UNTIL FS-RECIBOS-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-AAAAMMDD          FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-EXIT.

           OPEN INPUT ENT-RECIBOS.

           IF NOT FS-RECIBOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RECIBOS'
              DISPLAY 'FILE STATUS: ' FS-RECIBOS
              IF FS-RECIBOS-NFD
                 DISPLAY 'EJECUTAR ANTES LA LIQUIDACION CL15EJ09'
              END-IF
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-CUENTAS.

           IF NOT FS-CUENTAS-OK
              DISPLAY 'ERROR AL ABRIR LAS CUENTAS BANCARIAS'
              DISPLAY 'FILE STATUS: ' FS-CUENTAS
              IF FS-CUENTAS-NFD
                 DISPLAY 'CARGAR ANTES LAS CUENTAS CON CL15EJ14'
              END-IF
              CLOSE ENT-RECIBOS
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-MAESTRO-IDX.

           IF NOT FS-MAESTRO-IDX-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO INDEXADO'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-IDX
              IF FS-MAESTRO-IDX-NFD
                 DISPLAY 'EJECUTAR ANTES LA CARGA CL15EJ04'
              END-IF
              CLOSE ENT-RECIBOS
                    ENT-CUENTAS
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-ACREDITACION.

           IF NOT FS-ACREDITACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ACREDITACION'
              DISPLAY 'FILE STATUS: ' FS-ACREDITACION
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-EXCEPCIONES.

           IF NOT FS-EXCEPCIONES-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-EXCEPCIONES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-AAAAMMDD           TO WS-ACR-HDR-FECHA-PROCESO.
           MOVE WS-PAR-FECHA-ACRED-NUM       TO WS-ACR-HDR-FECHA-ACRED.
           MOVE WS-PAR-CBU-EMPRESA           TO WS-ACR-HDR-CBU-EMPRESA.
           WRITE WS-SAL-ACREDITACION       FROM WS-ACR-HEADER.

           MOVE WS-FECHA-AAAAMMDD            TO WS-LFE-PROCESO.
           MOVE WS-PAR-FECHA-ACRED-NUM       TO WS-LFE-ACRED.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TITULO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-FECHAS.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-ENCABEZADO.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           PERFORM 1200-LEER-RECIBO
              THRU 1200-LEER-RECIBO-EXIT.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.
      *----------------------------------------------------------------*

           OPEN INPUT ENT-PARAMETROS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ ENT-PARAMETROS
                    IF FS-PARAMETROS-OK
                       MOVE WS-REG-PARAMETROS(1:22)
                                             TO WS-PAR-CBU-EMPRESA
                       READ ENT-PARAMETROS
                       IF FS-PARAMETROS-OK
                          MOVE WS-REG-PARAMETROS(1:8)
                                             TO WS-PAR-FECHA-ACRED
                       END-IF
                    END-IF
                    CLOSE ENT-PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ARCHIVO DE PARAMETROS: '
                            FS-PARAMETROS
           END-EVALUATE.

      *---- SIN CUENTA DE DEBITO VALIDA EL BANCO RECHAZA EL ARCHIVO
      *---- COMPLETO: NO SE GENERA.
           MOVE WS-PAR-CBU-EMPRESA           TO WS-CBU-DIGITOS.
           PERFORM 2250-VALIDAR-CBU
              THRU 2250-VALIDAR-CBU-EXIT.

           IF NOT WS-CBU-VALIDO
              DISPLAY 'CBU DE LA EMPRESA INVALIDO O NO INFORMADO EN '
                      'PARAMETROS: ' WS-PAR-CBU-EMPRESA
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-PAR-FECHA-ACRED = SPACES
              MOVE WS-FECHA-AAAAMMDD         TO WS-PAR-FECHA-ACRED-NUM
           END-IF.

           IF WS-PAR-FECHA-ACRED NOT NUMERIC
              OR WS-PAR-ACRED-MM < 1 OR WS-PAR-ACRED-MM > 12
              OR WS-PAR-ACRED-DD < 1 OR WS-PAR-ACRED-DD > 31
              OR WS-PAR-ACRED-AAAA < 1900
              DISPLAY 'FECHA DE ACREDITACION INVALIDA EN PARAMETROS '
                      '(AAAAMMDD): ' WS-PAR-FECHA-ACRED
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-RECIBO.
      *----------------------------------------------------------------*

      *---- SE SALTEA LA CABECERA Y SE TOMAN LOS TOTALES DEL TRAILER;
      *---- DEVUELVE UN DETALLE O EL FIN DE ARCHIVO.
           MOVE 'N'                          TO WS-SW-DETALLE-LEIDO.

           PERFORM 1210-LEER-REGISTRO
              THRU 1210-LEER-REGISTRO-EXIT
             UNTIL WS-DETALLE-LEIDO
                OR FS-RECIBOS-EOF.

       1200-LEER-RECIBO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REGISTRO.
      *----------------------------------------------------------------*

           READ ENT-RECIBOS                INTO WS-RECIBO-LEIDO.

           EVALUATE TRUE
               WHEN FS-RECIBOS-EOF
                    CONTINUE
               WHEN NOT FS-RECIBOS-OK
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE RECIBOS: '
                            FS-RECIBOS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-RCB-ES-HEADER
                    MOVE 'S'                 TO WS-SW-HEADER-RECIBOS
               WHEN WS-RCB-ES-TRAILER
                    MOVE 'S'                 TO WS-SW-TRAILER-RECIBOS
                    COMPUTE WS-RCB-TRL-NETO = WS-RCB-TRL-NETO-ENT
                                            + WS-RCB-TRL-NETO-DEC / 100
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-DETALLE-LEIDO
                    ADD 1                    TO WS-CONT-RECIBOS
                    COMPUTE WS-RCB-NETO = WS-RCB-NETO-ENT
                                        + WS-RCB-NETO-DEC / 100
                    ADD WS-RCB-NETO          TO WS-TOT-RECIBOS
           END-EVALUATE.

       1210-LEER-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-RECIBO.
      *----------------------------------------------------------------*

           MOVE SPACES                       TO WS-MOTIVO-EXCEPCION.

           IF WS-RCB-NETO = 0
              MOVE 'NETO EN CERO'            TO WS-MOTIVO-EXCEPCION
           ELSE
              PERFORM 2100-BUSCAR-CUENTA
                 THRU 2100-BUSCAR-CUENTA-EXIT
           END-IF.

           IF WS-MOTIVO-EXCEPCION = SPACES
              PERFORM 2400-GRABAR-ACREDITACION
                 THRU 2400-GRABAR-ACREDITACION-EXIT
           ELSE
              PERFORM 2500-GRABAR-EXCEPCION
                 THRU 2500-GRABAR-EXCEPCION-EXIT
           END-IF.

           PERFORM 1200-LEER-RECIBO
              THRU 1200-LEER-RECIBO-EXIT.

       2000-PROCESAR-RECIBO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-BUSCAR-CUENTA.
      *----------------------------------------------------------------*

           MOVE WS-RCB-LEGAJO                TO WS-CTA-LEGAJO.
           READ ENT-CUENTAS.

           EVALUATE TRUE
               WHEN FS-CUENTAS-NOREG
                    MOVE 'SIN CUENTA BANCARIA'
                                             TO WS-MOTIVO-EXCEPCION
               WHEN NOT FS-CUENTAS-OK
                    DISPLAY 'ERROR AL LEER LAS CUENTAS BANCARIAS: '
                            FS-CUENTAS
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN WS-CTA-INACTIVA
                    MOVE 'CUENTA BANCARIA DADA DE BAJA'
                                             TO WS-MOTIVO-EXCEPCION
           END-EVALUATE.

           IF WS-MOTIVO-EXCEPCION = SPACES
              MOVE WS-CTA-CBU                TO WS-CBU-DIGITOS
              PERFORM 2250-VALIDAR-CBU
                 THRU 2250-VALIDAR-CBU-EXIT
              IF NOT WS-CBU-VALIDO
                 MOVE 'CBU INVALIDO'         TO WS-MOTIVO-EXCEPCION
              END-IF
           END-IF.

      *---- EL CUIL DEL LEGAJO PUDO CAMBIAR POR NOVEDAD DESPUES DE
      *---- CARGADA LA CUENTA: SE VUELVE A CONTROLAR EN CADA CORRIDA.
           IF WS-MOTIVO-EXCEPCION = SPACES
              MOVE WS-RCB-LEGAJO             TO WS-IDX-LEGAJO
              READ ENT-MAESTRO-IDX
              EVALUATE TRUE
                  WHEN FS-MAESTRO-IDX-NOREG
                       MOVE 'LEGAJO INEXISTENTE EN EL MAESTRO'
                                             TO WS-MOTIVO-EXCEPCION
                  WHEN NOT FS-MAESTRO-IDX-OK
                       DISPLAY 'ERROR AL LEER EL MAESTRO INDEXADO: '
                               FS-MAESTRO-IDX
                       MOVE 16               TO RETURN-CODE
                       STOP RUN
                  WHEN WS-IDX-CUIL = SPACES
                       MOVE 'LEGAJO SIN CUIL EN EL MAESTRO'
                                             TO WS-MOTIVO-EXCEPCION
                  WHEN WS-IDX-CUIL NOT = WS-CTA-TITULAR-CUIL
                       MOVE 'CUIL DEL TITULAR DISTINTO DEL LEGAJO'
                                             TO WS-MOTIVO-EXCEPCION
              END-EVALUATE
           END-IF.

       2100-BUSCAR-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-VALIDAR-CBU.
      *----------------------------------------------------------------*

      *---- EL CBU A VALIDAR VIENE EN WS-CBU-DIGITOS.
           MOVE 'S'                          TO WS-SW-CBU-VALIDO.

           IF WS-CBU-DIGITOS NOT NUMERIC
              MOVE 'N'                       TO WS-SW-CBU-VALIDO
           END-IF.

           IF WS-CBU-VALIDO
              MOVE WS-CBU-DIGITOS(1:8)       TO WS-CBU-BLOQUE
              MOVE 7                         TO WS-CBU-LARGO
              PERFORM 2260-VERIFICAR-BLOQUE-CBU
                 THRU 2260-VERIFICAR-BLOQUE-CBU-EXIT
           END-IF.

           IF WS-CBU-VALIDO
              MOVE WS-CBU-DIGITOS(9:14)      TO WS-CBU-BLOQUE
              MOVE 13                        TO WS-CBU-LARGO
              PERFORM 2260-VERIFICAR-BLOQUE-CBU
                 THRU 2260-VERIFICAR-BLOQUE-CBU-EXIT
           END-IF.

       2250-VALIDAR-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-VERIFICAR-BLOQUE-CBU.
      *----------------------------------------------------------------*

           MOVE 0                            TO WS-CBU-SUMA.

           PERFORM 2270-SUMAR-DIGITO-CBU
              THRU 2270-SUMAR-DIGITO-CBU-EXIT
             VARYING WS-CBU-IND FROM 1 BY 1
               UNTIL WS-CBU-IND > WS-CBU-LARGO.

           DIVIDE WS-CBU-SUMA BY 10
              GIVING WS-CBU-COCIENTE
              REMAINDER WS-CBU-RESTO.

           COMPUTE WS-CBU-VERIF = 10 - WS-CBU-RESTO.
           IF WS-CBU-VERIF = 10
              MOVE 0                         TO WS-CBU-VERIF
           END-IF.

           COMPUTE WS-CBU-IND = WS-CBU-LARGO + 1.
           MOVE WS-CBU-BLOQUE(WS-CBU-IND:1)  TO WS-CBU-DIG.

           IF WS-CBU-VERIF NOT = WS-CBU-DIG
              MOVE 'N'                       TO WS-SW-CBU-VALIDO
           END-IF.

       2260-VERIFICAR-BLOQUE-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2270-SUMAR-DIGITO-CBU.
      *----------------------------------------------------------------*

           MOVE WS-CBU-BLOQUE(WS-CBU-IND:1)  TO WS-CBU-DIG.

           COMPUTE WS-CBU-POS-PESO = 13 - WS-CBU-LARGO + WS-CBU-IND.

           COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                 + WS-CBU-DIG * WS-CBU-PESO(WS-CBU-POS-PESO).

       2270-SUMAR-DIGITO-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-ACREDITACION.
      *----------------------------------------------------------------*

           MOVE WS-CTA-CBU                   TO WS-ACR-DET-CBU.
           MOVE WS-RCB-NETO                  TO WS-ACR-DET-IMPORTE.
           MOVE WS-CTA-TITULAR-CUIL          TO WS-ACR-DET-CUIL.
           MOVE WS-RCB-LEGAJO                TO WS-ACR-DET-LEGAJO.
           MOVE WS-CTA-TITULAR-NOMBRE        TO WS-ACR-DET-TITULAR.
           MOVE WS-CTA-TIPO-CUENTA           TO WS-ACR-DET-TIPO-CUENTA.

           WRITE WS-SAL-ACREDITACION       FROM WS-ACR-DETALLE.

           IF NOT FS-ACREDITACION-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE ACREDITACION: '
                      FS-ACREDITACION
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                             TO WS-CONT-ACREDITADOS.
           ADD WS-RCB-NETO                   TO WS-TOT-ACREDITADO.

       2400-GRABAR-ACREDITACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-EXCEPCION.
      *----------------------------------------------------------------*

           MOVE WS-RCB-LEGAJO                TO WS-EXC-LEGAJO.
           MOVE WS-RCB-APELLIDO              TO WS-EXC-APELLIDO.
           MOVE WS-RCB-NETO                  TO WS-EXC-NETO.
           MOVE WS-MOTIVO-EXCEPCION          TO WS-EXC-MOTIVO.

           WRITE WS-SAL-LINEA              FROM WS-LINEA-EXCEPCION.

           ADD 1                             TO WS-CONT-EXCEPCIONES.
           ADD WS-RCB-NETO                   TO WS-TOT-NO-ACREDITADO.

       2500-GRABAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*

           MOVE WS-CONT-ACREDITADOS          TO WS-ACR-TRL-CANT.
           MOVE WS-TOT-ACREDITADO            TO WS-ACR-TRL-IMPORTE.
           WRITE WS-SAL-ACREDITACION       FROM WS-ACR-TRAILER.

      *---- LOS RECIBOS LEIDOS TIENEN QUE CUADRAR CON SU TRAILER; SI NO
      *---- CUADRAN EL ARCHIVO DE RECIBOS ESTA INCOMPLETO Y EL DEL BANCO
      *---- NO DEBE ENVIARSE.
           IF WS-HAY-HEADER-RECIBOS
              AND WS-HAY-TRAILER-RECIBOS
              AND WS-RCB-TRL-CANT = WS-CONT-RECIBOS
              AND WS-RCB-TRL-NETO = WS-TOT-RECIBOS
              MOVE 'S'                       TO WS-SW-RECIBOS-CUADRAN
           END-IF.

           PERFORM 3100-GRABAR-TOTALES
              THRU 3100-GRABAR-TOTALES-EXIT.

           CLOSE ENT-RECIBOS
                 ENT-CUENTAS
                 ENT-MAESTRO-IDX
                 SAL-ACREDITACION
                 SAL-EXCEPCIONES.

           IF NOT FS-ACREDITACION-OK
              DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE ACREDITACION: '
                      FS-ACREDITACION
           END-IF.

           IF NOT FS-EXCEPCIONES-OK
              DISPLAY 'ERROR AL CERRAR EL LISTADO DE EXCEPCIONES: '
                      FS-EXCEPCIONES
           END-IF.

           MOVE WS-CONT-RECIBOS              TO WS-FORMAT-CANT.
           DISPLAY 'RECIBOS LEIDOS                 : ' WS-FORMAT-CANT.

           MOVE WS-CONT-ACREDITADOS          TO WS-FORMAT-CANT.
           DISPLAY 'LEGAJOS ACREDITADOS            : ' WS-FORMAT-CANT.

           MOVE WS-TOT-ACREDITADO            TO WS-FORMAT-IMPORTE.
           DISPLAY 'IMPORTE ACREDITADO             : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-EXCEPCIONES          TO WS-FORMAT-CANT.
           DISPLAY 'EXCEPCIONES (NO ACREDITADOS)   : ' WS-FORMAT-CANT.

           EVALUATE TRUE
               WHEN NOT WS-RECIBOS-CUADRAN
                    DISPLAY 'LOS RECIBOS NO CUADRAN CON SU TRAILER: '
                            'NO ENVIAR EL ARCHIVO AL BANCO'
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-CONT-EXCEPCIONES > 0
                    DISPLAY 'ATENCION: HAY LEGAJOS SIN ACREDITAR, VER '
                            'CL15EJ15_EXCEPCIONES.TXT'
                    MOVE 4                   TO RETURN-CODE
           END-EVALUATE.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTALES.
      *----------------------------------------------------------------*

           WRITE WS-SAL-LINEA              FROM WS-LINEA-RAYA.

           MOVE 'RECIBOS LEIDOS               :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-RECIBOS              TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'TOTAL NETO DE RECIBOS        :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-RECIBOS               TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

      *---- TOTALES DE CONTROL: DEBEN COINCIDIR CON EL REGISTRO '3' DEL
      *---- ARCHIVO DEL BANCO.
           MOVE 'LEGAJOS ACREDITADOS (TOTALES):' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-ACREDITADOS          TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'IMPORTE ACREDITADO (TOTALES) :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-ACREDITADO            TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           MOVE 'EXCEPCIONES                  :' TO WS-CAN-LEYENDA.
           MOVE WS-CONT-EXCEPCIONES          TO WS-CAN-CANTIDAD.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-CANTIDAD.

           MOVE 'IMPORTE NO ACREDITADO        :' TO WS-TOT-LEYENDA.
           MOVE WS-TOT-NO-ACREDITADO         TO WS-TOT-IMPORTE.
           WRITE WS-SAL-LINEA              FROM WS-LINEA-TOTAL.

           IF NOT WS-RECIBOS-CUADRAN
              MOVE 'LOS RECIBOS NO CUADRAN CON SU TRAILER'
                                             TO WS-MEN-TEXTO
              WRITE WS-SAL-LINEA           FROM WS-LINEA-MENSAJE
              MOVE 'NO ENVIAR EL ARCHIVO AL BANCO'
                                             TO WS-MEN-TEXTO
              WRITE WS-SAL-LINEA           FROM WS-LINEA-MENSAJE
           END-IF.

       3100-GRABAR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ15.
