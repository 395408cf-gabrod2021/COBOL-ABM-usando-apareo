           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

      *---- REPOSITORIO HISTORICO DE AUDITORIA QUE ALIMENTA CL15EJ02:
      *---- LA OPCION H= RECORRE TODOS LOS CAMBIOS DEL LEGAJO CON
      *---- START/READ NEXT SOBRE LA CLAVE LEGAJO + FECHA + SECUENCIA.
       SELECT ENT-AUDITORIA-HIST
           ASSIGN TO '../AUDITORIA_HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-AHI-CLAVE
           FILE STATUS IS FS-AUDITORIA-HIST.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD ENT-HISTORICO.
          COPY MAESTRO.

       FD ENT-AUDITORIA-HIST.
          COPY AUDHIST.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-HISTORICO-OK                 VALUE '00'.
             88 FS-HISTORICO-EOF                VALUE '10'.
             88 FS-HISTORICO-NFD                VALUE '35'.
          05 FS-AUDITORIA-HIST              PIC X(2).
             88 FS-AUDITORIA-HIST-OK            VALUE '00'.
             88 FS-AUDITORIA-HIST-EOF           VALUE '10'.
             88 FS-AUDITORIA-HIST-NOREG         VALUE '23'.
             88 FS-AUDITORIA-HIST-NFD           VALUE '35'.

       01 WS-VARIABLES-AUX.
          05 WS-ENTRADA                     PIC X(30).
             10 WS-HIST-BAJA-AAAA           PIC 9(04).
             10 WS-HIST-BAJA-MMDD           PIC 9(04).

      *---- HISTORIA DE CAMBIOS DE UN LEGAJO: 'H=' SEGUIDO DEL LEGAJO.
      *---- SE LISTA CON EL MISMO PAGINADO QUE LA BUSQUEDA POR
      *---- APELLIDO.
       01 WS-CONSULTA-AUDITORIA.
          05 WS-SW-HAY-AUD-HIST             PIC X(01) VALUE 'N'.
             88 WS-HAY-AUD-HIST                 VALUE 'S'.
          05 WS-SW-FIN-AUD-HIST             PIC X(01) VALUE 'N'.
             88 WS-FIN-AUD-HIST                 VALUE 'S'.
          05 WS-AUD-LEGAJO                  PIC X(10).
          05 WS-CONT-CAMBIOS                PIC 9(06) VALUE 0.
          05 WS-AUD-DESC-EVENTO             PIC X(12).
          05 WS-AUD-SUELDO-ANT              PIC X(13).
          05 WS-AUD-SUELDO-DES              PIC X(13).
          05 WS-AUD-ANULACION               PIC X(20).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

                    STOP RUN
           END-EVALUATE.

      *---- SIN REPOSITORIO DE AUDITORIA LA CONSULTA SIGUE FUNCIONANDO;
      *---- SOLO LA OPCION H= AVISA QUE NO HAY HISTORIA.
           OPEN INPUT ENT-AUDITORIA-HIST.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-HIST-OK
                    MOVE 'S'                TO WS-SW-HAY-AUD-HIST
               WHEN FS-AUDITORIA-HIST-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPOSITORIO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA-HIST
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CONSULTAR-LEGAJO.
      *----------------------------------------------------------------*

           DISPLAY 'INGRESE LEGAJO, H=LEGAJO PARA SU HISTORIA O '
                   'A=APELLIDO, CON * COMO COMODIN FINAL '
                   '(FIN PARA TERMINAR): '.

           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
              PERFORM 2500-BUSCAR-APELLIDO
                 THRU 2500-BUSCAR-APELLIDO-EXIT
           ELSE
           IF WS-ENTRADA(1:2) = 'H='
              PERFORM 2600-CONSULTAR-HISTORIA
                 THRU 2600-CONSULTAR-HISTORIA-EXIT
           ELSE
      *---- EL LEGAJO PUEDE TIPEARSE SIN LOS CEROS A LA IZQUIERDA:
      *---- SE CORRE A LA DERECHA Y SE COMPLETA CON CEROS PARA
      *---- FORMAR LA CLAVE DE 10 POSICIONES.
                    THRU 2080-BUSCAR-LEGAJO-EXIT
              END-IF
           END-IF
           END-IF
           END-IF.

       2000-CONSULTAR-LEGAJO-EXIT.
      *----------------------------------------------------------------*

      *---- CORRE EL LEGAJO TIPEADO UNA POSICION A LA DERECHA; SE
      *---- REPITE HASTA QUE LA ULTIMA POSICION QUEDE OCUPADA. QUIEN
      *---- LO LLAMA DEBE DESCARTAR ANTES UNA ENTRADA TODA EN BLANCO.
           MOVE WS-ENTRADA-JUST             TO WS-ENTRADA-AUX.
           MOVE SPACES                      TO WS-ENTRADA-JUST.
           MOVE WS-ENTRADA-AUX(1:9)         TO WS-ENTRADA-JUST(2:9).

       2540-MOSTRAR-COINCIDENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-CONSULTAR-HISTORIA.
      *----------------------------------------------------------------*

      *---- TODOS LOS CAMBIOS AUDITADOS DEL LEGAJO, DEL MAS VIEJO AL MAS
      *---- NUEVO. LOS REVERTIDOS POR UNA MARCHA ATRAS SE MUESTRAN CON
      *---- LA MARCA DE ANULADO Y SU FECHA.
           IF NOT WS-HAY-AUD-HIST
              DISPLAY 'SIN REPOSITORIO HISTORICO DE AUDITORIA'
           ELSE
              MOVE WS-ENTRADA(3:10)         TO WS-ENTRADA-JUST

      *---- 'H=' SIN LEGAJO (O CON EL LEGAJO CORRIDO MAS ALLA DE LAS
      *---- DIEZ POSICIONES) NO SE PUEDE ALINEAR: SE RECHAZA ANTES.
              IF WS-ENTRADA-JUST = SPACES
                 DISPLAY 'LEGAJO INVALIDO: ' WS-ENTRADA
              ELSE
                 PERFORM 2050-ALINEAR-LEGAJO
                    THRU 2050-ALINEAR-LEGAJO-EXIT
                   UNTIL WS-ENTRADA-JUST(10:1) NOT = SPACE

                 INSPECT WS-ENTRADA-JUST
                    REPLACING LEADING SPACES BY ZEROS

                 IF WS-ENTRADA-JUST NOT NUMERIC
                    DISPLAY 'LEGAJO INVALIDO: ' WS-ENTRADA
                 ELSE
                    PERFORM 2610-LISTAR-HISTORIA
                       THRU 2610-LISTAR-HISTORIA-EXIT
                 END-IF
              END-IF
           END-IF.

       2600-CONSULTAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2610-LISTAR-HISTORIA.
      *----------------------------------------------------------------*

           MOVE WS-ENTRADA-JUST             TO WS-AUD-LEGAJO.
           MOVE 'N'                         TO WS-SW-FIN-AUD-HIST.
           MOVE 0                           TO WS-CONT-CAMBIOS.
           MOVE 0                           TO WS-CONT-LIN-PANTALLA.

           MOVE WS-AUD-LEGAJO               TO WS-AHI-LEGAJO.
           MOVE ZEROS                       TO WS-AHI-FECHA.
           MOVE ZEROS                       TO WS-AHI-SECUENCIA.

           START ENT-AUDITORIA-HIST
              KEY IS NOT < WS-AHI-CLAVE.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-HIST-OK
                    DISPLAY 'HISTORIA DEL LEGAJO ' WS-AUD-LEGAJO
                    DISPLAY 'FECHA    EVENTO       SUELDO ANTERIOR '
                            '  SUELDO NUEVO   EST SEC CAT'
                    PERFORM 2620-LEER-CAMBIO
                       THRU 2620-LEER-CAMBIO-EXIT
                      UNTIL WS-FIN-AUD-HIST
               WHEN FS-AUDITORIA-HIST-NOREG
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EN LA AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA-HIST
           END-EVALUATE.

           IF WS-CONT-CAMBIOS = 0
              DISPLAY 'SIN CAMBIOS REGISTRADOS PARA EL LEGAJO '
                      WS-AUD-LEGAJO
           ELSE
              MOVE WS-CONT-CAMBIOS          TO WS-FORMAT-COINC
              DISPLAY 'CAMBIOS REGISTRADOS: ' WS-FORMAT-COINC
           END-IF.

       2610-LISTAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2620-LEER-CAMBIO.
      *----------------------------------------------------------------*

           READ ENT-AUDITORIA-HIST NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-HIST-EOF
                    MOVE 'S'                TO WS-SW-FIN-AUD-HIST
               WHEN NOT FS-AUDITORIA-HIST-OK
                    DISPLAY 'ERROR AL RECORRER LA AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA-HIST
                    MOVE 'S'                TO WS-SW-FIN-AUD-HIST
               WHEN WS-AHI-LEGAJO NOT = WS-AUD-LEGAJO
                    MOVE 'S'                TO WS-SW-FIN-AUD-HIST
               WHEN OTHER
                    PERFORM 2630-MOSTRAR-CAMBIO
                       THRU 2630-MOSTRAR-CAMBIO-EXIT
           END-EVALUATE.

       2620-LEER-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2630-MOSTRAR-CAMBIO.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-AHI-ES-ALTA
                    MOVE 'ALTA'             TO WS-AUD-DESC-EVENTO
               WHEN WS-AHI-ES-REACTIVACION
                    MOVE 'REACTIVACION'     TO WS-AUD-DESC-EVENTO
               WHEN WS-AHI-ES-MODIFICACION
                    MOVE 'MODIFICACION'     TO WS-AUD-DESC-EVENTO
               WHEN WS-AHI-ES-AJUSTE
                    MOVE 'AJUSTE GRAL.'     TO WS-AUD-DESC-EVENTO
               WHEN WS-AHI-ES-BAJA
                    MOVE 'BAJA'             TO WS-AUD-DESC-EVENTO
               WHEN OTHER
                    MOVE WS-AHI-EVENTO      TO WS-AUD-DESC-EVENTO
           END-EVALUATE.

      *---- UN ALTA NUEVA NO TIENE IMAGEN ANTERIOR.
           IF WS-AHI-ANTES = SPACES
              OR WS-AHI-ANT-SUELDO NOT NUMERIC
              MOVE SPACES                   TO WS-AUD-SUELDO-ANT
           ELSE
              MOVE WS-AHI-ANT-SUELDO        TO WS-FORMAT-SUELDO
              MOVE WS-FORMAT-SUELDO         TO WS-AUD-SUELDO-ANT
           END-IF.

           IF WS-AHI-DES-SUELDO NOT NUMERIC
              MOVE SPACES                   TO WS-AUD-SUELDO-DES
           ELSE
              MOVE WS-AHI-DES-SUELDO        TO WS-FORMAT-SUELDO
              MOVE WS-FORMAT-SUELDO         TO WS-AUD-SUELDO-DES
           END-IF.

           MOVE SPACES                      TO WS-AUD-ANULACION.
           IF WS-AHI-ES-ANULADO
              STRING '(ANULADO '            DELIMITED BY SIZE
                     WS-AHI-FECHA-ANULACION DELIMITED BY SIZE
                     ')'                    DELIMITED BY SIZE
                INTO WS-AUD-ANULACION
           END-IF.

           DISPLAY WS-AHI-FECHA ' ' WS-AUD-DESC-EVENTO ' '
                   WS-AUD-SUELDO-ANT ' ' WS-AUD-SUELDO-DES ' '
                   WS-AHI-DES-ESTADO '   ' WS-AHI-DES-SECTOR ' '
                   WS-AHI-DES-CATEGORIA ' ' WS-AUD-ANULACION.

           ADD 1                            TO WS-CONT-CAMBIOS.
           ADD 1                            TO WS-CONT-LIN-PANTALLA.

      *---- LOS CAMBIOS DE SUELDO QUE ESTUVIERON RETENIDOS MUESTRAN
      *---- DEBAJO QUIEN LOS APROBO Y CUANDO.
           IF WS-AHI-ES-APROBADA
              DISPLAY '         APROBADO POR ' WS-AHI-APR-USUARIO
                      ' EL ' WS-AHI-APR-FECHA
              ADD 1                         TO WS-CONT-LIN-PANTALLA
           END-IF.

           IF WS-CONT-LIN-PANTALLA >= WS-LINEAS-PANTALLA
              MOVE 0                        TO WS-CONT-LIN-PANTALLA
              DISPLAY 'CONTINUAR? (S/N): '
              MOVE SPACES                   TO WS-RESPUESTA
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA NOT = 'S' AND WS-RESPUESTA NOT = 's'
                 MOVE 'S'                   TO WS-SW-FIN-AUD-HIST
              END-IF
           END-IF.

       2630-MOSTRAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------*
                      FS-MAESTRO-IDX
           END-IF.

           IF WS-HAY-AUD-HIST
              CLOSE ENT-AUDITORIA-HIST
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
