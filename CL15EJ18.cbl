      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: APROBACION POR SUPERVISOR DE LAS NOVEDADES RETENIDAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ18.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- NOVEDADES QUE CL15EJ02 RETUVO POR SUPERAR LOS UMBRALES DE
      *---- SUELDO. EL SUPERVISOR LAS RESUELVE EN MEMORIA Y AL TERMINAR
      *---- LA SESION SE REGRABA EL ARCHIVO COMPLETO.
       SELECT ENT-APROBACIONES
           ASSIGN TO '../NOVEDADES_A_APROBAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROBACIONES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-APROBACIONES.
       01 WS-REG-APROBACION                 PIC X(223).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-APROBACIONES                PIC X(2).
             88 FS-APROBACIONES-OK              VALUE '00'.
             88 FS-APROBACIONES-EOF             VALUE '10'.
             88 FS-APROBACIONES-NFD             VALUE '35'.

       01 WS-VARIABLES-AUX.
          05 WS-ENTRADA                     PIC X(40).
          05 WS-ENTRADA-JUST                PIC X(04).
          05 WS-ENTRADA-AUX                 PIC X(04).
          05 WS-OPCION                      PIC X(03).
          05 WS-RESPUESTA                   PIC X(01).
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.
          05 WS-FORMAT-NUMERO               PIC ZZZ9.
          05 WS-FORMAT-SUELDO-ANT           PIC ZZ.ZZZ.ZZ9,99.
          05 WS-FORMAT-SUELDO-NUEVO         PIC ZZ.ZZZ.ZZ9,99.
          05 WS-FORMAT-VARIACION            PIC ZZ9,99.
          05 WS-SW-FIN-SESION               PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                   VALUE 'S'.
          05 WS-SW-CONFIRMA                 PIC X(01) VALUE 'N'.
             88 WS-CONFIRMA                     VALUE 'S'.
          05 WS-SW-NUMERO-OK                PIC X(01) VALUE 'N'.
             88 WS-NUMERO-OK                    VALUE 'S'.
          05 WS-SW-HUBO-CAMBIOS             PIC X(01) VALUE 'N'.
             88 WS-HUBO-CAMBIOS                 VALUE 'S'.
          05 WS-SW-ARCHIVO-CAMBIO           PIC X(01) VALUE 'N'.
             88 WS-ARCHIVO-CAMBIO               VALUE 'S'.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).

      *---- SUPERVISOR QUE RESUELVE EN ESTA SESION Y DECISION QUE SE
      *---- ESTA REGISTRANDO.
       01 WS-DATOS-DECISION.
          05 WS-USUARIO                     PIC X(10).
          05 WS-DEC-ESTADO                  PIC X(01).
          05 WS-DEC-MOTIVO                  PIC X(40).

      *---- TABLA EN MEMORIA CON TODO EL ARCHIVO DE APROBACION, CON LA
      *---- MISMA CAPACIDAD QUE USA CL15EJ02 PARA LEERLO. CADA ENTRADA
      *---- GUARDA TAMBIEN LA IMAGEN LEIDA, PARA DETECTAR AL CIERRE SI
      *---- EL ARCHIVO CAMBIO DURANTE LA SESION.
       01 WS-TABLA-APROBACIONES.
          05 WS-APR-CANT                    PIC 9(04) VALUE 0.
          05 WS-APR-MAX                     PIC 9(04) VALUE 500.
          05 WS-APR-IX                      PIC 9(04) VALUE 0.
          05 WS-APR-POS                     PIC 9(04) VALUE 0.
          05 WS-APR-ENTRADA OCCURS 500 TIMES.
             10 WS-APR-TAB-REGISTRO         PIC X(223).
             10 WS-APR-TAB-ORIGINAL         PIC X(223).

       01 WS-CONTADORES.
          05 WS-CONT-PENDIENTES             PIC 9(06) VALUE 0.
          05 WS-CONT-APROBADAS              PIC 9(06) VALUE 0.
          05 WS-CONT-RECHAZADAS             PIC 9(06) VALUE 0.
          05 WS-CONT-RELEIDAS               PIC 9(06) VALUE 0.

      *---- RECORRIDO DEL LISTADO, PAGINADO DE A PANTALLAS.
       01 WS-RECORRIDO.
          05 WS-SW-FIN-RECORRIDO            PIC X(01) VALUE 'N'.
             88 WS-FIN-RECORRIDO                VALUE 'S'.
          05 WS-CONT-ENTRADAS               PIC 9(06) VALUE 0.
          05 WS-CONT-LIN-PANTALLA           PIC 9(02) VALUE 0.
          05 WS-LINEAS-PANTALLA             PIC 9(02) VALUE 15.

          COPY APROBACION.

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

           OPEN INPUT ENT-APROBACIONES.

           EVALUATE TRUE
               WHEN FS-APROBACIONES-OK
                    PERFORM 1100-LEER-APROBACION
                       THRU 1100-LEER-APROBACION-EXIT
                      UNTIL FS-APROBACIONES-EOF
                    CLOSE ENT-APROBACIONES
               WHEN FS-APROBACIONES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE APROBACION'
                    DISPLAY 'FILE STATUS: ' FS-APROBACIONES
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF WS-APR-CANT = 0
              DISPLAY 'NO HAY NOVEDADES RETENIDAS PARA APROBAR'
              MOVE 'S'                      TO WS-SW-FIN-SESION
           ELSE
      *---- LA DECISION QUEDA FIRMADA POR EL SUPERVISOR: SIN USUARIO
      *---- NO SE PUEDE RESOLVER NADA.
              DISPLAY 'USUARIO SUPERVISOR: '
              MOVE SPACES                   TO WS-ENTRADA
              ACCEPT WS-ENTRADA
              MOVE WS-ENTRADA(1:10)         TO WS-USUARIO
              IF WS-USUARIO = SPACES
                 DISPLAY 'EL USUARIO ES OBLIGATORIO'
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 1200-CONTAR-ESTADOS
                 THRU 1200-CONTAR-ESTADOS-EXIT
              MOVE WS-CONT-PENDIENTES       TO WS-FORMAT-CANT
              DISPLAY 'NOVEDADES PENDIENTES DE APROBAR: '
                      WS-FORMAT-CANT
           END-IF.

       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-APROBACION.
      *----------------------------------------------------------------*

           READ ENT-APROBACIONES.

           EVALUATE TRUE
               WHEN FS-APROBACIONES-EOF
                    CONTINUE
               WHEN NOT FS-APROBACIONES-OK
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE APROBACION'
                    DISPLAY 'FILE STATUS: ' FS-APROBACIONES
                    CLOSE ENT-APROBACIONES
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
               WHEN WS-REG-APROBACION = SPACES
                    CONTINUE
               WHEN WS-APR-CANT >= WS-APR-MAX
                    DISPLAY 'SE SUPERO LA CAPACIDAD DE LA TABLA DE '
                            'APROBACION'
                    CLOSE ENT-APROBACIONES
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    ADD 1                   TO WS-APR-CANT
                    MOVE WS-REG-APROBACION
                                  TO WS-APR-TAB-REGISTRO (WS-APR-CANT)
                    MOVE WS-REG-APROBACION
                                  TO WS-APR-TAB-ORIGINAL (WS-APR-CANT)
           END-EVALUATE.

       1100-LEER-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CONTAR-ESTADOS.
      *----------------------------------------------------------------*

           MOVE 0                           TO WS-CONT-PENDIENTES.
           MOVE 0                           TO WS-CONT-APROBADAS.
           MOVE 0                           TO WS-CONT-RECHAZADAS.

           PERFORM 1250-CONTAR-ESTADO
              THRU 1250-CONTAR-ESTADO-EXIT
             VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-CANT.

       1200-CONTAR-ESTADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-CONTAR-ESTADO.
      *----------------------------------------------------------------*

           MOVE WS-APR-TAB-REGISTRO (WS-APR-IX) TO WS-APR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-APR-APROBADA
                    ADD 1                   TO WS-CONT-APROBADAS
               WHEN WS-APR-RECHAZADA
                    ADD 1                   TO WS-CONT-RECHAZADAS
               WHEN OTHER
                    ADD 1                   TO WS-CONT-PENDIENTES
           END-EVALUATE.

       1250-CONTAR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-OPCION.
      *----------------------------------------------------------------*

           DISPLAY ' '.
           DISPLAY 'L=LISTADO C=CONSULTA A=APROBAR R=RECHAZAR '
                   'P=VOLVER A PENDIENTE (FIN PARA TERMINAR): '.

           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3)             TO WS-OPCION.

           EVALUATE TRUE
               WHEN WS-ENTRADA = SPACES OR WS-OPCION = 'FIN'
                    MOVE 'S'                TO WS-SW-FIN-SESION
               WHEN WS-OPCION = 'L'
                    PERFORM 2500-LISTAR-NOVEDADES
                       THRU 2500-LISTAR-NOVEDADES-EXIT
               WHEN WS-OPCION = 'C'
                    PERFORM 2050-PEDIR-NUMERO
                       THRU 2050-PEDIR-NUMERO-EXIT
                    IF WS-NUMERO-OK
                       PERFORM 2600-MOSTRAR-NOVEDAD
                          THRU 2600-MOSTRAR-NOVEDAD-EXIT
                    END-IF
               WHEN WS-OPCION = 'A'
                    MOVE 'A'                TO WS-DEC-ESTADO
                    PERFORM 2100-RESOLVER-NOVEDAD
                       THRU 2100-RESOLVER-NOVEDAD-EXIT
               WHEN WS-OPCION = 'R'
                    MOVE 'R'                TO WS-DEC-ESTADO
                    PERFORM 2100-RESOLVER-NOVEDAD
                       THRU 2100-RESOLVER-NOVEDAD-EXIT
               WHEN WS-OPCION = 'P'
                    MOVE 'P'                TO WS-DEC-ESTADO
                    PERFORM 2100-RESOLVER-NOVEDAD
                       THRU 2100-RESOLVER-NOVEDAD-EXIT
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA: ' WS-OPCION
           END-EVALUATE.

       2000-PROCESAR-OPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-PEDIR-NUMERO.
      *----------------------------------------------------------------*

      *---- LAS NOVEDADES SE IDENTIFICAN POR EL NUMERO CON QUE LAS
      *---- MUESTRA EL LISTADO.
           MOVE 'N'                         TO WS-SW-NUMERO-OK.

           DISPLAY 'NUMERO DE NOVEDAD: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.

           IF WS-ENTRADA = SPACES
              DISPLAY 'OPERACION CANCELADA'
           ELSE
              MOVE WS-ENTRADA               TO WS-ENTRADA-JUST
           END-IF.

      *---- EL NUMERO VA EN LAS PRIMERAS CUATRO POSICIONES: SI VIENEN
      *---- EN BLANCO NO HAY NADA QUE ALINEAR Y LA ENTRADA SE RECHAZA.
           IF WS-ENTRADA NOT = SPACES
              AND WS-ENTRADA-JUST = SPACES
              DISPLAY 'NUMERO INVALIDO: ' WS-ENTRADA
           END-IF.

           IF WS-ENTRADA NOT = SPACES
              AND WS-ENTRADA-JUST NOT = SPACES
              PERFORM 2055-ALINEAR-NUMERO
                 THRU 2055-ALINEAR-NUMERO-EXIT
                UNTIL WS-ENTRADA-JUST(4:1) NOT = SPACE

              INSPECT WS-ENTRADA-JUST
                 REPLACING LEADING SPACES BY ZEROS

              IF WS-ENTRADA-JUST NOT NUMERIC
                 OR WS-ENTRADA(5:36) NOT = SPACES
                 DISPLAY 'NUMERO INVALIDO: ' WS-ENTRADA
              ELSE
                 MOVE WS-ENTRADA-JUST       TO WS-APR-POS
                 IF WS-APR-POS = 0 OR WS-APR-POS > WS-APR-CANT
                    DISPLAY 'NO EXISTE LA NOVEDAD ' WS-ENTRADA-JUST
                 ELSE
                    MOVE 'S'                TO WS-SW-NUMERO-OK
                    MOVE WS-APR-TAB-REGISTRO (WS-APR-POS)
                                            TO WS-APR-REGISTRO
                 END-IF
              END-IF
           END-IF.

       2050-PEDIR-NUMERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2055-ALINEAR-NUMERO.
      *----------------------------------------------------------------*

           MOVE WS-ENTRADA-JUST             TO WS-ENTRADA-AUX.
           MOVE SPACES                      TO WS-ENTRADA-JUST.
           MOVE WS-ENTRADA-AUX(1:3)         TO WS-ENTRADA-JUST(2:3).

       2055-ALINEAR-NUMERO-EXIT.
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
       2100-RESOLVER-NOVEDAD.
      *----------------------------------------------------------------*

      *---- APROBAR O RECHAZAR FIRMA LA NOVEDAD CON EL USUARIO Y LA
      *---- FECHA DEL DIA; EL RECHAZO EXIGE UN MOTIVO PORQUE ES LO QUE
      *---- SE INFORMA EN LAS RECHAZADAS. VOLVER A PENDIENTE BORRA LA
      *---- DECISION ANTERIOR MIENTRAS CL15EJ02 NO LA HAYA CONSUMIDO.
           PERFORM 2050-PEDIR-NUMERO
              THRU 2050-PEDIR-NUMERO-EXIT.

           IF WS-NUMERO-OK
              PERFORM 2600-MOSTRAR-NOVEDAD
                 THRU 2600-MOSTRAR-NOVEDAD-EXIT

              MOVE SPACES                   TO WS-DEC-MOTIVO
              MOVE 'S'                      TO WS-SW-CONFIRMA

              IF WS-DEC-ESTADO = WS-APR-ESTADO
                 DISPLAY 'LA NOVEDAD YA ESTA EN ESE ESTADO'
                 MOVE 'N'                   TO WS-SW-CONFIRMA
              END-IF

              IF WS-CONFIRMA AND WS-DEC-ESTADO NOT = 'P'
                 DISPLAY 'MOTIVO: '
                 MOVE SPACES                TO WS-ENTRADA
                 ACCEPT WS-ENTRADA
                 MOVE WS-ENTRADA            TO WS-DEC-MOTIVO
                 IF WS-DEC-ESTADO = 'R' AND WS-DEC-MOTIVO = SPACES
                    DISPLAY 'EL MOTIVO ES OBLIGATORIO PARA RECHAZAR'
                    MOVE 'N'                TO WS-SW-CONFIRMA
                 END-IF
              END-IF

              IF WS-CONFIRMA
                 PERFORM 2090-CONFIRMAR
                    THRU 2090-CONFIRMAR-EXIT
              END-IF

              IF WS-CONFIRMA
                 MOVE WS-DEC-ESTADO         TO WS-APR-ESTADO
                 MOVE WS-DEC-MOTIVO         TO WS-APR-MOTIVO-DECISION
                 IF WS-DEC-ESTADO = 'P'
                    MOVE SPACES             TO WS-APR-USUARIO
                    MOVE 0                  TO WS-APR-FECHA-DECISION
                 ELSE
                    MOVE WS-USUARIO         TO WS-APR-USUARIO
                    MOVE WS-FECHA-AAAAMMDD  TO WS-APR-FECHA-DECISION
                 END-IF
                 MOVE WS-APR-REGISTRO
                               TO WS-APR-TAB-REGISTRO (WS-APR-POS)
                 MOVE 'S'                   TO WS-SW-HUBO-CAMBIOS
                 DISPLAY 'NOVEDAD ACTUALIZADA'
              END-IF
           END-IF.

       2100-RESOLVER-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-LISTAR-NOVEDADES.
      *----------------------------------------------------------------*

           MOVE 'N'                         TO WS-SW-FIN-RECORRIDO.
           MOVE 0                           TO WS-CONT-ENTRADAS.
           MOVE 0                           TO WS-CONT-LIN-PANTALLA.

           DISPLAY ' NRO LEGAJO     T   SUELDO ANTERIOR '
                   '    SUELDO NUEVO  VAR.% E MOTIVO'.

           PERFORM 2650-MOSTRAR-LINEA
              THRU 2650-MOSTRAR-LINEA-EXIT
             VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-CANT
                  OR WS-FIN-RECORRIDO.

           MOVE WS-CONT-ENTRADAS            TO WS-FORMAT-CANT.
           DISPLAY 'NOVEDADES LISTADAS: ' WS-FORMAT-CANT.

       2500-LISTAR-NOVEDADES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-MOSTRAR-NOVEDAD.
      *----------------------------------------------------------------*

           MOVE WS-APR-SUELDO-ANT           TO WS-FORMAT-SUELDO-ANT.
           MOVE WS-APR-NOV-SUELDO           TO WS-FORMAT-SUELDO-NUEVO.
           MOVE WS-APR-VARIACION            TO WS-FORMAT-VARIACION.

           DISPLAY 'LEGAJO     : ' WS-APR-NOV-LEGAJO
                   '  TIPO: ' WS-APR-NOV-TIPO.
           DISPLAY 'NOMBRE     : ' WS-APR-NOV-APELLIDO ' '
                   WS-APR-NOV-NOMBRE.
           DISPLAY 'SUELDO ANT.: ' WS-FORMAT-SUELDO-ANT.
           DISPLAY 'SUELDO NUEV: ' WS-FORMAT-SUELDO-NUEVO.
           DISPLAY 'VARIACION %: ' WS-FORMAT-VARIACION.
           DISPLAY 'RETENIDA EL: ' WS-APR-FECHA-RETENCION.
           DISPLAY 'MOTIVO RET.: ' WS-APR-MOTIVO-RETENCION.

           EVALUATE TRUE
               WHEN WS-APR-APROBADA
                    DISPLAY 'ESTADO     : A - APROBADA'
               WHEN WS-APR-RECHAZADA
                    DISPLAY 'ESTADO     : R - RECHAZADA'
               WHEN OTHER
                    DISPLAY 'ESTADO     : P - PENDIENTE'
           END-EVALUATE.

           IF NOT WS-APR-PENDIENTE
              DISPLAY 'DECIDIO    : ' WS-APR-USUARIO
                      ' EL ' WS-APR-FECHA-DECISION
              DISPLAY 'MOTIVO DEC.: ' WS-APR-MOTIVO-DECISION
           END-IF.

       2600-MOSTRAR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-MOSTRAR-LINEA.
      *----------------------------------------------------------------*

           MOVE WS-APR-TAB-REGISTRO (WS-APR-IX) TO WS-APR-REGISTRO.

           MOVE WS-APR-IX                   TO WS-FORMAT-NUMERO.
           MOVE WS-APR-SUELDO-ANT           TO WS-FORMAT-SUELDO-ANT.
           MOVE WS-APR-NOV-SUELDO           TO WS-FORMAT-SUELDO-NUEVO.
           MOVE WS-APR-VARIACION            TO WS-FORMAT-VARIACION.

           DISPLAY WS-FORMAT-NUMERO ' ' WS-APR-NOV-LEGAJO ' '
                   WS-APR-NOV-TIPO ' ' WS-FORMAT-SUELDO-ANT '    '
                   WS-FORMAT-SUELDO-NUEVO ' ' WS-FORMAT-VARIACION ' '
                   WS-APR-ESTADO ' ' WS-APR-MOTIVO-RETENCION.

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

      *---- SOLO SE REGRABA EL ARCHIVO SI SE RESOLVIO ALGUNA NOVEDAD,
      *---- PARA NO PISAR UNA CORRIDA DE CL15EJ02 SIN NECESIDAD. SI
      *---- CL15EJ02 LO REGRABO MIENTRAS LA SESION ESTABA ABIERTA, LA
      *---- TABLA YA NO LO REPRESENTA: REGRABARLO PERDERIA LAS NUEVAS
      *---- RETENIDAS Y REVIVIRIA LAS DECISIONES YA CONSUMIDAS.
           IF WS-HUBO-CAMBIOS
              PERFORM 3050-VERIFICAR-ARCHIVO
                 THRU 3050-VERIFICAR-ARCHIVO-EXIT

              IF WS-ARCHIVO-CAMBIO
                 DISPLAY 'EL ARCHIVO DE APROBACION CAMBIO DURANTE LA '
                         'SESION: NO SE GRABAN LAS DECISIONES'
                 DISPLAY 'LAS DECISIONES DE ESTA SESION DEBEN '
                         'INGRESARSE NUEVAMENTE'
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN OUTPUT ENT-APROBACIONES
              IF NOT FS-APROBACIONES-OK
                 DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE APROBACION'
                 DISPLAY 'FILE STATUS: ' FS-APROBACIONES
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM 3100-GRABAR-APROBACION
                 THRU 3100-GRABAR-APROBACION-EXIT
                VARYING WS-APR-IX FROM 1 BY 1
                  UNTIL WS-APR-IX > WS-APR-CANT

              CLOSE ENT-APROBACIONES

              IF NOT FS-APROBACIONES-OK
                 DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE APROBACION: '
                         FS-APROBACIONES
                 MOVE 16                    TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-APR-CANT > 0
              PERFORM 1200-CONTAR-ESTADOS
                 THRU 1200-CONTAR-ESTADOS-EXIT

              MOVE WS-CONT-APROBADAS        TO WS-FORMAT-CANT
              DISPLAY 'NOVEDADES APROBADAS : ' WS-FORMAT-CANT
              MOVE WS-CONT-RECHAZADAS       TO WS-FORMAT-CANT
              DISPLAY 'NOVEDADES RECHAZADAS: ' WS-FORMAT-CANT
              MOVE WS-CONT-PENDIENTES       TO WS-FORMAT-CANT
              DISPLAY 'NOVEDADES PENDIENTES: ' WS-FORMAT-CANT
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3050-VERIFICAR-ARCHIVO.
      *----------------------------------------------------------------*

      *---- SE RELEE EL ARCHIVO Y SE COMPARA REGISTRO POR REGISTRO CON
      *---- LO LEIDO AL INICIO, SALTEANDO LAS LINEAS EN BLANCO COMO LA
      *---- CARGA DE LA TABLA.
           MOVE 0                           TO WS-CONT-RELEIDAS.
           MOVE 'N'                         TO WS-SW-ARCHIVO-CAMBIO.

           OPEN INPUT ENT-APROBACIONES.

           EVALUATE TRUE
               WHEN FS-APROBACIONES-OK
                    PERFORM 3060-COMPARAR-APROBACION
                       THRU 3060-COMPARAR-APROBACION-EXIT
                      UNTIL FS-APROBACIONES-EOF
                         OR WS-ARCHIVO-CAMBIO
                    CLOSE ENT-APROBACIONES
               WHEN FS-APROBACIONES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE APROBACION'
                    DISPLAY 'FILE STATUS: ' FS-APROBACIONES
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           IF WS-CONT-RELEIDAS NOT = WS-APR-CANT
              MOVE 'S'                      TO WS-SW-ARCHIVO-CAMBIO
           END-IF.

       3050-VERIFICAR-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3060-COMPARAR-APROBACION.
      *----------------------------------------------------------------*

           READ ENT-APROBACIONES.

           EVALUATE TRUE
               WHEN FS-APROBACIONES-EOF
                    CONTINUE
               WHEN NOT FS-APROBACIONES-OK
                    DISPLAY 'ERROR AL RELEER EL ARCHIVO DE APROBACION'
                    DISPLAY 'FILE STATUS: ' FS-APROBACIONES
                    CLOSE ENT-APROBACIONES
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
               WHEN WS-REG-APROBACION = SPACES
                    CONTINUE
               WHEN WS-CONT-RELEIDAS >= WS-APR-CANT
                    MOVE 'S'                TO WS-SW-ARCHIVO-CAMBIO
               WHEN OTHER
                    ADD 1                   TO WS-CONT-RELEIDAS
                    IF WS-REG-APROBACION NOT =
                       WS-APR-TAB-ORIGINAL (WS-CONT-RELEIDAS)
                       MOVE 'S'             TO WS-SW-ARCHIVO-CAMBIO
                    END-IF
           END-EVALUATE.

       3060-COMPARAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-APROBACION.
      *----------------------------------------------------------------*

           WRITE WS-REG-APROBACION
              FROM WS-APR-TAB-REGISTRO (WS-APR-IX).

           IF NOT FS-APROBACIONES-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE APROBACION: '
                      FS-APROBACIONES
              MOVE 16                       TO RETURN-CODE
           END-IF.

       3100-GRABAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ18.
