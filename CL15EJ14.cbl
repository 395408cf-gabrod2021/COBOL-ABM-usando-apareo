      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ABM EN LINEA DE LAS CUENTAS BANCARIAS DE LOS LEGAJOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ14.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- ACCESO DINAMICO: EL ABM LEE Y REGRABA POR LEGAJO, Y EL
      *---- LISTADO RECORRE CON START/READ NEXT.
       SELECT ENT-CUENTAS
           ASSIGN TO '../CUENTAS_BANCARIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CTA-LEGAJO
           FILE STATUS IS FS-CUENTAS.

      *---- EL MAESTRO INDEXADO SOLO SE CONSULTA POR LEGAJO, PARA
      *---- VALIDAR QUE EL LEGAJO EXISTA Y QUE EL TITULAR DE LA CUENTA
      *---- TENGA SU MISMO CUIL.
       SELECT ENT-MAESTRO-IDX
           ASSIGN TO '../MAESTRO_IDX.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-IDX-LEGAJO
           ALTERNATE RECORD KEY IS WS-IDX-APELLIDO
              WITH DUPLICATES
           FILE STATUS IS FS-MAESTRO-IDX.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CUENTAS.
          COPY CTABANCO.

       FD ENT-MAESTRO-IDX.
          COPY MAESTROIDX.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CUENTAS                     PIC X(2).
             88 FS-CUENTAS-OK                   VALUE '00'.
             88 FS-CUENTAS-EOF                  VALUE '10'.
             88 FS-CUENTAS-DUP                  VALUE '22'.
             88 FS-CUENTAS-NOREG                VALUE '23'.
             88 FS-CUENTAS-NFD                  VALUE '35'.
          05 FS-MAESTRO-IDX                 PIC X(2).
             88 FS-MAESTRO-IDX-OK               VALUE '00'.
             88 FS-MAESTRO-IDX-NOREG            VALUE '23'.
             88 FS-MAESTRO-IDX-NFD              VALUE '35'.

       01 WS-VARIABLES-AUX.
          05 WS-ENTRADA                     PIC X(30).
          05 WS-ENTRADA-JUST                PIC X(10).
          05 WS-ENTRADA-AUX                 PIC X(10).
          05 WS-OPCION                      PIC X(03).
          05 WS-RESPUESTA                   PIC X(01).
          05 WS-FORMAT-CANT                 PIC ZZZ.ZZ9.
          05 WS-SW-FIN-SESION               PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                   VALUE 'S'.
          05 WS-SW-CONFIRMA                 PIC X(01) VALUE 'N'.
             88 WS-CONFIRMA                     VALUE 'S'.
          05 WS-SW-LEGAJO-OK                PIC X(01) VALUE 'N'.
             88 WS-LEGAJO-OK                    VALUE 'S'.
          05 WS-SW-CUENTA-OK                PIC X(01) VALUE 'N'.
             88 WS-CUENTA-OK                    VALUE 'S'.

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-AAAAMMDD              PIC 9(08).

      *---- NOMBRE DEL LEGAJO SEGUN EL MAESTRO, QUE SE PROPONE COMO
      *---- TITULAR EN EL ALTA.
       01 WS-DATOS-LEGAJO.
          05 WS-LEG-NOMBRE-COMPLETO         PIC X(30).
          05 WS-LEG-CUIL                    PIC X(11).

      *---- VALIDACION DEL CBU: CADA BLOQUE LLEVA SU DIGITO VERIFICADOR
      *---- MODULO 10. EL BLOQUE 1 (ENTIDAD Y SUCURSAL, 7 DIGITOS) USA
      *---- LOS PESOS 7139713 Y EL BLOQUE 2 (CUENTA, 13 DIGITOS) LOS
      *---- PESOS 3971397139713: LOS PESOS SE TOMAN SIEMPRE ALINEADOS
      *---- A LA DERECHA DE LA TABLA.
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

      *---- RECORRIDO DEL LISTADO, PAGINADO DE A PANTALLAS.
       01 WS-RECORRIDO.
          05 WS-SW-FIN-RECORRIDO            PIC X(01) VALUE 'N'.
             88 WS-FIN-RECORRIDO                VALUE 'S'.
          05 WS-CONT-ENTRADAS               PIC 9(06) VALUE 0.
          05 WS-CONT-LIN-PANTALLA           PIC 9(02) VALUE 0.
          05 WS-LINEAS-PANTALLA             PIC 9(02) VALUE 15.

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

           OPEN INPUT ENT-MAESTRO-IDX.

           IF NOT FS-MAESTRO-IDX-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO INDEXADO'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-IDX
              IF FS-MAESTRO-IDX-NFD
                 DISPLAY 'EJECUTAR ANTES LA CARGA CL15EJ04'
              END-IF
              MOVE 16                       TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ENT-CUENTAS.

      *---- LA PRIMERA VEZ EL ARCHIVO NO EXISTE: SE CREA VACIO Y SE
      *---- REABRE PARA ACTUALIZAR.
           IF FS-CUENTAS-NFD
              DISPLAY 'NO EXISTE EL ARCHIVO DE CUENTAS BANCARIAS, SE '
                      'CREA VACIO'
              OPEN OUTPUT ENT-CUENTAS
              IF FS-CUENTAS-OK
                 CLOSE ENT-CUENTAS
                 OPEN I-O ENT-CUENTAS
              END-IF
           END-IF.

           IF NOT FS-CUENTAS-OK
              DISPLAY 'ERROR AL ABRIR LAS CUENTAS BANCARIAS'
              DISPLAY 'FILE STATUS: ' FS-CUENTAS
              CLOSE ENT-MAESTRO-IDX
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
                   'LEGAJO L=LISTADO (FIN PARA TERMINAR): '.

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
                    PERFORM 2400-CONSULTAR-CUENTA
                       THRU 2400-CONSULTAR-CUENTA-EXIT
               WHEN WS-OPCION = 'L'
                    PERFORM 2500-LISTAR-CUENTAS
                       THRU 2500-LISTAR-CUENTAS-EXIT
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA: ' WS-OPCION
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

                 IF WS-ENTRADA-JUST NOT NUMERIC
                    DISPLAY 'LEGAJO INVALIDO: ' WS-ENTRADA
                 ELSE
                    MOVE WS-ENTRADA-JUST    TO WS-IDX-LEGAJO
                    READ ENT-MAESTRO-IDX
                    EVALUATE TRUE
                        WHEN FS-MAESTRO-IDX-OK
                             MOVE 'S'       TO WS-SW-LEGAJO-OK
                        WHEN FS-MAESTRO-IDX-NOREG
                             DISPLAY 'EL LEGAJO ' WS-ENTRADA-JUST
                                     ' NO EXISTE EN EL MAESTRO'
                        WHEN OTHER
                             DISPLAY 'ERROR AL LEER EL MAESTRO INDEXADO'
                             DISPLAY 'FILE STATUS: ' FS-MAESTRO-IDX
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

           IF WS-LEGAJO-OK
              MOVE SPACES                   TO WS-LEG-NOMBRE-COMPLETO
              STRING WS-IDX-APELLIDO DELIMITED BY '  '
                     ' '                    DELIMITED BY SIZE
                     WS-IDX-NOMBRE          DELIMITED BY '  '
                INTO WS-LEG-NOMBRE-COMPLETO
              END-STRING
              MOVE WS-IDX-CUIL              TO WS-LEG-CUIL
              DISPLAY 'LEGAJO ' WS-IDX-LEGAJO ': '
                      WS-LEG-NOMBRE-COMPLETO
              MOVE WS-IDX-LEGAJO            TO WS-CTA-LEGAJO
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
       2060-PEDIR-DATOS.
      *----------------------------------------------------------------*

      *---- SOBRE EL REGISTRO QUEDAN LOS VALORES ACTUALES (EN EL ALTA,
      *---- LOS PROPUESTOS), QUE SE CONSERVAN SI SE CONTESTA EN BLANCO.
           DISPLAY 'BANCO (CODIGO DE ENTIDAD) [' WS-CTA-BANCO ']: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
              MOVE WS-ENTRADA(1:3)          TO WS-CTA-BANCO
           END-IF.

           DISPLAY 'TIPO DE CUENTA (CA=CAJA DE AHORRO CC=CUENTA '
                   'CORRIENTE) [' WS-CTA-TIPO-CUENTA ']: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
              MOVE WS-ENTRADA(1:2)          TO WS-CTA-TIPO-CUENTA
           END-IF.

           DISPLAY 'CBU (22 DIGITOS) [' WS-CTA-CBU ']: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
              MOVE WS-ENTRADA(1:22)         TO WS-CTA-CBU
           END-IF.

           DISPLAY 'CUIL DEL TITULAR [' WS-CTA-TITULAR-CUIL ']: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
              MOVE WS-ENTRADA(1:11)         TO WS-CTA-TITULAR-CUIL
           END-IF.

           DISPLAY 'NOMBRE DEL TITULAR [' WS-CTA-TITULAR-NOMBRE ']: '.
           MOVE SPACES                      TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
              MOVE WS-ENTRADA               TO WS-CTA-TITULAR-NOMBRE
           END-IF.

           PERFORM 2080-VALIDAR-CUENTA
              THRU 2080-VALIDAR-CUENTA-EXIT.

       2060-PEDIR-DATOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2080-VALIDAR-CUENTA.
      *----------------------------------------------------------------*

      *---- SE INFORMAN TODOS LOS ERRORES JUNTOS PARA QUE EL OPERADOR
      *---- LOS CORRIJA EN UNA SOLA MODIFICACION.
           MOVE 'S'                         TO WS-SW-CUENTA-OK.

           MOVE WS-CTA-CBU                  TO WS-CBU-DIGITOS.
           PERFORM 2250-VALIDAR-CBU
              THRU 2250-VALIDAR-CBU-EXIT.

           IF NOT WS-CBU-VALIDO
              DISPLAY 'CBU INVALIDO: ' WS-CTA-CBU
              MOVE 'N'                      TO WS-SW-CUENTA-OK
           END-IF.

           IF WS-CTA-BANCO NOT NUMERIC
              DISPLAY 'BANCO INVALIDO: ' WS-CTA-BANCO
              MOVE 'N'                      TO WS-SW-CUENTA-OK
           ELSE
              IF WS-CBU-VALIDO
                 AND WS-CTA-BANCO NOT = WS-CTA-CBU-ENTIDAD
                 DISPLAY 'EL BANCO ' WS-CTA-BANCO ' NO ES LA ENTIDAD '
                         'DEL CBU (' WS-CTA-CBU-ENTIDAD ')'
                 MOVE 'N'                   TO WS-SW-CUENTA-OK
              END-IF
           END-IF.

           IF NOT WS-CTA-TIPO-VALIDO
              DISPLAY 'TIPO DE CUENTA INVALIDO: ' WS-CTA-TIPO-CUENTA
              MOVE 'N'                      TO WS-SW-CUENTA-OK
           END-IF.

      *---- LA CUENTA TIENE QUE SER DEL EMPLEADO: EL CUIL DEL TITULAR
      *---- DEBE SER EL DEL LEGAJO EN EL MAESTRO.
           EVALUATE TRUE
               WHEN WS-LEG-CUIL = SPACES
                    DISPLAY 'EL LEGAJO NO TIENE CUIL EN EL MAESTRO: '
                            'CARGARLO ANTES POR NOVEDAD'
                    MOVE 'N'                TO WS-SW-CUENTA-OK
               WHEN WS-CTA-TITULAR-CUIL NOT = WS-LEG-CUIL
                    DISPLAY 'EL CUIL DEL TITULAR ' WS-CTA-TITULAR-CUIL
                            ' NO ES EL DEL LEGAJO ' WS-LEG-CUIL
                    MOVE 'N'                TO WS-SW-CUENTA-OK
           END-EVALUATE.

           IF WS-CTA-TITULAR-NOMBRE = SPACES
              DISPLAY 'EL NOMBRE DEL TITULAR ES OBLIGATORIO'
              MOVE 'N'                      TO WS-SW-CUENTA-OK
           END-IF.

       2080-VALIDAR-CUENTA-EXIT.
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

           PERFORM 2050-PEDIR-LEGAJO
              THRU 2050-PEDIR-LEGAJO-EXIT.

           IF WS-LEGAJO-OK
              READ ENT-CUENTAS
              EVALUATE TRUE
                  WHEN FS-CUENTAS-OK
                       DISPLAY 'EL LEGAJO YA TIENE CUENTA - USAR LA '
                               'OPCION M'
                       PERFORM 2600-MOSTRAR-CUENTA
                          THRU 2600-MOSTRAR-CUENTA-EXIT
                  WHEN FS-CUENTAS-NOREG
                       PERFORM 2150-CARGAR-ALTA
                          THRU 2150-CARGAR-ALTA-EXIT
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER LAS CUENTAS BANCARIAS'
                       DISPLAY 'FILE STATUS: ' FS-CUENTAS
              END-EVALUATE
           END-IF.

       2100-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-CARGAR-ALTA.
      *----------------------------------------------------------------*

      *---- EL READ SIN EXITO NO TOCA EL AREA DEL REGISTRO: SE REARMA
      *---- EL LEGAJO Y SE PROPONE COMO TITULAR AL PROPIO EMPLEADO.
           IF WS-IDX-INACTIVO
              DISPLAY 'EL LEGAJO ESTA DADO DE BAJA EN EL MAESTRO'
           ELSE
              MOVE SPACES                   TO WS-CTA-REGISTRO
              MOVE WS-IDX-LEGAJO            TO WS-CTA-LEGAJO
              MOVE WS-LEG-CUIL              TO WS-CTA-TITULAR-CUIL
              MOVE WS-LEG-NOMBRE-COMPLETO   TO WS-CTA-TITULAR-NOMBRE
              MOVE 'A'                      TO WS-CTA-ESTADO
              MOVE WS-FECHA-AAAAMMDD        TO WS-CTA-FECHA-ACTUALIZ

              PERFORM 2060-PEDIR-DATOS
                 THRU 2060-PEDIR-DATOS-EXIT

              IF WS-CUENTA-OK
                 PERFORM 2600-MOSTRAR-CUENTA
                    THRU 2600-MOSTRAR-CUENTA-EXIT
                 PERFORM 2090-CONFIRMAR
                    THRU 2090-CONFIRMAR-EXIT
                 IF WS-CONFIRMA
                    WRITE WS-CTA-REGISTRO
                    IF FS-CUENTAS-OK
                       DISPLAY 'ALTA GRABADA'
                    ELSE
                       DISPLAY 'ERROR AL GRABAR LAS CUENTAS BANCARIAS'
                       DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2150-CARGAR-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-BAJA.
      *----------------------------------------------------------------*

      *---- LA BAJA ES LOGICA: LA CUENTA QUEDA GRABADA CON ESTADO 'B'
      *---- Y EL LEGAJO DEJA DE ACREDITARSE HASTA QUE SE REACTIVE O SE
      *---- CARGUE OTRA CUENTA CON LA OPCION M.
           PERFORM 2050-PEDIR-LEGAJO
              THRU 2050-PEDIR-LEGAJO-EXIT.

           IF WS-LEGAJO-OK
              READ ENT-CUENTAS
              EVALUATE TRUE
                  WHEN FS-CUENTAS-OK
                       PERFORM 2210-BAJA-EXISTENTE
                          THRU 2210-BAJA-EXISTENTE-EXIT
                  WHEN FS-CUENTAS-NOREG
                       DISPLAY 'EL LEGAJO NO TIENE CUENTA BANCARIA'
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER LAS CUENTAS BANCARIAS'
                       DISPLAY 'FILE STATUS: ' FS-CUENTAS
              END-EVALUATE
           END-IF.

       2200-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-BAJA-EXISTENTE.
      *----------------------------------------------------------------*

           PERFORM 2600-MOSTRAR-CUENTA
              THRU 2600-MOSTRAR-CUENTA-EXIT.

           IF WS-CTA-INACTIVA
              DISPLAY 'LA CUENTA YA ESTA DADA DE BAJA'
           ELSE
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
              IF WS-CONFIRMA
                 MOVE 'B'                   TO WS-CTA-ESTADO
                 MOVE WS-FECHA-AAAAMMDD     TO WS-CTA-FECHA-ACTUALIZ
                 REWRITE WS-CTA-REGISTRO
                 IF FS-CUENTAS-OK
                    DISPLAY 'BAJA GRABADA'
                 ELSE
                    DISPLAY 'ERROR AL REGRABAR LAS CUENTAS BANCARIAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                 END-IF
              END-IF
           END-IF.

       2210-BAJA-EXISTENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-VALIDAR-CBU.
      *----------------------------------------------------------------*

      *---- EL CBU A VALIDAR VIENE EN WS-CBU-DIGITOS.
           MOVE 'S'                         TO WS-SW-CBU-VALIDO.

           IF WS-CBU-DIGITOS NOT NUMERIC
              MOVE 'N'                      TO WS-SW-CBU-VALIDO
           END-IF.

           IF WS-CBU-VALIDO
              MOVE WS-CBU-DIGITOS(1:8)      TO WS-CBU-BLOQUE
              MOVE 7                        TO WS-CBU-LARGO
              PERFORM 2260-VERIFICAR-BLOQUE-CBU
                 THRU 2260-VERIFICAR-BLOQUE-CBU-EXIT
           END-IF.

           IF WS-CBU-VALIDO
              MOVE WS-CBU-DIGITOS(9:14)     TO WS-CBU-BLOQUE
              MOVE 13                       TO WS-CBU-LARGO
              PERFORM 2260-VERIFICAR-BLOQUE-CBU
                 THRU 2260-VERIFICAR-BLOQUE-CBU-EXIT
           END-IF.

       2250-VALIDAR-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-VERIFICAR-BLOQUE-CBU.
      *----------------------------------------------------------------*

      *---- EL DIGITO VERIFICADOR ES EL QUE SIGUE A LOS WS-CBU-LARGO
      *---- DIGITOS DEL BLOQUE: (10 - SUMA PONDERADA MODULO 10) MODULO
      *---- 10.
           MOVE 0                           TO WS-CBU-SUMA.

           PERFORM 2270-SUMAR-DIGITO-CBU
              THRU 2270-SUMAR-DIGITO-CBU-EXIT
             VARYING WS-CBU-IND FROM 1 BY 1
               UNTIL WS-CBU-IND > WS-CBU-LARGO.

           DIVIDE WS-CBU-SUMA BY 10
              GIVING WS-CBU-COCIENTE
              REMAINDER WS-CBU-RESTO.

           COMPUTE WS-CBU-VERIF = 10 - WS-CBU-RESTO.
           IF WS-CBU-VERIF = 10
              MOVE 0                        TO WS-CBU-VERIF
           END-IF.

           COMPUTE WS-CBU-IND = WS-CBU-LARGO + 1.
           MOVE WS-CBU-BLOQUE(WS-CBU-IND:1) TO WS-CBU-DIG.

           IF WS-CBU-VERIF NOT = WS-CBU-DIG
              MOVE 'N'                      TO WS-SW-CBU-VALIDO
           END-IF.

       2260-VERIFICAR-BLOQUE-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2270-SUMAR-DIGITO-CBU.
      *----------------------------------------------------------------*

           MOVE WS-CBU-BLOQUE(WS-CBU-IND:1) TO WS-CBU-DIG.

           COMPUTE WS-CBU-POS-PESO = 13 - WS-CBU-LARGO + WS-CBU-IND.

           COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                 + WS-CBU-DIG * WS-CBU-PESO(WS-CBU-POS-PESO).

       2270-SUMAR-DIGITO-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-MODIFICACION.
      *----------------------------------------------------------------*

      *---- MODIFICA LA CUENTA EN EL LUGAR (CAMBIO DE BANCO O DE CBU).
      *---- LOS CAMPOS EN BLANCO CONSERVAN SU VALOR; UNA CUENTA DADA
      *---- DE BAJA PUEDE REACTIVARSE.
           PERFORM 2050-PEDIR-LEGAJO
              THRU 2050-PEDIR-LEGAJO-EXIT.

           IF WS-LEGAJO-OK
              READ ENT-CUENTAS
              EVALUATE TRUE
                  WHEN FS-CUENTAS-OK
                       PERFORM 2350-CARGAR-MODIFICACION
                          THRU 2350-CARGAR-MODIFICACION-EXIT
                  WHEN FS-CUENTAS-NOREG
                       DISPLAY 'EL LEGAJO NO TIENE CUENTA BANCARIA - '
                               'USAR LA OPCION A'
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER LAS CUENTAS BANCARIAS'
                       DISPLAY 'FILE STATUS: ' FS-CUENTAS
              END-EVALUATE
           END-IF.

       2300-MODIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-CARGAR-MODIFICACION.
      *----------------------------------------------------------------*

           PERFORM 2600-MOSTRAR-CUENTA
              THRU 2600-MOSTRAR-CUENTA-EXIT.

           PERFORM 2060-PEDIR-DATOS
              THRU 2060-PEDIR-DATOS-EXIT.

           IF WS-CUENTA-OK AND WS-CTA-INACTIVA
              DISPLAY 'LA CUENTA ESTA DADA DE BAJA. REACTIVAR? '
                      '(S/N): '
              MOVE SPACES                   TO WS-RESPUESTA
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                 MOVE 'A'                   TO WS-CTA-ESTADO
              END-IF
           END-IF.

           IF WS-CUENTA-OK
              MOVE WS-FECHA-AAAAMMDD        TO WS-CTA-FECHA-ACTUALIZ
              PERFORM 2600-MOSTRAR-CUENTA
                 THRU 2600-MOSTRAR-CUENTA-EXIT
              PERFORM 2090-CONFIRMAR
                 THRU 2090-CONFIRMAR-EXIT
              IF WS-CONFIRMA
                 REWRITE WS-CTA-REGISTRO
                 IF FS-CUENTAS-OK
                    DISPLAY 'MODIFICACION GRABADA'
                 ELSE
                    DISPLAY 'ERROR AL REGRABAR LAS CUENTAS BANCARIAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                 END-IF
              END-IF
           END-IF.

       2350-CARGAR-MODIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-CONSULTAR-CUENTA.
      *----------------------------------------------------------------*

           PERFORM 2050-PEDIR-LEGAJO
              THRU 2050-PEDIR-LEGAJO-EXIT.

           IF WS-LEGAJO-OK
              READ ENT-CUENTAS
              EVALUATE TRUE
                  WHEN FS-CUENTAS-OK
                       PERFORM 2600-MOSTRAR-CUENTA
                          THRU 2600-MOSTRAR-CUENTA-EXIT
                       IF WS-CTA-TITULAR-CUIL NOT = WS-LEG-CUIL
                          DISPLAY 'ATENCION: EL CUIL DEL TITULAR YA '
                                  'NO ES EL DEL LEGAJO ' WS-LEG-CUIL
                       END-IF
                  WHEN FS-CUENTAS-NOREG
                       DISPLAY 'EL LEGAJO NO TIENE CUENTA BANCARIA'
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER LAS CUENTAS BANCARIAS'
                       DISPLAY 'FILE STATUS: ' FS-CUENTAS
              END-EVALUATE
           END-IF.

       2400-CONSULTAR-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-LISTAR-CUENTAS.
      *----------------------------------------------------------------*

           MOVE 'N'                         TO WS-SW-FIN-RECORRIDO.
           MOVE 0                           TO WS-CONT-ENTRADAS.
           MOVE 0                           TO WS-CONT-LIN-PANTALLA.
           MOVE LOW-VALUES                  TO WS-CTA-LEGAJO.

           START ENT-CUENTAS
              KEY IS NOT < WS-CTA-LEGAJO.

           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                    PERFORM 2560-LEER-CUENTA
                       THRU 2560-LEER-CUENTA-EXIT
                      UNTIL WS-FIN-RECORRIDO
               WHEN FS-CUENTAS-NOREG
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LAS CUENTAS BANCARIAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
           END-EVALUATE.

           MOVE WS-CONT-ENTRADAS            TO WS-FORMAT-CANT.
           DISPLAY 'CUENTAS LISTADAS: ' WS-FORMAT-CANT.

       2500-LISTAR-CUENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2560-LEER-CUENTA.
      *----------------------------------------------------------------*

           READ ENT-CUENTAS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CUENTAS-EOF
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
               WHEN NOT FS-CUENTAS-OK
                    DISPLAY 'ERROR AL RECORRER LAS CUENTAS BANCARIAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 'S'                TO WS-SW-FIN-RECORRIDO
               WHEN OTHER
                    PERFORM 2650-MOSTRAR-LINEA
                       THRU 2650-MOSTRAR-LINEA-EXIT
           END-EVALUATE.

       2560-LEER-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-MOSTRAR-CUENTA.
      *----------------------------------------------------------------*

           DISPLAY 'LEGAJO     : ' WS-CTA-LEGAJO.
           DISPLAY 'BANCO      : ' WS-CTA-BANCO.

           EVALUATE TRUE
               WHEN WS-CTA-CAJA-AHORRO
                    DISPLAY 'TIPO CUENTA: CA - CAJA DE AHORRO'
               WHEN WS-CTA-CUENTA-CORRIENTE
                    DISPLAY 'TIPO CUENTA: CC - CUENTA CORRIENTE'
               WHEN OTHER
                    DISPLAY 'TIPO CUENTA: ' WS-CTA-TIPO-CUENTA
           END-EVALUATE.

           DISPLAY 'CBU        : ' WS-CTA-CBU.
           DISPLAY 'TITULAR    : ' WS-CTA-TITULAR-NOMBRE.
           DISPLAY 'CUIL TIT.  : ' WS-CTA-TITULAR-CUIL.

           IF WS-CTA-INACTIVA
              DISPLAY 'ESTADO     : DADA DE BAJA'
           ELSE
              DISPLAY 'ESTADO     : ACTIVA'
           END-IF.

           DISPLAY 'ULT. ACTUAL: ' WS-CTA-FECHA-ACTUALIZ.

       2600-MOSTRAR-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-MOSTRAR-LINEA.
      *----------------------------------------------------------------*

           DISPLAY WS-CTA-LEGAJO ' ' WS-CTA-BANCO ' '
                   WS-CTA-TIPO-CUENTA ' ' WS-CTA-CBU ' '
                   WS-CTA-TITULAR-CUIL ' ' WS-CTA-TITULAR-NOMBRE ' '
                   WS-CTA-ESTADO.

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

           CLOSE ENT-CUENTAS
                 ENT-MAESTRO-IDX.

           IF NOT FS-CUENTAS-OK
              DISPLAY 'ERROR AL CERRAR LAS CUENTAS BANCARIAS: '
                      FS-CUENTAS
           END-IF.

       3000-FINALIZAR-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CL15EJ14.
