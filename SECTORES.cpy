      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LAYOUT DE LA TABLA DE SECTORES, CATEGORIAS Y BANDAS
      ******************************************************************
      *---- UNA ENTRADA POR TIPO + CODIGO + FECHA DE VIGENCIA DESDE.
      *---- TIPO 'S' = SECTOR (CODIGO DE 3 DIGITOS), TIPO 'C' =
      *---- CATEGORIA (CODIGO DE 2 POSICIONES, CON SU ESCALA SALARIAL
      *---- MINIMA Y MAXIMA), TIPO 'B' = BANDA SALARIAL DE LA NOMINA
      *---- (CODIGO '1'/'2'/'3', EL TOPE DE LA BANDA EN SUELDO-MAX Y
      *---- LA LEYENDA QUE SE IMPRIME EN DESCRIPCION; LA BANDA 3 NO
      *---- TIENE TOPE). PARA CADA CODIGO RIGE LA ENTRADA DE MAYOR
      *---- VIGENCIA QUE NO SUPERE LA FECHA DE PROCESO; SI ESA ENTRADA
      *---- ESTA DADA DE BAJA, EL CODIGO NO ESTA HABILITADO.
       01  WS-TSC-REGISTRO.
           05 WS-TSC-CLAVE.
              10 WS-TSC-TIPO                 PIC X(01).
                 88 WS-TSC-ES-SECTOR             VALUE 'S'.
                 88 WS-TSC-ES-CATEGORIA          VALUE 'C'.
                 88 WS-TSC-ES-BANDA              VALUE 'B'.
              10 WS-TSC-CODIGO               PIC X(03).
              10 WS-TSC-VIGENCIA             PIC 9(08).
           05 WS-TSC-DESCRIPCION             PIC X(30).
           05 WS-TSC-SUELDO-MIN              PIC 9(08)V9(02).
           05 WS-TSC-SUELDO-MAX              PIC 9(08)V9(02).
           05 WS-TSC-ESTADO                  PIC X(01).
              88 WS-TSC-ACTIVO                   VALUE 'A'.
              88 WS-TSC-INACTIVO                 VALUE 'B'.
           05 WS-TSC-FECHA-ACTUALIZ          PIC 9(08).
