      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL ARCHIVO DE CUENTAS BANCARIAS POR LEGAJO
      ******************************************************************
      *---- UNA CUENTA DE ACREDITACION DE HABERES POR LEGAJO. EL CBU
      *---- TIENE DOS BLOQUES CON SU DIGITO VERIFICADOR CADA UNO:
      *---- ENTIDAD (3) + SUCURSAL (4) + DV Y CUENTA (13) + DV. EL
      *---- BANCO ES EL CODIGO DE ENTIDAD Y DEBE COINCIDIR CON EL CBU.
      *---- EL TITULAR DEBE TENER EL MISMO CUIL QUE EL LEGAJO EN EL
      *---- MAESTRO. LA BAJA ES LOGICA.
       01  WS-CTA-REGISTRO.
           05 WS-CTA-LEGAJO                  PIC X(10).
           05 WS-CTA-BANCO                   PIC X(03).
           05 WS-CTA-TIPO-CUENTA             PIC X(02).
              88 WS-CTA-CAJA-AHORRO              VALUE 'CA'.
              88 WS-CTA-CUENTA-CORRIENTE         VALUE 'CC'.
              88 WS-CTA-TIPO-VALIDO              VALUE 'CA' 'CC'.
           05 WS-CTA-CBU                     PIC X(22).
           05 WS-CTA-CBU-R REDEFINES WS-CTA-CBU.
              10 WS-CTA-CBU-BLOQUE1.
                 15 WS-CTA-CBU-ENTIDAD       PIC X(03).
                 15 WS-CTA-CBU-SUCURSAL      PIC X(04).
                 15 WS-CTA-CBU-DV1           PIC X(01).
              10 WS-CTA-CBU-BLOQUE2.
                 15 WS-CTA-CBU-CUENTA        PIC X(13).
                 15 WS-CTA-CBU-DV2           PIC X(01).
           05 WS-CTA-TITULAR-CUIL            PIC X(11).
           05 WS-CTA-TITULAR-NOMBRE          PIC X(30).
           05 WS-CTA-ESTADO                  PIC X(01).
              88 WS-CTA-ACTIVA                   VALUE 'A'.
              88 WS-CTA-INACTIVA                 VALUE 'B'.
           05 WS-CTA-FECHA-ACTUALIZ          PIC 9(08).
