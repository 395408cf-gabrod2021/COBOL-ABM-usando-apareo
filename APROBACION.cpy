      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LAYOUT DE LAS NOVEDADES RETENIDAS PARA APROBACION
      ******************************************************************
      *---- CL15EJ02 RETIENE LAS ALTAS Y MODIFICACIONES CUYO SUELDO
      *---- SUPERA LOS UMBRALES DE CONTROL Y LAS DEJA EN EL ARCHIVO DE
      *---- NOVEDADES A APROBAR CON LA NOVEDAD ORIGINAL COMPLETA, EL
      *---- SUELDO ANTERIOR, LA VARIACION Y EL MOTIVO DE LA RETENCION.
      *---- EL SUPERVISOR LAS RESUELVE CON CL15EJ18: 'A' APROBADA
      *---- ENTRA SOLA EN LA CORRIDA SIGUIENTE, 'R' RECHAZADA SE
      *---- INFORMA EN LAS RECHAZADAS CON EL MOTIVO DEL SUPERVISOR Y
      *---- 'P' SIGUE PENDIENTE. EL ARCHIVO ES DISTINTO DEL DE
      *---- PENDIENTES POR FECHA DE VIGENCIA.
       01  WS-APR-REGISTRO.
           05 WS-APR-NOVEDAD                 PIC X(93).
           05 WS-APR-NOVEDAD-R REDEFINES WS-APR-NOVEDAD.
              10 WS-APR-NOV-TIPO             PIC X(01).
              10 WS-APR-NOV-LEGAJO           PIC X(10).
              10 WS-APR-NOV-NOMBRE           PIC X(20).
              10 WS-APR-NOV-APELLIDO         PIC X(20).
              10 WS-APR-NOV-SUELDO           PIC 9(08)V9(02).
              10 FILLER                      PIC X(32).
           05 FILLER                         PIC X(01).
           05 WS-APR-FECHA-RETENCION         PIC 9(08).
           05 FILLER                         PIC X(01).
           05 WS-APR-SUELDO-ANT              PIC 9(08)V9(02).
           05 FILLER                         PIC X(01).
           05 WS-APR-VARIACION               PIC 9(03)V9(02).
           05 FILLER                         PIC X(01).
           05 WS-APR-MOTIVO-RETENCION        PIC X(40).
           05 FILLER                         PIC X(01).
           05 WS-APR-ESTADO                  PIC X(01).
              88 WS-APR-PENDIENTE                VALUE 'P'.
              88 WS-APR-APROBADA                 VALUE 'A'.
              88 WS-APR-RECHAZADA                VALUE 'R'.
           05 FILLER                         PIC X(01).
           05 WS-APR-USUARIO                 PIC X(10).
           05 FILLER                         PIC X(01).
           05 WS-APR-FECHA-DECISION          PIC 9(08).
           05 FILLER                         PIC X(01).
           05 WS-APR-MOTIVO-DECISION         PIC X(40).
