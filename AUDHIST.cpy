      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL REPOSITORIO HISTORICO DE AUDITORIA
      ******************************************************************
      *---- UN REGISTRO POR CAMBIO AUDITADO EN UNA CORRIDA APLICADA DE
      *---- CL15EJ02, CON LAS IMAGENES ANTES/DESPUES DEL LEGAJO EN EL
      *---- LAYOUT DEL MAESTRO. LA SECUENCIA ES LA HORA DE LA CARGA
      *---- (HHMMSS) MAS UN ORDINAL DENTRO DEL LEGAJO, ASI QUE DENTRO
      *---- DE UN LEGAJO Y UNA FECHA LA CLAVE RESPETA EL ORDEN DE LOS
      *---- CAMBIOS. EVENTO: 'A' ALTA, 'R' REACTIVACION, 'M'
      *---- MODIFICACION, 'P' AJUSTE GENERAL, 'B' BAJA. LO QUE REVIERTE
      *---- LA MARCHA ATRAS CL15EJ08 NO SE BORRA: QUEDA ANULADO CON LA
      *---- FECHA DE LA ANULACION. LOS CAMBIOS DE SUELDO QUE SE
      *---- APLICARON DESPUES DE UNA RETENCION LLEVAN LA MARCA DE
      *---- APROBACION CON EL SUPERVISOR Y LA FECHA EN QUE LOS APROBO.
       01  WS-AHI-REGISTRO.
           05 WS-AHI-CLAVE.
              10 WS-AHI-LEGAJO               PIC X(10).
              10 WS-AHI-FECHA                PIC 9(08).
              10 WS-AHI-SECUENCIA            PIC 9(08).
           05 WS-AHI-EVENTO                  PIC X(01).
              88 WS-AHI-ES-ALTA                  VALUE 'A'.
              88 WS-AHI-ES-REACTIVACION          VALUE 'R'.
              88 WS-AHI-ES-MODIFICACION          VALUE 'M'.
              88 WS-AHI-ES-AJUSTE                VALUE 'P'.
              88 WS-AHI-ES-BAJA                  VALUE 'B'.
           05 WS-AHI-ANULADO                 PIC X(01).
              88 WS-AHI-ES-ANULADO               VALUE 'S'.
           05 WS-AHI-FECHA-ANULACION         PIC 9(08).
           05 WS-AHI-ANTES                   PIC X(93).
           05 WS-AHI-ANTES-R REDEFINES WS-AHI-ANTES.
              10 FILLER                      PIC X(50).
              10 WS-AHI-ANT-SUELDO           PIC 9(08)V9(02).
              10 WS-AHI-ANT-ESTADO           PIC X(01).
              10 WS-AHI-ANT-FECHA-BAJA       PIC 9(08).
              10 WS-AHI-ANT-SECTOR           PIC X(03).
              10 WS-AHI-ANT-CATEGORIA        PIC X(02).
              10 FILLER                      PIC X(19).
           05 WS-AHI-DESPUES                 PIC X(93).
           05 WS-AHI-DESPUES-R REDEFINES WS-AHI-DESPUES.
              10 FILLER                      PIC X(50).
              10 WS-AHI-DES-SUELDO           PIC 9(08)V9(02).
              10 WS-AHI-DES-ESTADO           PIC X(01).
              10 WS-AHI-DES-FECHA-BAJA       PIC 9(08).
              10 WS-AHI-DES-SECTOR           PIC X(03).
              10 WS-AHI-DES-CATEGORIA        PIC X(02).
              10 FILLER                      PIC X(19).
           05 WS-AHI-APROBADA                PIC X(01).
              88 WS-AHI-ES-APROBADA              VALUE 'S'.
           05 WS-AHI-APR-USUARIO             PIC X(10).
           05 WS-AHI-APR-FECHA               PIC 9(08).
