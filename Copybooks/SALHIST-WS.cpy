      ******************************************************************
      * Copybook: SALHIST-WS
      * Purpose:  Working-storage de la historia de salarios (ver
      *           SALHIST-PROC.cpy):
      *             1890-REGISTRAR-SALARIO  WKS-SH-EMP, WKS-SH-FECHA
      *                                     (VIGENCIA), WKS-SH-SALARIO
      *                                     (NUEVO), WKS-SH-ANTERIOR,
      *                                     WKS-SH-MOTIVO, WKS-SH-APROBO
      *             1891-SALARIO-VIGENTE    WKS-SH-EMP, WKS-SH-FECHA Y
      *                                     EL SALARIO DEL MAESTRO EN
      *                                     WKS-SH-SALARIO -> SALARIO
      *                                     VIGENTE EN WKS-SH-SALARIO
      *             1892-RETRO-PENDIENTE    WKS-SH-EMP, WKS-SH-PERIODO
      *                                     (FECHA FINAL DE LA CORRIDA)
      *                                     Y WKS-SH-BASE -> IMPORTE EN
      *                                     WKS-SH-RETRO Y PERIODOS QUE
      *                                     CUBRE EN WKS-SH-RETRO-DESDE
      *                                     .. WKS-SH-RETRO-HASTA
      *             1893-LIQUIDAR-RETRO     WKS-SH-EMP, WKS-SH-PERIODO
      *           WKS-SH-BASE DICE COMO PAGA EL PROGRAMA: D = SALARIO
      *           DIARIO POR DIAS (VARIABLES), P = SALARIO DEL PERIODO
      *           (NOMINA), QUE SE PRORRATEA POR LOS DIAS CUBIERTOS.
      ******************************************************************
       77 SH-STATUS               PIC X(02).
       77 WKS-SH-EMP              PIC 9(05).
       77 WKS-SH-FECHA            PIC 9(08).
       77 WKS-SH-SALARIO          PIC 9(07)V9(02).
       77 WKS-SH-ANTERIOR         PIC 9(07)V9(02).
       77 WKS-SH-MOTIVO           PIC X(30).
       77 WKS-SH-APROBO           PIC X(10).
       77 WKS-SH-PERIODO          PIC 9(08).
       77 WKS-SH-BASE             PIC X(01) VALUE "D".
           88 WKS-SH-POR-DIA      VALUE "D".
           88 WKS-SH-POR-PERIODO  VALUE "P".
       77 WKS-SH-RETRO            PIC 9(08)V9(02).
       77 WKS-SH-RETRO-DESDE      PIC 9(08).
       77 WKS-SH-RETRO-HASTA      PIC 9(08).
       77 WKS-SH-PENDIENTES       PIC 9(03).

      * CAMPOS INTERNOS DE LAS RUTINAS DE HISTORIA DE SALARIOS
       77 WKS-FIN-SH              PIC X(01).
           88 WKS-EOF-SH          VALUE "S".
       77 WKS-FIN-SH-HN           PIC X(01).
           88 WKS-EOF-SH-HN       VALUE "S".
       77 WKS-SH-VIGENTE-SW       PIC X(01).
           88 WKS-SH-HAY-VIGENTE  VALUE "S".
       77 WKS-SH-DIFERENCIA       PIC 9(07)V9(02).
       77 WKS-SH-INICIO           PIC 9(08).
       77 WKS-SH-DIAS             PIC 9(05).
       77 WKS-SH-IMPORTE          PIC 9(08)V9(02).
