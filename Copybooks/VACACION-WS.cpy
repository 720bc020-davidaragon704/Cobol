      ******************************************************************
      * Copybook: VACACION-WS
      * Purpose:  Working-storage del saldo de vacaciones (ver
      *           VACACION-PROC.cpy): el programa MUEVE el empleado a
      *           WKS-VAC-EMP y su EMP-FECHA-CONTRATO a
      *           WKS-VAC-CONTRATO; 1980-SALDO-VACACIONES deja los
      *           anios de servicio, los dias de derecho, los tomados
      *           en el anio y el saldo disponible.
      ******************************************************************
       77 AU-STATUS               PIC X(02).
       77 WKS-VAC-EMP             PIC 9(05).
       77 WKS-VAC-CONTRATO        PIC 9(08).
       77 WKS-VAC-FECHA-HOY       PIC 9(08).
       77 WKS-ANIOS-SERVICIO      PIC 9(02).
       77 WKS-VAC-DERECHO         PIC 9(03).
       77 WKS-VAC-TOMADAS         PIC 9(03).
       77 WKS-VAC-SALDO           PIC S9(03).
       77 WKS-FIN-VAC             PIC X(01).
           88 WKS-EOF-VAC         VALUE "S".
