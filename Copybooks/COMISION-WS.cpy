      ******************************************************************
      * Copybook: COMISION-WS
      * Purpose:  Working-storage del pago de comisiones por nomina
      *           (ver COMISION-PROC.cpy): el programa MUEVE el
      *           empleado a WKS-COM-EMP y el periodo que se calcula
      *           a WKS-COM-PERIODO; 1870-COMISION-PENDIENTE deja en
      *           WKS-COM-IMPORTE lo que toca pagar y
      *           1871-LIQUIDAR-COMISION lo marca como pagado.
      ******************************************************************
       77 CM-STATUS               PIC X(02).
       77 WKS-COM-EMP             PIC 9(05).
       77 WKS-COM-PERIODO         PIC 9(08).
       77 WKS-COM-IMPORTE         PIC 9(07)V9(02).
       77 WKS-FIN-COM             PIC X(01).
           88 WKS-EOF-COM         VALUE "S".
