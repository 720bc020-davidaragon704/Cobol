      ******************************************************************
      * Copybook: INFONAVIT-WS
      * Purpose:  Working-storage del descuento del credito INFONAVIT
      *           (ver INFONAVIT-PROC.cpy): el programa MUEVE el
      *           empleado a WKS-INF-EMP, la fecha del periodo a
      *           WKS-INF-PERIODO, los dias naturales del periodo a
      *           WKS-INF-DIAS (0 = cuota mensual completa), el
      *           salario ordinario del periodo a WKS-INF-SALARIO y
      *           el neto que queda a WKS-INF-NETO, PERFORM
      *           1845-DESCONTAR-INFONAVIT, y el descuento (ya topado
      *           al neto) queda en WKS-INF-DESCUENTO con el numero
      *           de credito en WKS-INF-CREDITO.
      ******************************************************************
       77 CI-STATUS               PIC X(02).
       77 WKS-INF-EMP             PIC 9(05).
       77 WKS-INF-PERIODO         PIC 9(08).
       77 WKS-INF-DIAS            PIC 9(03).
       77 WKS-INF-SALARIO         PIC 9(10)V9(02).
       77 WKS-INF-NETO            PIC 9(10)V9(02).
       77 WKS-INF-DESCUENTO       PIC 9(07)V9(02).
       77 WKS-INF-CREDITO         PIC X(10).
       77 WKS-INF-PROPORCION      PIC 9(02)V9(06).
