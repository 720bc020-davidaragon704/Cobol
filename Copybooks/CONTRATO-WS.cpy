      ******************************************************************
      * Copybook: CONTRATO-WS
      * Purpose:  Working-storage de la captura del contrato del
      *           empleado (ver CONTRATO-PROC.cpy). Requiere COPY
      *           FECHA-WS. Los dias sugeridos de la prueba y de la
      *           capacitacion se proponen como fecha de termino cuando
      *           no se captura.
      ******************************************************************
       77 WKS-CTO-DIAS-PRUEBA     PIC 9(03) VALUE 30.
       77 WKS-CTO-DIAS-CAPACITA   PIC 9(03) VALUE 90.
       77 WKS-CTO-FIN-SW          PIC X(01).
           88 WKS-CTO-FIN-OK      VALUE "S".
       77 WKS-CTO-DESCRIPCION     PIC X(15).
