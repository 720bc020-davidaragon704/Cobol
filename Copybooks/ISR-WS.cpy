      *           resultado de WKS-ISR-IMPUESTO. La tabla se carga una
      *           vez con 1810-CARGAR-TARIFA; si no hay TARIFA-ISR.TXT
      *           se recae en la tasa plana WKS-TASA-IMPUESTO que cada
      *           programa ya declara. Con grupos de pago de
      *           distinta periodicidad, el programa asigna
      *           TARIFA-FILE a WKS-ISR-ARCHIVO, MUEVE la periodicidad
      *           del grupo (S/Q/M) a WKS-ISR-PERIODICIDAD y hace
      *           PERFORM 1815-TARIFA-PERIODICIDAD, que carga
      *           TARIFA-ISR-S/Q/M.TXT si existe (si no, TARIFA-ISR.TXT)
      *           y solo relee cuando la periodicidad cambia.
      ******************************************************************
       77 TA-STATUS               PIC X(02).
       77 WKS-ISR-BASE            PIC 9(10)V9(02).
       77 WKS-TA-FECHA-CALC       PIC 9(08).
       77 WKS-FIN-TARIFA          PIC X(01) VALUE "N".
           88 WKS-EOF-TARIFA      VALUE "S".
       77 WKS-ISR-ARCHIVO         PIC X(30) VALUE "TARIFA-ISR.TXT".
       77 WKS-ISR-PERIODICIDAD    PIC X(01) VALUE SPACE.
       77 WKS-ISR-CARGADA         PIC X(01) VALUE SPACE.
