      ******************************************************************
      * Copybook: CHECEF-WS
      * Purpose:  Working-storage de las checadas efectivas (ver
      *           CHECEF-PROC.cpy). El programa pone el empleado en
      *           WKS-CE-EMP (0 = TODOS) y el rango en WKS-CE-DESDE /
      *           WKS-CE-HASTA, hace PERFORM 1975-CHECADAS-EFECTIVAS
      *           y recorre WKS-CE-CHECADA(1 .. WKS-CE-NUM), ordenada
      *           por empleado, fecha y hora: las checadas del reloj
      *           menos las anuladas mas las agregadas por un
      *           supervisor (WKS-CE-ORIGEN C).
      ******************************************************************
       77 CC-STATUS               PIC X(02).
       77 WKS-CE-EMP              PIC 9(05).
       77 WKS-CE-DESDE            PIC 9(08).
       77 WKS-CE-HASTA            PIC 9(08).
       77 WKS-CE-NUM              PIC 9(04).
       77 WKS-CE-TOPE             PIC 9(04) VALUE 1000.
       77 WKS-CE-IDX              PIC 9(04).
       77 WKS-CE-POS              PIC 9(04).
       77 WKS-CE-DESBORDE-SW      PIC X(01).
           88 WKS-CE-DESBORDADA   VALUE "S".
       77 WKS-CE-FIN-SW           PIC X(01).
           88 WKS-CE-FIN          VALUE "S".
       77 WKS-CE-LUGAR-SW         PIC X(01).
           88 WKS-CE-LUGAR-OK     VALUE "S".
       01 WKS-CE-NUEVA.
           02 WKS-CE-N-ORDEN.
               03 WKS-CE-N-EMP    PIC 9(05).
               03 WKS-CE-N-FECHA  PIC 9(08).
               03 WKS-CE-N-HORA   PIC 9(06).
           02 WKS-CE-N-TIPO       PIC X(01).
           02 WKS-CE-N-ORIGEN     PIC X(01).
       01 WKS-CE-TABLA.
           02 WKS-CE-CHECADA      OCCURS 1000 TIMES.
               03 WKS-CE-ORDEN.
                   04 WKS-CE-EMP-ID   PIC 9(05).
                   04 WKS-CE-FECHA    PIC 9(08).
                   04 WKS-CE-HORA     PIC 9(06).
               03 WKS-CE-TIPO     PIC X(01).
      *        O = RELOJ, C = AGREGADA POR CORRECCION
               03 WKS-CE-ORIGEN   PIC X(01).
