           02 WKS-CG-RENGLON OCCURS 200 TIMES.
               03 WKS-CG-FECHA        PIC 9(08).
               03 WKS-CG-IMPORTE      PIC 9(11)V9(02).
               03 WKS-CG-REFERENCIA   PIC X(12).
       77 WKS-NUM-CARGOS          PIC 9(03).
       77 WKS-IDX-CG              PIC 9(03).
       77 WKS-POS-INTERES         PIC 9(03).
       77 WKS-REF-INTERES         PIC X(12).
       77 WKS-ABONOS-TOTAL        PIC 9(13)V9(02).
       77 WKS-EDAD-DIAS           PIC S9(07).

                       IF CU-TIPO IS EQUAL TO "A" THEN
                           ADD CU-IMPORTE TO WKS-ABONOS-TOTAL
                       ELSE
                       IF CU-TIPO IS EQUAL TO "N" THEN
                           PERFORM 2015-APLICAR-CONDONACION
                       ELSE
                       IF WKS-NUM-CARGOS IS LESS THAN 200 THEN
                           ADD 1 TO WKS-NUM-CARGOS
                           MOVE CU-FECHA
                               TO WKS-CG-FECHA(WKS-NUM-CARGOS)
                           MOVE CU-IMPORTE
                               TO WKS-CG-IMPORTE(WKS-NUM-CARGOS)
                           MOVE CU-REFERENCIA
                               TO WKS-CG-REFERENCIA(WKS-NUM-CARGOS).

      * UNA CONDONACION ("CON AAAAMM") ANULA EL CARGO DE INTERES DEL
      * MISMO MES ("INT AAAAMM") EN LUGAR DE IRSE CONTRA EL CARGO MAS
      * VIEJO; SI ESE CARGO NO ESTA EN LA TABLA SE APLICA COMO ABONO
       2015-APLICAR-CONDONACION.
           MOVE SPACES TO WKS-REF-INTERES.
           STRING "INT " CU-REFERENCIA(5:6)
               DELIMITED BY SIZE INTO WKS-REF-INTERES.
           MOVE 0 TO WKS-POS-INTERES.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 2016-BUSCAR-INTERES
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS
                  OR WKS-POS-INTERES IS GREATER THAN 0.
           IF WKS-POS-INTERES IS EQUAL TO 0 THEN
               ADD CU-IMPORTE TO WKS-ABONOS-TOTAL
           ELSE
           IF CU-IMPORTE IS GREATER THAN
              WKS-CG-IMPORTE(WKS-POS-INTERES) THEN
               COMPUTE WKS-ABONOS-TOTAL = WKS-ABONOS-TOTAL +
                       CU-IMPORTE - WKS-CG-IMPORTE(WKS-POS-INTERES)
               MOVE 0 TO WKS-CG-IMPORTE(WKS-POS-INTERES)
           ELSE
               SUBTRACT CU-IMPORTE
                   FROM WKS-CG-IMPORTE(WKS-POS-INTERES).

       2016-BUSCAR-INTERES.
           IF WKS-CG-REFERENCIA(WKS-IDX-CG) IS EQUAL TO
              WKS-REF-INTERES THEN
               MOVE WKS-IDX-CG TO WKS-POS-INTERES.
           ADD 1 TO WKS-IDX-CG.

       2020-APLICAR-FIFO.
           MOVE 1 TO WKS-IDX-CG.
