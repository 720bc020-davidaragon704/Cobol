      ******************************************************************
      * Copybook: COMISION-PROC
      * Purpose:  Comisiones aprobadas que entran al bruto de la
      *           nomina ordinaria, compartido por NOMINA y VARIABLES
      *           igual que PRESTAMO-PROC. Requiere COPY COMISION-WS
      *           en WORKING-STORAGE y un SELECT de COMISION-FILE
      *           sobre COMISIONES-NOMINA.TXT (indexado por CM-LLAVE,
      *           FILE STATUS CM-STATUS) con FD que haga COPY
      *           COMISION. 1870-COMISION-PENDIENTE solo lee (sirve a
      *           la simulacion); 1871-LIQUIDAR-COMISION las marca
      *           como liquidadas con el periodo. Una comision ya
      *           liquidada por este mismo periodo se vuelve a contar,
      *           para que recalcular el periodo no la pierda; con
      *           cualquier otro periodo ya no se paga.
      ******************************************************************
       1870-COMISION-PENDIENTE.
           MOVE 0 TO WKS-COM-IMPORTE.
           MOVE "N" TO WKS-FIN-COM.
           OPEN INPUT COMISION-FILE.
           IF CM-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-COM
           ELSE
               PERFORM 1870-SUMAR-COMISION UNTIL WKS-EOF-COM
               CLOSE COMISION-FILE.

       1870-SUMAR-COMISION.
           READ COMISION-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-COM
               NOT AT END
                   IF CM-EMP-ID IS EQUAL TO WKS-COM-EMP THEN
                       IF CM-PENDIENTE OR
                          (CM-LIQUIDADA AND
                           CM-PERIODO-PAGO IS EQUAL TO
                           WKS-COM-PERIODO) THEN
                           ADD CM-IMPORTE TO WKS-COM-IMPORTE.

       1871-LIQUIDAR-COMISION.
           MOVE "N" TO WKS-FIN-COM.
           OPEN I-O COMISION-FILE.
           IF CM-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-COM
           ELSE
               PERFORM 1871-MARCAR-COMISION UNTIL WKS-EOF-COM
               CLOSE COMISION-FILE.

       1871-MARCAR-COMISION.
           READ COMISION-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-COM
               NOT AT END
                   IF CM-EMP-ID IS EQUAL TO WKS-COM-EMP AND
                      CM-PENDIENTE THEN
                       MOVE "L" TO CM-ESTADO
                       MOVE WKS-COM-PERIODO TO CM-PERIODO-PAGO
                       REWRITE REG-COMISION
                           INVALID KEY
                               DISPLAY "NO SE PUDO LIQUIDAR LA "
                                       "COMISION " CM-MES " "
                                       CM-OP-ID.
