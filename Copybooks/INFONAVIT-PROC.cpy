      ******************************************************************
      * Copybook: INFONAVIT-PROC
      * Purpose:  Descuento del credito INFONAVIT del empleado
      *           WKS-INF-EMP, compartido por NOMINA y VARIABLES
      *           igual que PENSION-PROC. Requiere COPY INFONAVIT-WS y
      *           COPY CONFIG-WS (salario minimo) en WORKING-STORAGE
      *           y un SELECT de INFONAVIT-FILE sobre
      *           CREDITOS-INFONAVIT.TXT (indexado por CI-EMP-ID, FILE
      *           STATUS CI-STATUS) con FD que haga COPY INFONAVIT.
      *           Solo lee: lo descontado queda en la historia
      *           (HN-INFONAVIT) y de ahi sale la remesa bimestral.
      *           La cuota fija y el factor VSM son mensuales y se
      *           prorratean por los dias naturales del periodo
      *           (dias * 12 / 365); el porcentaje se aplica al
      *           salario ordinario del periodo. El descuento nunca
      *           excede el neto.
      ******************************************************************
       1845-DESCONTAR-INFONAVIT.
           MOVE 0 TO WKS-INF-DESCUENTO.
           MOVE SPACES TO WKS-INF-CREDITO.
           OPEN INPUT INFONAVIT-FILE.
           IF CI-STATUS IS EQUAL TO "35" THEN
               CONTINUE
           ELSE
               MOVE WKS-INF-EMP TO CI-EMP-ID
               READ INFONAVIT-FILE KEY IS CI-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CI-FECHA-INICIO IS NOT GREATER THAN
                          WKS-INF-PERIODO AND
                          (CI-FECHA-SUSPENSION IS EQUAL TO 0 OR
                           CI-FECHA-SUSPENSION IS GREATER THAN
                           WKS-INF-PERIODO) THEN
                           PERFORM 1846-CALCULAR-INFONAVIT
                       END-IF
               END-READ
               CLOSE INFONAVIT-FILE.

       1846-CALCULAR-INFONAVIT.
           MOVE CI-CREDITO TO WKS-INF-CREDITO.
           IF WKS-INF-DIAS IS EQUAL TO 0 THEN
               MOVE 1 TO WKS-INF-PROPORCION
           ELSE
               COMPUTE WKS-INF-PROPORCION ROUNDED =
                       WKS-INF-DIAS * 12 / 365.
           IF CI-PORCENTAJE THEN
               COMPUTE WKS-INF-DESCUENTO ROUNDED =
                       WKS-INF-SALARIO * CI-VALOR / 100
           ELSE
           IF CI-FACTOR-VSM THEN
               COMPUTE WKS-INF-DESCUENTO ROUNDED =
                       CI-VALOR * WKS-CFG-SAL-MINIMO * 30.4 *
                       WKS-INF-PROPORCION
           ELSE
               COMPUTE WKS-INF-DESCUENTO ROUNDED =
                       CI-VALOR * WKS-INF-PROPORCION.
           IF WKS-INF-DESCUENTO IS GREATER THAN WKS-INF-NETO THEN
               MOVE WKS-INF-NETO TO WKS-INF-DESCUENTO.
