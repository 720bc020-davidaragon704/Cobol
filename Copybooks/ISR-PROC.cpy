                           TO WKS-TA-CUOTA(WKS-TA-NUM-TRAMOS)
                       MOVE TA-PORCENTAJE
                           TO WKS-TA-PCT(WKS-TA-NUM-TRAMOS).

      * TARIFA DEL PERIODO DE PAGO DEL GRUPO: TARIFA-ISR-S.TXT,
      * TARIFA-ISR-Q.TXT O TARIFA-ISR-M.TXT; SIN ESE ARCHIVO (O SIN
      * PERIODICIDAD) SE USA TARIFA-ISR.TXT COMO SIEMPRE
       1815-TARIFA-PERIODICIDAD.
           IF WKS-ISR-PERIODICIDAD IS NOT EQUAL TO WKS-ISR-CARGADA
           THEN
               MOVE WKS-ISR-PERIODICIDAD TO WKS-ISR-CARGADA
               MOVE "TARIFA-ISR.TXT" TO WKS-ISR-ARCHIVO
               IF WKS-ISR-PERIODICIDAD IS NOT EQUAL TO SPACE THEN
                   MOVE SPACES TO WKS-ISR-ARCHIVO
                   STRING "TARIFA-ISR-" WKS-ISR-PERIODICIDAD ".TXT"
                       DELIMITED BY SIZE INTO WKS-ISR-ARCHIVO
                   OPEN INPUT TARIFA-FILE
                   IF TA-STATUS IS EQUAL TO "00" THEN
                       CLOSE TARIFA-FILE
                   ELSE
                       MOVE "TARIFA-ISR.TXT" TO WKS-ISR-ARCHIVO
                   END-IF
               END-IF
               DISPLAY "TARIFA DE ISR: " WKS-ISR-ARCHIVO
               PERFORM 1810-CARGAR-TARIFA.
