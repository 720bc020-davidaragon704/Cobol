      *           FSERR-PROC (requieren COPY FECHA-WS en
      *           WORKING-STORAGE). Validan que un AAAAMMDD sea una
      *           fecha real de calendario, suman dias a una fecha y
      *           calculan dias entre dos fechas o suman meses
      *           (garantias, vencimientos), para que las
      *           ordenes de compra, la antiguedad de cartera y las
      *           vacaciones no inventen cada quien su calendario.
      ******************************************************************
                  (WKS-FE-RESTO-100 IS NOT EQUAL TO 0 OR
                   WKS-FE-RESTO-400 IS EQUAL TO 0) THEN
                   ADD 1 TO WKS-FE-SERIE.

      * SUMA MESES DE CALENDARIO: EL 31 DE ENERO MAS UN MES ES EL
      * ULTIMO DIA DE FEBRERO
       2730-FECHA-MAS-MESES.
           MOVE WKS-FECHA-BASE TO WKS-FE-DESGLOSE.
           COMPUTE WKS-FE-MESES = WKS-FE-MES - 1 + WKS-MESES-SUMAR.
           DIVIDE WKS-FE-MESES BY 12 GIVING WKS-FE-COCIENTE
               REMAINDER WKS-FE-MES.
           ADD 1 TO WKS-FE-MES.
           ADD WKS-FE-COCIENTE TO WKS-FE-ANIO.
           PERFORM 2705-FE-DIAS-DEL-MES.
           IF WKS-FE-DIA IS GREATER THAN WKS-FE-DIAS-MES THEN
               MOVE WKS-FE-DIAS-MES TO WKS-FE-DIA.
           MOVE WKS-FE-DESGLOSE TO WKS-FECHA-RESULTADO.
