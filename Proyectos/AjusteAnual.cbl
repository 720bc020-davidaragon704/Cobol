      * Date:
      * Purpose: AJUSTE ANUAL DE ISR. PARA CADA EMPLEADO SUMA EL
      *          BRUTO Y EL IMPUESTO RETENIDO DEL ANIO EN LAS
      *          CORRIDAS ORDINARIAS DE HISTORIA-NOMINA.TXT (CON
      *          SUS COMPLEMENTARIAS Y CORRECTIVAS), CALCULA
      *          EL IMPUESTO ANUAL CON LA TARIFA ANUAL DE
      *          TARIFA-ISR-ANUAL.TXT (MISMO TRAZADO Y CARGA POR
      *          VIGENCIAS QUE TARIFA-ISR.TXT) Y APLICA LA DIFERENCIA
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF (HN-TIPO IS EQUAL TO "N" OR "M" OR "C") AND
                      HN-PERIODO(1:4) IS EQUAL TO WKS-ANIO-AJUSTE
                   THEN
                       MOVE HN-EMP-ID TO WKS-EMP-ACTUAL
           MOVE 0 TO HN-PRIMA-VAC.
           MOVE 0 TO HN-PRIMA-DOM.
           MOVE 0 TO HN-PENSION.
           MOVE 0 TO HN-COMISION.
           MOVE HN-PERIODO TO HN-FECHA-INICIO.
           MOVE 1 TO HN-DIAS.
           MOVE 0 TO HN-PAGO-EXTRA.
           MOVE 0 TO HN-PRESTAMO.
           MOVE 0 TO HN-FONDO.
           MOVE 0 TO HN-COMPRAS.
           MOVE SPACES TO HN-UUID.
           MOVE 0 TO HN-FECHA-TIMBRE.
           MOVE 0 TO HN-RETROACTIVO.
           MOVE 0 TO HN-RETRO-DESDE.
           MOVE 0 TO HN-RETRO-HASTA.
           MOVE 0 TO HN-INFONAVIT.
           MOVE SPACES TO HN-GRUPO.
           MOVE SPACES TO HN-AUTORIZO.
           MOVE 0 TO HN-FECHA-CORRIDA.
           IF WKS-DIFERENCIA IS GREATER THAN 0 THEN
               MOVE WKS-DIFERENCIA TO HN-IMPUESTO
               MOVE 0 TO HN-NETO
