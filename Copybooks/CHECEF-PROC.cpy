      ******************************************************************
      * Copybook: CHECEF-PROC
      * Purpose:  Checadas efectivas, compartidas por VARIABLES,
      *           INCIDENCIAS-CHECADOR, IMPORTA-BIOMETRICO y
      *           ENTRADA-SALIDA igual que FSERR-PROC: lee
      *           CHECADAS.TXT y CORRECCIONES-CHECADAS.TXT en el rango
      *           y deja en la tabla de CHECEF-WS las checadas del
      *           reloj menos las anuladas mas las agregadas, en orden
      *           de empleado, fecha y hora (una checada agregada al
      *           final del archivo queda en su lugar del dia).
      *           Requiere COPY CHECEF-WS en WORKING-STORAGE, un SELECT
      *           de CHECADA-FILE (FILE STATUS CH-STATUS, FD con COPY
      *           CHECADA) y uno de CORRECCION-FILE sobre
      *           "CORRECCIONES-CHECADAS.TXT" (LINE SEQUENTIAL, FILE
      *           STATUS CC-STATUS, FD con COPY CORRCHEC).
      ******************************************************************
       1975-CHECADAS-EFECTIVAS.
           MOVE 0 TO WKS-CE-NUM.
           MOVE "N" TO WKS-CE-DESBORDE-SW.
           MOVE "N" TO WKS-CE-FIN-SW.
           OPEN INPUT CHECADA-FILE.
           IF CH-STATUS IS EQUAL TO "00" THEN
               PERFORM 1976-LEER-CHECADA-EF UNTIL WKS-CE-FIN
               CLOSE CHECADA-FILE.
           MOVE "N" TO WKS-CE-FIN-SW.
           OPEN INPUT CORRECCION-FILE.
           IF CC-STATUS IS EQUAL TO "00" THEN
               PERFORM 1977-LEER-CORRECCION UNTIL WKS-CE-FIN
               CLOSE CORRECCION-FILE.
           IF WKS-CE-DESBORDADA THEN
               DISPLAY "MAS DE " WKS-CE-TOPE " CHECADAS EN EL RANGO, "
                       "SOLO SE TOMAN LAS PRIMERAS".

       1976-LEER-CHECADA-EF.
           READ CHECADA-FILE
               AT END
                   MOVE "S" TO WKS-CE-FIN-SW
               NOT AT END
                   IF (WKS-CE-EMP IS EQUAL TO 0 OR
                       CH-EMP-ID IS EQUAL TO WKS-CE-EMP) AND
                      CH-FECHA IS NOT LESS THAN WKS-CE-DESDE AND
                      CH-FECHA IS NOT GREATER THAN WKS-CE-HASTA THEN
                       MOVE CH-EMP-ID TO WKS-CE-N-EMP
                       MOVE CH-FECHA TO WKS-CE-N-FECHA
                       MOVE CH-HORA TO WKS-CE-N-HORA
                       MOVE CH-TIPO TO WKS-CE-N-TIPO
                       MOVE "O" TO WKS-CE-N-ORIGEN
                       PERFORM 1978-INSERTAR-CHECADA.

      * LAS CORRECCIONES SE APLICAN EN EL ORDEN EN QUE SE CAPTURARON,
      * ASI QUE TAMBIEN SE PUEDE ANULAR UNA CHECADA AGREGADA ANTES
       1977-LEER-CORRECCION.
           READ CORRECCION-FILE
               AT END
                   MOVE "S" TO WKS-CE-FIN-SW
               NOT AT END
                   IF (WKS-CE-EMP IS EQUAL TO 0 OR
                       CC-EMP-ID IS EQUAL TO WKS-CE-EMP) AND
                      CC-FECHA IS NOT LESS THAN WKS-CE-DESDE AND
                      CC-FECHA IS NOT GREATER THAN WKS-CE-HASTA THEN
                       MOVE CC-EMP-ID TO WKS-CE-N-EMP
                       MOVE CC-FECHA TO WKS-CE-N-FECHA
                       MOVE CC-HORA TO WKS-CE-N-HORA
                       MOVE CC-TIPO TO WKS-CE-N-TIPO
                       MOVE "C" TO WKS-CE-N-ORIGEN
                       IF CC-AGREGA THEN
                           PERFORM 1978-INSERTAR-CHECADA
                       ELSE
                           PERFORM 1979-ANULAR-CHECADA.

      * INSERCION EN ORDEN: SE RECORREN A LA DERECHA LAS MAYORES
       1978-INSERTAR-CHECADA.
           IF WKS-CE-NUM IS NOT LESS THAN WKS-CE-TOPE THEN
               MOVE "S" TO WKS-CE-DESBORDE-SW
           ELSE
               MOVE WKS-CE-NUM TO WKS-CE-POS
               MOVE "N" TO WKS-CE-LUGAR-SW
               PERFORM 1978-BUSCAR-LUGAR UNTIL WKS-CE-LUGAR-OK
               ADD 1 TO WKS-CE-POS
               MOVE WKS-CE-NUEVA TO WKS-CE-CHECADA(WKS-CE-POS)
               ADD 1 TO WKS-CE-NUM.

       1978-BUSCAR-LUGAR.
           IF WKS-CE-POS IS EQUAL TO 0 THEN
               MOVE "S" TO WKS-CE-LUGAR-SW
           ELSE
           IF WKS-CE-ORDEN(WKS-CE-POS) IS GREATER THAN WKS-CE-N-ORDEN
           THEN
               MOVE WKS-CE-CHECADA(WKS-CE-POS)
                   TO WKS-CE-CHECADA(WKS-CE-POS + 1)
               SUBTRACT 1 FROM WKS-CE-POS
           ELSE
               MOVE "S" TO WKS-CE-LUGAR-SW.

      * LA ANULACION QUITA LA PRIMERA CHECADA IDENTICA (EMPLEADO,
      * FECHA, HORA Y TIPO) Y RECORRE LAS DEMAS A LA IZQUIERDA
       1979-ANULAR-CHECADA.
           MOVE 0 TO WKS-CE-POS.
           PERFORM 1979-BUSCAR-ANULADA
               VARYING WKS-CE-IDX FROM 1 BY 1
               UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM
                  OR WKS-CE-POS IS GREATER THAN 0.
           IF WKS-CE-POS IS GREATER THAN 0 THEN
               PERFORM 1979-RECORRER-IZQUIERDA
                   VARYING WKS-CE-IDX FROM WKS-CE-POS BY 1
                   UNTIL WKS-CE-IDX IS NOT LESS THAN WKS-CE-NUM
               SUBTRACT 1 FROM WKS-CE-NUM.

       1979-BUSCAR-ANULADA.
           IF WKS-CE-ORDEN(WKS-CE-IDX) IS EQUAL TO WKS-CE-N-ORDEN AND
              WKS-CE-TIPO(WKS-CE-IDX) IS EQUAL TO WKS-CE-N-TIPO THEN
               MOVE WKS-CE-IDX TO WKS-CE-POS.

       1979-RECORRER-IZQUIERDA.
           MOVE WKS-CE-CHECADA(WKS-CE-IDX + 1)
               TO WKS-CE-CHECADA(WKS-CE-IDX).
