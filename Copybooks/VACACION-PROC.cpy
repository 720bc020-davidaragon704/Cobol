      ******************************************************************
      * Copybook: VACACION-PROC
      * Purpose:  Saldo de vacaciones del empleado WKS-VAC-EMP,
      *           compartido por VARIABLES (consulta de saldo) y
      *           ENTRADA-SALIDA (consulta del propio empleado en la
      *           terminal) igual que PRESTAMO-PROC. Requiere COPY
      *           VACACION-WS y FECHA-WS en WORKING-STORAGE, COPY
      *           FECHA-PROC, y un SELECT de AUSENCIA-FILE sobre
      *           AUSENCIAS.TXT (LINE SEQUENTIAL, FILE STATUS
      *           AU-STATUS) con FD que haga COPY AUSENCIA.
      *           VACACIONES DEVENGADAS POR ANTIGUEDAD (TABLA DE LEY
      *           VIGENTE): 1:12 2:14 3:16 4:18 5:20 6-10:22 11-15:24
      *           16-20:26 DIAS. LO TOMADO SE DESCUENTA CON LAS
      *           AUSENCIAS TIPO V DEL ANIO.
      ******************************************************************
       1980-SALDO-VACACIONES.
           PERFORM 1981-CALCULAR-DERECHO.
           PERFORM 1982-VACACIONES-TOMADAS.
           COMPUTE WKS-VAC-SALDO =
                   WKS-VAC-DERECHO - WKS-VAC-TOMADAS.

      * LA ANTIGUEDAD SE CALCULA CON LA RUTINA COMUN DE DIAS ENTRE
      * FECHAS (ANIOS COMPLETOS DE 365 DIAS)
       1981-CALCULAR-DERECHO.
           ACCEPT WKS-VAC-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-VAC-CONTRATO TO WKS-FECHA-DE.
           MOVE WKS-VAC-FECHA-HOY TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           IF WKS-DIAS-DIFERENCIA IS LESS THAN 0 THEN
               MOVE 0 TO WKS-DIAS-DIFERENCIA.
           COMPUTE WKS-ANIOS-SERVICIO =
                   WKS-DIAS-DIFERENCIA / 365.
           IF WKS-ANIOS-SERVICIO IS NOT GREATER THAN 1 THEN
               MOVE 12 TO WKS-VAC-DERECHO
           ELSE
           IF WKS-ANIOS-SERVICIO IS EQUAL TO 2 THEN
               MOVE 14 TO WKS-VAC-DERECHO
           ELSE
           IF WKS-ANIOS-SERVICIO IS EQUAL TO 3 THEN
               MOVE 16 TO WKS-VAC-DERECHO
           ELSE
           IF WKS-ANIOS-SERVICIO IS EQUAL TO 4 THEN
               MOVE 18 TO WKS-VAC-DERECHO
           ELSE
           IF WKS-ANIOS-SERVICIO IS EQUAL TO 5 THEN
               MOVE 20 TO WKS-VAC-DERECHO
           ELSE
           IF WKS-ANIOS-SERVICIO IS NOT GREATER THAN 10 THEN
               MOVE 22 TO WKS-VAC-DERECHO
           ELSE
           IF WKS-ANIOS-SERVICIO IS NOT GREATER THAN 15 THEN
               MOVE 24 TO WKS-VAC-DERECHO
           ELSE
               MOVE 26 TO WKS-VAC-DERECHO.

       1982-VACACIONES-TOMADAS.
           MOVE 0 TO WKS-VAC-TOMADAS.
           MOVE "N" TO WKS-FIN-VAC.
           OPEN INPUT AUSENCIA-FILE.
           IF AU-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-VAC
           ELSE
               PERFORM 1982-LEER-AUSENCIA UNTIL WKS-EOF-VAC
               CLOSE AUSENCIA-FILE.

       1982-LEER-AUSENCIA.
           READ AUSENCIA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-VAC
               NOT AT END
                   IF AU-EMP-ID IS EQUAL TO WKS-VAC-EMP AND
                      AU-TIPO IS EQUAL TO "V" AND
                      AU-FECHA-INI(1:4) IS EQUAL TO
                          WKS-VAC-FECHA-HOY(1:4) THEN
                       ADD AU-DIAS TO WKS-VAC-TOMADAS.
