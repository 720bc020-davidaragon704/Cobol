      ******************************************************************
      * Copybook: MOVIMSS-PROC
      * Purpose:  Registro de movimientos afiliatorios ante el IMSS,
      *           compartido por NOMINA, VARIABLES y PROGRAMA1 igual
      *           que PRESTAMO-PROC. Requiere COPY MOVIMSS-WS y
      *           FECHA-WS en WORKING-STORAGE, COPY FECHA-PROC, el
      *           registro del empleado (COPY EMPLEADO) ya leido y un
      *           SELECT de MOVIMSS-FILE sobre MOVIMIENTOS-IMSS.TXT
      *           (indexado por MI-LLAVE, FILE STATUS MI-STATUS) con
      *           FD REG-MOVIMSS que haga COPY MOVIMSS.
      *           EL SALARIO DIARIO INTEGRADO ES EL SALARIO DIARIO POR
      *           EL FACTOR DE INTEGRACION DE LEY: 1 + (15 DIAS DE
      *           AGUINALDO + DIAS DE VACACIONES POR LA ANTIGUEDAD A LA
      *           FECHA DEL MOVIMIENTO X 25% DE PRIMA VACACIONAL) / 365.
      *           Si el mismo movimiento ya existia (mismo empleado,
      *           dia y tipo) se reemplaza y vuelve a quedar pendiente
      *           de envio.
      ******************************************************************
       1880-REGISTRAR-MOV-IMSS.
           PERFORM 1881-CALCULAR-SDI.
           MOVE EMP-ID TO MI-EMP-ID.
           MOVE WKS-MI-FECHA TO MI-FECHA.
           MOVE WKS-MI-TIPO TO MI-TIPO.
           MOVE EMP-NSS TO MI-NSS.
           MOVE EMP-CURP TO MI-CURP.
           MOVE EMP-NOMBRE TO MI-NOMBRE.
           MOVE EMP-APELLIDO-PAT TO MI-APELLIDO-PAT.
           MOVE EMP-APELLIDO-MAT TO MI-APELLIDO-MAT.
           MOVE EMP-SALARIO TO MI-SALARIO.
           MOVE WKS-MI-FACTOR TO MI-FACTOR.
           COMPUTE MI-SDI ROUNDED = EMP-SALARIO * WKS-MI-FACTOR.
           IF MI-BAJA THEN
               MOVE WKS-MI-CAUSA TO MI-CAUSA-BAJA
           ELSE
               MOVE SPACES TO MI-CAUSA-BAJA.
           MOVE "P" TO MI-ESTADO.
           ACCEPT MI-FECHA-REGISTRO FROM DATE YYYYMMDD.
           MOVE 0 TO MI-FECHA-ENVIO.
           OPEN I-O MOVIMSS-FILE.
           IF MI-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT MOVIMSS-FILE
               CLOSE MOVIMSS-FILE
               OPEN I-O MOVIMSS-FILE.
           WRITE REG-MOVIMSS
               INVALID KEY
                   REWRITE REG-MOVIMSS
                       INVALID KEY
                           DISPLAY "NO SE PUDO REGISTRAR EL "
                                   "MOVIMIENTO IMSS DEL EMPLEADO "
                                   EMP-ID
                   END-REWRITE
           END-WRITE.
           CLOSE MOVIMSS-FILE.
           DISPLAY "MOVIMIENTO IMSS " MI-TIPO " REGISTRADO, SDI "
                   MI-SDI.

       1881-CALCULAR-SDI.
           MOVE EMP-FECHA-CONTRATO TO WKS-FECHA-DE.
           MOVE WKS-MI-FECHA TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           IF WKS-DIAS-DIFERENCIA IS LESS THAN 0 THEN
               MOVE 0 TO WKS-DIAS-DIFERENCIA.
           COMPUTE WKS-MI-ANIOS = WKS-DIAS-DIFERENCIA / 365.
           IF WKS-MI-ANIOS IS NOT GREATER THAN 1 THEN
               MOVE 12 TO WKS-MI-VAC
           ELSE
           IF WKS-MI-ANIOS IS EQUAL TO 2 THEN
               MOVE 14 TO WKS-MI-VAC
           ELSE
           IF WKS-MI-ANIOS IS EQUAL TO 3 THEN
               MOVE 16 TO WKS-MI-VAC
           ELSE
           IF WKS-MI-ANIOS IS EQUAL TO 4 THEN
               MOVE 18 TO WKS-MI-VAC
           ELSE
           IF WKS-MI-ANIOS IS EQUAL TO 5 THEN
               MOVE 20 TO WKS-MI-VAC
           ELSE
           IF WKS-MI-ANIOS IS NOT GREATER THAN 10 THEN
               MOVE 22 TO WKS-MI-VAC
           ELSE
           IF WKS-MI-ANIOS IS NOT GREATER THAN 15 THEN
               MOVE 24 TO WKS-MI-VAC
           ELSE
               MOVE 26 TO WKS-MI-VAC.
           COMPUTE WKS-MI-FACTOR ROUNDED =
                   1 + (15 + WKS-MI-VAC * 0.25) / 365.
