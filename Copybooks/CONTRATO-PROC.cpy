      ******************************************************************
      * Copybook: CONTRATO-PROC
      * Purpose:  Captura y validacion del contrato del empleado
      *           (EMP-TIPO-CONTRATO / EMP-FIN-CONTRATO), compartida
      *           por el alta (PROGRAMA1 y la forma de NOMINA), la
      *           modificacion del trabajador y la renovacion en
      *           CONTRATOS. Requiere COPY CONTRATO-WS y FECHA-WS en
      *           WORKING-STORAGE, FECHA-PROC y el registro de
      *           EMPLEADO.cpy.
      *             1985-VALIDAR-CONTRATO  TIPO EN BLANCO = I; UN TIPO
      *                                    INVALIDO SE RECAPTURA; EL
      *                                    INDETERMINADO QUEDA SIN
      *                                    TERMINO; LOS TEMPORALES
      *                                    EXIGEN UNA FECHA REAL NO
      *                                    ANTERIOR AL CONTRATO (LA
      *                                    PRUEBA Y LA CAPACITACION
      *                                    LA PROPONEN SI VIENE EN 0)
      *             1989-DESCRIBIR-CONTRATO -> WKS-CTO-DESCRIPCION
      ******************************************************************
       1985-VALIDAR-CONTRATO.
           IF EMP-TIPO-CONTRATO IS EQUAL TO SPACE THEN
               MOVE "I" TO EMP-TIPO-CONTRATO.
           INSPECT EMP-TIPO-CONTRATO CONVERTING "idpc" TO "IDPC".
           PERFORM 1986-PEDIR-TIPO UNTIL EMP-CONTRATO-VALIDO.
           IF EMP-FIN-CONTRATO IS NOT NUMERIC THEN
               MOVE 0 TO EMP-FIN-CONTRATO.
           IF NOT EMP-CONTRATO-TEMPORAL THEN
               MOVE 0 TO EMP-FIN-CONTRATO
           ELSE
               IF EMP-FIN-CONTRATO IS EQUAL TO 0 AND
                  EMP-TIPO-CONTRATO IS NOT EQUAL TO "D" THEN
                   MOVE EMP-FECHA-CONTRATO TO WKS-FECHA-BASE
                   IF WKS-FECHA-BASE IS EQUAL TO 0 THEN
                       ACCEPT WKS-FECHA-BASE FROM DATE YYYYMMDD
                   END-IF
                   IF EMP-TIPO-CONTRATO IS EQUAL TO "P" THEN
                       MOVE WKS-CTO-DIAS-PRUEBA TO WKS-DIAS-SUMAR
                   ELSE
                       MOVE WKS-CTO-DIAS-CAPACITA TO WKS-DIAS-SUMAR
                   END-IF
                   PERFORM 2710-FECHA-MAS-DIAS
                   MOVE WKS-FECHA-RESULTADO TO EMP-FIN-CONTRATO
                   DISPLAY "TERMINO DEL CONTRATO: " EMP-FIN-CONTRATO
                           " (" WKS-DIAS-SUMAR " DIAS)"
               END-IF
               PERFORM 1987-REVISAR-FIN
               PERFORM 1988-PEDIR-FIN UNTIL WKS-CTO-FIN-OK.

       1986-PEDIR-TIPO.
           DISPLAY "TIPO DE CONTRATO: I INDETERMINADO  D DETERMINADO".
           DISPLAY "  P PERIODO DE PRUEBA  C CAPACITACION INICIAL".
           ACCEPT EMP-TIPO-CONTRATO.
           IF EMP-TIPO-CONTRATO IS EQUAL TO SPACE THEN
               MOVE "I" TO EMP-TIPO-CONTRATO.
           INSPECT EMP-TIPO-CONTRATO CONVERTING "idpc" TO "IDPC".

       1987-REVISAR-FIN.
           MOVE "N" TO WKS-CTO-FIN-SW.
           IF EMP-FIN-CONTRATO IS GREATER THAN 0 AND
              EMP-FIN-CONTRATO IS NOT LESS THAN EMP-FECHA-CONTRATO
           THEN
               MOVE EMP-FIN-CONTRATO TO WKS-FECHA-VALIDAR
               PERFORM 2700-VALIDAR-FECHA
               IF WKS-FECHA-VALIDA THEN
                   MOVE "S" TO WKS-CTO-FIN-SW.

       1988-PEDIR-FIN.
           DISPLAY "FECHA DE TERMINO DEL CONTRATO (AAAAMMDD, NO "
                   "ANTERIOR AL CONTRATO " EMP-FECHA-CONTRATO ")".
           ACCEPT EMP-FIN-CONTRATO.
           PERFORM 1987-REVISAR-FIN.

       1989-DESCRIBIR-CONTRATO.
           IF EMP-TIPO-CONTRATO IS EQUAL TO "D" THEN
               MOVE "DETERMINADO" TO WKS-CTO-DESCRIPCION
           ELSE
           IF EMP-TIPO-CONTRATO IS EQUAL TO "P" THEN
               MOVE "PERIODO PRUEBA" TO WKS-CTO-DESCRIPCION
           ELSE
           IF EMP-TIPO-CONTRATO IS EQUAL TO "C" THEN
               MOVE "CAPACITACION" TO WKS-CTO-DESCRIPCION
           ELSE
               MOVE "INDETERMINADO" TO WKS-CTO-DESCRIPCION.
