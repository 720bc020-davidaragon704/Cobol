      ******************************************************************
      * Copybook: SALHIST-PROC
      * Purpose:  Historia de salarios con vigencia y pago de
      *           retroactivos, compartido por NOMINA y VARIABLES igual
      *           que COMISION-PROC. Requiere COPY SALHIST-WS y
      *           FECHA-WS en WORKING-STORAGE, COPY FECHA-PROC, un
      *           SELECT de SALHIST-FILE sobre SALARIOS-HISTORIA.TXT
      *           (indexado por SH-LLAVE, FILE STATUS SH-STATUS) con FD
      *           REG-SALHIST que haga COPY SALHIST, y el HISTORIA-FILE
      *           de HISTORIA-NOMINA.TXT (FD REG-HISTORIA con COPY
      *           HISTNOM) cerrado al llamarse.
      *           EL RETROACTIVO DE UN AUMENTO SE CALCULA SOBRE LOS
      *           PERIODOS ORDINARIOS (HN-TIPO N O C) DEL EMPLEADO QUE
      *           TERMINARON ANTES DE CAPTURARSE EL AUMENTO Y EN O
      *           DESPUES DE SU VIGENCIA (LOS POSTERIORES YA SE PAGAN
      *           CON EL SALARIO VIGENTE): LA DIFERENCIA DE SALARIO
      *           POR LOS DIAS DEL PERIODO QUE YA CAEN EN LA VIGENCIA.
      *           1892-RETRO-PENDIENTE SOLO LEE (SIRVE A LA
      *           SIMULACION) Y, COMO LAS COMISIONES, VUELVE A CONTAR
      *           LO YA LIQUIDADO POR ESTE MISMO PERIODO PARA QUE
      *           RECALCULARLO NO LO PIERDA.
      ******************************************************************
       1890-REGISTRAR-SALARIO.
           OPEN I-O SALHIST-FILE.
           IF SH-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT SALHIST-FILE
               CLOSE SALHIST-FILE
               OPEN I-O SALHIST-FILE.
           MOVE WKS-SH-EMP TO SH-EMP-ID.
           MOVE WKS-SH-FECHA TO SH-FECHA-EFECTIVA.
      *    UN SEGUNDO CAMBIO CON LA MISMA VIGENCIA CORRIGE EL PRIMERO
      *    Y CONSERVA EL SALARIO QUE HABIA ANTES DE ESA FECHA
           READ SALHIST-FILE KEY IS SH-LLAVE
               INVALID KEY
                   MOVE WKS-SH-ANTERIOR TO SH-SALARIO-ANTERIOR
                   MOVE "N" TO WKS-SH-VIGENTE-SW
               NOT INVALID KEY
                   MOVE "S" TO WKS-SH-VIGENTE-SW.
           MOVE WKS-SH-SALARIO TO SH-SALARIO.
           MOVE WKS-SH-MOTIVO TO SH-MOTIVO.
           MOVE WKS-SH-APROBO TO SH-APROBO.
           ACCEPT SH-FECHA-CAPTURA FROM DATE YYYYMMDD.
           MOVE 0 TO SH-PERIODO-PAGO.
           IF SH-FECHA-EFECTIVA IS LESS THAN SH-FECHA-CAPTURA AND
              SH-SALARIO IS GREATER THAN SH-SALARIO-ANTERIOR THEN
               MOVE "P" TO SH-RETRO
           ELSE
               MOVE SPACE TO SH-RETRO.
           IF WKS-SH-HAY-VIGENTE THEN
               REWRITE REG-SALHIST
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA HISTORIA DE "
                               "SALARIOS DEL EMPLEADO " WKS-SH-EMP
               END-REWRITE
           ELSE
               WRITE REG-SALHIST
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR LA HISTORIA DE "
                               "SALARIOS DEL EMPLEADO " WKS-SH-EMP
               END-WRITE.
           CLOSE SALHIST-FILE.
           IF SH-RETRO-PENDIENTE THEN
               DISPLAY "AUMENTO CON VIGENCIA " SH-FECHA-EFECTIVA
                       ": LA SIGUIENTE NOMINA PAGARA EL RETROACTIVO".

      * EL SALARIO VIGENTE ES EL DEL ULTIMO CAMBIO CON VIGENCIA HASTA
      * LA FECHA; SI TODOS LOS CAMBIOS SON POSTERIORES, EL QUE HABIA
      * ANTES DEL PRIMERO; SIN HISTORIA SE QUEDA EL DEL MAESTRO
       1891-SALARIO-VIGENTE.
           MOVE "N" TO WKS-SH-VIGENTE-SW.
           MOVE "N" TO WKS-FIN-SH.
           OPEN INPUT SALHIST-FILE.
           IF SH-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-SH
           ELSE
               MOVE WKS-SH-EMP TO SH-EMP-ID
               MOVE 0 TO SH-FECHA-EFECTIVA
               START SALHIST-FILE KEY IS NOT LESS THAN SH-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-SH
               END-START
               PERFORM 1891-LEER-SALARIO UNTIL WKS-EOF-SH
               CLOSE SALHIST-FILE.

       1891-LEER-SALARIO.
           READ SALHIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-SH
               NOT AT END
                   IF SH-EMP-ID IS NOT EQUAL TO WKS-SH-EMP THEN
                       MOVE "S" TO WKS-FIN-SH
                   ELSE
                   IF SH-FECHA-EFECTIVA IS NOT GREATER THAN
                      WKS-SH-FECHA THEN
                       MOVE SH-SALARIO TO WKS-SH-SALARIO
                       MOVE "S" TO WKS-SH-VIGENTE-SW
                   ELSE
                       IF NOT WKS-SH-HAY-VIGENTE THEN
                           MOVE SH-SALARIO-ANTERIOR TO WKS-SH-SALARIO
                       END-IF
                       MOVE "S" TO WKS-FIN-SH.

       1892-RETRO-PENDIENTE.
           MOVE 0 TO WKS-SH-RETRO.
           MOVE 0 TO WKS-SH-RETRO-DESDE.
           MOVE 0 TO WKS-SH-RETRO-HASTA.
           MOVE 0 TO WKS-SH-PENDIENTES.
           MOVE "N" TO WKS-FIN-SH.
           OPEN INPUT SALHIST-FILE.
           IF SH-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-SH
           ELSE
               OPEN INPUT HISTORIA-FILE
               IF HN-STATUS IS NOT EQUAL TO "00" THEN
                   MOVE "S" TO WKS-FIN-SH
               ELSE
                   MOVE WKS-SH-EMP TO SH-EMP-ID
                   MOVE 0 TO SH-FECHA-EFECTIVA
                   START SALHIST-FILE KEY IS NOT LESS THAN SH-LLAVE
                       INVALID KEY
                           MOVE "S" TO WKS-FIN-SH
                   END-START
                   PERFORM 1892-LEER-AUMENTO UNTIL WKS-EOF-SH
                   CLOSE HISTORIA-FILE
               END-IF
               CLOSE SALHIST-FILE.

       1892-LEER-AUMENTO.
           READ SALHIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-SH
               NOT AT END
                   IF SH-EMP-ID IS NOT EQUAL TO WKS-SH-EMP THEN
                       MOVE "S" TO WKS-FIN-SH
                   ELSE
                   IF SH-RETRO-PENDIENTE OR
                      (SH-RETRO-LIQUIDADO AND
                       SH-PERIODO-PAGO IS EQUAL TO WKS-SH-PERIODO) THEN
                       PERFORM 1892-RETRO-AUMENTO.

       1892-RETRO-AUMENTO.
           ADD 1 TO WKS-SH-PENDIENTES.
           COMPUTE WKS-SH-DIFERENCIA =
                   SH-SALARIO - SH-SALARIO-ANTERIOR.
           MOVE "N" TO WKS-FIN-SH-HN.
           MOVE SH-FECHA-EFECTIVA TO HN-PERIODO.
           MOVE 0 TO HN-EMP-ID.
           START HISTORIA-FILE KEY IS NOT LESS THAN HN-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-SH-HN.
           PERFORM 1892-LEER-PERIODO UNTIL WKS-EOF-SH-HN.

       1892-LEER-PERIODO.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-SH-HN
               NOT AT END
                   IF HN-PERIODO IS NOT LESS THAN SH-FECHA-CAPTURA
                   THEN
                       MOVE "S" TO WKS-FIN-SH-HN
                   ELSE
                   IF HN-EMP-ID IS EQUAL TO WKS-SH-EMP AND
                      (HN-TIPO IS EQUAL TO "N" OR "C") AND
                      HN-PERIODO IS NOT EQUAL TO WKS-SH-PERIODO THEN
                       PERFORM 1892-RETRO-PERIODO.

      * DIAS DEL PERIODO YA PAGADO QUE CAEN DESDE LA VIGENCIA (SIN
      * FECHA INICIAL EN LA HISTORIA SE TOMA SOLO EL ULTIMO DIA)
       1892-RETRO-PERIODO.
           IF HN-FECHA-INICIO IS NUMERIC AND
              HN-FECHA-INICIO IS GREATER THAN 0 THEN
               MOVE HN-FECHA-INICIO TO WKS-SH-INICIO
           ELSE
               MOVE HN-PERIODO TO WKS-SH-INICIO.
           IF WKS-SH-INICIO IS LESS THAN SH-FECHA-EFECTIVA THEN
               MOVE SH-FECHA-EFECTIVA TO WKS-SH-INICIO.
           MOVE WKS-SH-INICIO TO WKS-FECHA-DE.
           MOVE HN-PERIODO TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           COMPUTE WKS-SH-DIAS = WKS-DIAS-DIFERENCIA + 1.
           IF WKS-SH-POR-DIA THEN
               COMPUTE WKS-SH-IMPORTE ROUNDED =
                       WKS-SH-DIFERENCIA * WKS-SH-DIAS
           ELSE
           IF HN-DIAS IS NUMERIC AND HN-DIAS IS GREATER THAN 0 THEN
               IF WKS-SH-DIAS IS GREATER THAN HN-DIAS THEN
                   MOVE HN-DIAS TO WKS-SH-DIAS
               END-IF
               COMPUTE WKS-SH-IMPORTE ROUNDED =
                       WKS-SH-DIFERENCIA * WKS-SH-DIAS / HN-DIAS
           ELSE
               MOVE WKS-SH-DIFERENCIA TO WKS-SH-IMPORTE.
           ADD WKS-SH-IMPORTE TO WKS-SH-RETRO.
           IF WKS-SH-RETRO-DESDE IS EQUAL TO 0 OR
              HN-PERIODO IS LESS THAN WKS-SH-RETRO-DESDE THEN
               MOVE HN-PERIODO TO WKS-SH-RETRO-DESDE.
           IF HN-PERIODO IS GREATER THAN WKS-SH-RETRO-HASTA THEN
               MOVE HN-PERIODO TO WKS-SH-RETRO-HASTA.
           DISPLAY "RETROACTIVO PERIODO " HN-PERIODO " ("
                   WKS-SH-DIAS " DIAS): " WKS-SH-IMPORTE.

       1893-LIQUIDAR-RETRO.
           MOVE "N" TO WKS-FIN-SH.
           OPEN I-O SALHIST-FILE.
           IF SH-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-SH
           ELSE
               MOVE WKS-SH-EMP TO SH-EMP-ID
               MOVE 0 TO SH-FECHA-EFECTIVA
               START SALHIST-FILE KEY IS NOT LESS THAN SH-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-SH
               END-START
               PERFORM 1893-MARCAR-AUMENTO UNTIL WKS-EOF-SH
               CLOSE SALHIST-FILE.

       1893-MARCAR-AUMENTO.
           READ SALHIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-SH
               NOT AT END
                   IF SH-EMP-ID IS NOT EQUAL TO WKS-SH-EMP THEN
                       MOVE "S" TO WKS-FIN-SH
                   ELSE
                   IF SH-RETRO-PENDIENTE THEN
                       MOVE "L" TO SH-RETRO
                       MOVE WKS-SH-PERIODO TO SH-PERIODO-PAGO
                       REWRITE REG-SALHIST
                           INVALID KEY
                               DISPLAY "NO SE PUDO LIQUIDAR EL "
                                       "RETROACTIVO DEL EMPLEADO "
                                       SH-EMP-ID.
