      *          FOLIOS-EXPLICADOS.TXT PARA NO REGRITARLOS CADA
      *          NOCHE, Y SI QUEDAN HUECOS SIN EXPLICAR EL PROGRAMA
      *          REGRESA CODIGO 8 (CORRE EN EL JOB NOCTURNO CON LA
      *          TARJETA TARJETA-FOLIOS.TXT, SIN CAPTURA). LOS
      *          FOLIOS DE UN BLOQUE RESERVADO A UNA CAJA PARA VENTA
      *          FUERA DE LINEA (FOLIOS-RESERVADOS.TXT) ARRIBA DEL
      *          ULTIMO YA APLICADO NO SON HUECO: SON RESERVA SIN USAR
      *          O TICKETS QUE LA CAJA AUN NO APLICA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

           SELECT RESERVA-FILE ASSIGN TO "FOLIOS-RESERVADOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS FR-DESDE
                                   FILE STATUS FR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FOLIO-KEY-FILE.
       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

       FD RESERVA-FILE.
       01 REG-RESERVA.
           COPY FOLIORES.

       WORKING-STORAGE SECTION.
       77 FOLIOKEY-STATUS         PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 EXP-STATUS              PIC X(02).
       77 TJ-STATUS               PIC X(02).
       77 FR-STATUS               PIC X(02).
           COPY REPORTE-WS.

       01 WKS-NOMBRE-HISTORICO.
       77 WKS-HUECOS-SIN-EXPLICAR PIC 9(04) VALUE 0.
       77 WKS-FOLIO-MARCAR        PIC 9(10).

      * BLOQUES DE FOLIOS RESERVADOS A LAS CAJAS (FUERA DE LINEA)
       01 WKS-TABLA-BLOQUES.
           02 WKS-BQ-RENGLON OCCURS 500 TIMES.
               03 WKS-BQ-DESDE        PIC 9(10).
               03 WKS-BQ-HASTA        PIC 9(10).
               03 WKS-BQ-CAJA         PIC X(02).
               03 WKS-BQ-ULTIMO       PIC 9(10).
               03 WKS-BQ-ESTADO       PIC X(01).
       77 WKS-NUM-BLOQUES         PIC 9(04) VALUE 0.
       77 WKS-IDX-BQ              PIC 9(04).
       77 WKS-FIN-RESERVAS        PIC X(01) VALUE "N".
           88 WKS-EOF-RESERVAS    VALUE "S".
       77 WKS-FOLIO-RESERVADO     PIC X(01).
           88 WKS-ES-RESERVADO    VALUE "S".
       77 WKS-NUM-RESERVADOS      PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== VERIFICACION DE LA SECUENCIA DE FOLIOS ===".
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0100-REVISAR-TARJETA.
           PERFORM 1000-LEER-CONTADOR.
           PERFORM 1100-CARGAR-BLOQUES.
           IF WKS-FOLIO-TOPE IS EQUAL TO 0 THEN
               DISPLAY "SIN CONTADOR DE FOLIOS, NADA QUE REVISAR"
           ELSE
               END-READ
               CLOSE FOLIO-KEY-FILE.

       1100-CARGAR-BLOQUES.
           MOVE 0 TO WKS-NUM-BLOQUES.
           MOVE "N" TO WKS-FIN-RESERVAS.
           OPEN INPUT RESERVA-FILE.
           IF FR-STATUS IS EQUAL TO "00" THEN
               PERFORM 1110-LEER-BLOQUE UNTIL WKS-EOF-RESERVAS
               CLOSE RESERVA-FILE.

       1110-LEER-BLOQUE.
           READ RESERVA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-RESERVAS
               NOT AT END
                   IF WKS-NUM-BLOQUES IS LESS THAN 500 THEN
                       ADD 1 TO WKS-NUM-BLOQUES
                       MOVE FR-DESDE TO WKS-BQ-DESDE(WKS-NUM-BLOQUES)
                       MOVE FR-HASTA TO WKS-BQ-HASTA(WKS-NUM-BLOQUES)
                       MOVE FR-CAJA TO WKS-BQ-CAJA(WKS-NUM-BLOQUES)
                       MOVE FR-ULTIMO TO WKS-BQ-ULTIMO(WKS-NUM-BLOQUES)
                       MOVE FR-ESTADO TO WKS-BQ-ESTADO(WKS-NUM-BLOQUES)
                   ELSE
                       DISPLAY "DEMASIADOS BLOQUES RESERVADOS (SE "
                               "TRUNCA LA TABLA)".

      * RECORRE EL 1..CONTADOR CONTRA EL ARCHIVO VIVO; LOS AUSENTES
      * QUEDAN COMO CANDIDATOS CON LA FECHA DEL FOLIO ANTERIOR, Y AL
      * ENCONTRAR EL SIGUIENTE PRESENTE SE CIERRA SU VENTANA
                       MOVE TR-FECHA TO WKS-FECHA-PREV
                       PERFORM 2030-CERRAR-VENTANAS.
           IF NOT WKS-ESTA-PRESENTE THEN
               PERFORM 2015-BUSCAR-RESERVA
               IF WKS-ES-RESERVADO THEN
                   ADD 1 TO WKS-NUM-RESERVADOS
               ELSE
                   PERFORM 2020-ANOTAR-CANDIDATO.
           ADD 1 TO WKS-FOLIO-REVISA.

      * UN FOLIO AUSENTE DENTRO DE UN BLOQUE DE CAJA Y ARRIBA DEL
      * ULTIMO APLICADO AUN NO SE VENDE O ESTA EN LA COLA DE LA CAJA
       2015-BUSCAR-RESERVA.
           MOVE "N" TO WKS-FOLIO-RESERVADO.
           MOVE 1 TO WKS-IDX-BQ.
           PERFORM 2016-REVISAR-BLOQUE
               UNTIL WKS-IDX-BQ IS GREATER THAN WKS-NUM-BLOQUES
                  OR WKS-ES-RESERVADO.

       2016-REVISAR-BLOQUE.
           IF WKS-FOLIO-REVISA IS NOT LESS THAN WKS-BQ-DESDE(WKS-IDX-BQ)
              AND WKS-FOLIO-REVISA IS NOT GREATER THAN
                  WKS-BQ-HASTA(WKS-IDX-BQ)
              AND WKS-FOLIO-REVISA IS GREATER THAN
                  WKS-BQ-ULTIMO(WKS-IDX-BQ) THEN
               MOVE "S" TO WKS-FOLIO-RESERVADO.
           ADD 1 TO WKS-IDX-BQ.

       2020-ANOTAR-CANDIDATO.
           IF WKS-NUM-HUECOS IS LESS THAN 1000 THEN
               ADD 1 TO WKS-NUM-HUECOS
           STRING "FOLIOS REVISADOS HASTA EL " WKS-FOLIO-TOPE
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-BQ.
           PERFORM 5020-REPORTAR-BLOQUE
               UNTIL WKS-IDX-BQ IS GREATER THAN WKS-NUM-BLOQUES.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "FOLIOS RESERVADOS SIN APLICAR (NO SON HUECO): "
                  WKS-NUM-RESERVADOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           IF WKS-HUECOS-SIN-EXPLICAR IS EQUAL TO 0 THEN
               DISPLAY "LA SECUENCIA DE FOLIOS ESTA COMPLETA"
               PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-HU.

       5020-REPORTAR-BLOQUE.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "CAJA " WKS-BQ-CAJA(WKS-IDX-BQ) " "
                  WKS-BQ-DESDE(WKS-IDX-BQ) "-"
                  WKS-BQ-HASTA(WKS-IDX-BQ)
                  " APLICADOS HASTA " WKS-BQ-ULTIMO(WKS-IDX-BQ)
                  " (" WKS-BQ-ESTADO(WKS-IDX-BQ) ")"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-BQ.

      * EN MODO INTERACTIVO SE PUEDE ANOTAR UN HUECO YA ACLARADO
      * PARA QUE LA CORRIDA NOCTURNA NO LO VUELVA A GRITAR
       6000-MARCAR-EXPLICADO.
