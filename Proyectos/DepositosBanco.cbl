      *          DEPOSITO QUE LOS CUBRA Y LOS DEPOSITOS CORTOS,
      *          ANTES DE QUE LO DESCUBRA EL ESTADO DE CUENTA MESES
      *          DESPUES.
      *          LOS CHEQUES COBRADOS EN CAJA (CHEQUES.TXT) VAN AL
      *          BANCO EN LA MISMA FICHA: AL CAPTURARLA SE ANOTAN LOS
      *          FOLIOS DE LOS CHEQUES QUE LLEVA, Y LA CONCILIACION
      *          LOS EMPATA EN SU PROPIO RENGLON (RECIBIDOS, EN QUE
      *          FICHA SE DEPOSITARON, CUALES SIGUEN SIN DEPOSITAR).
      *          DESDE EL ARQUEO POR DENOMINACION, CC-EFECTIVO YA VIENE
      *          SIN EL FONDO FIJO DE LA CAJA (CC-FONDO): ES LO MISMO
      *          QUE IMPRIME LA FICHA DE DEPOSITO DEL CORTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO "CHEQUES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS CH-FOLIO
                                   FILE STATUS CH-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.
           02 CC-DIFERENCIA                    PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.
           02 CC-CAJA                          PIC X(02).
           02 CC-OPERADOR                      PIC X(10).
           02 CC-FONDO                         PIC 9(07)V9(02).
           02 CC-DESGLOSE.
               03 CC-PIEZAS                    PIC 9(05)
                                               OCCURS 12 TIMES.

       FD CHEQUE-FILE.
       01 REG-CHEQUE.
           COPY CHEQUE.

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).
       WORKING-STORAGE SECTION.
       77 DB-STATUS               PIC X(02).
       77 CC-STATUS               PIC X(02).
       77 CH-STATUS               PIC X(02).
           COPY REPORTE-WS.
           COPY FECHA-WS.

       77 WKS-FALTANTE            PIC S9(13)V9(02).
       77 WKS-IMPORTE-FORMAT      PIC -Z(12)9.99.

      * CHEQUES DE LA FICHA Y DEL RANGO
       77 WKS-CHQ-FOLIO           PIC 9(10).
       77 WKS-CHQ-EN-FICHA        PIC 9(03).
       77 WKS-CHQ-IMPORTE-FICHA   PIC 9(13)V9(02).
       77 WKS-FIN-CHEQUES         PIC X(01) VALUE "N".
           88 WKS-EOF-CHEQUES     VALUE "S".
       77 WKS-TOT-CHEQUES         PIC 9(15)V9(02) VALUE 0.
       77 WKS-TOT-CHQ-DEPOSITADO  PIC 9(15)V9(02) VALUE 0.
       77 WKS-CHQ-SIN-DEPOSITO    PIC 9(04) VALUE 0.
       77 WKS-CHQ-DEVUELTOS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== DEPOSITOS BANCARIOS DE LA TIENDA ===".
       1000-CAPTURAR-DEPOSITO.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 1010-PEDIR-FECHA-DEP UNTIL WKS-FECHA-VALIDA.
           DISPLAY "IMPORTE DEPOSITADO (EFECTIVO MAS CHEQUES DE LA "
                   "FICHA)".
           ACCEPT DB-IMPORTE.
           IF DB-IMPORTE IS EQUAL TO 0 THEN
               DISPLAY "EL IMPORTE NO PUEDE SER CERO"
               END-IF
               WRITE REG-DEPOSITO
               CLOSE DEPOSITO-FILE
               DISPLAY "DEPOSITO REGISTRADO"
               PERFORM 1100-CHEQUES-DE-LA-FICHA.

       1010-PEDIR-FECHA-DEP.
           DISPLAY "FECHA DEL DEPOSITO (AAAAMMDD)".
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      * LOS CHEQUES QUE VAN EN LA FICHA SE MARCAN DEPOSITADOS CON
      * SU REFERENCIA; EL IMPORTE DE LA FICHA INCLUYE EFECTIVO Y
      * CHEQUES
       1100-CHEQUES-DE-LA-FICHA.
           MOVE 0 TO WKS-CHQ-EN-FICHA.
           MOVE 0 TO WKS-CHQ-IMPORTE-FICHA.
           OPEN I-O CHEQUE-FILE.
           IF CH-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "SIN CHEQUES REGISTRADOS EN CAJA"
           ELSE
               MOVE 1 TO WKS-CHQ-FOLIO
               PERFORM 1110-MARCAR-CHEQUE
                   UNTIL WKS-CHQ-FOLIO IS EQUAL TO 0
               CLOSE CHEQUE-FILE
               IF WKS-CHQ-EN-FICHA IS GREATER THAN 0 THEN
                   MOVE WKS-CHQ-IMPORTE-FICHA TO WKS-IMPORTE-FORMAT
                   DISPLAY "CHEQUES EN LA FICHA: " WKS-CHQ-EN-FICHA
                           " POR " WKS-IMPORTE-FORMAT.

       1110-MARCAR-CHEQUE.
           DISPLAY "FOLIO DE UN CHEQUE QUE VA EN LA FICHA "
                   "(0 = NO HAY MAS)".
           ACCEPT WKS-CHQ-FOLIO.
           IF WKS-CHQ-FOLIO IS GREATER THAN 0 THEN
               MOVE WKS-CHQ-FOLIO TO CH-FOLIO
               READ CHEQUE-FILE KEY IS CH-FOLIO
                   INVALID KEY
                       DISPLAY "NO HAY CHEQUE CON ESE FOLIO"
                   NOT INVALID KEY
                       IF CH-ESTADO IS NOT EQUAL TO "R" THEN
                           DISPLAY "EL CHEQUE " CH-NUMERO " NO ESTA "
                                   "PENDIENTE DE DEPOSITO (ESTADO "
                                   CH-ESTADO ")"
                       ELSE
                           MOVE "D" TO CH-ESTADO
                           MOVE DB-FECHA TO CH-FECHA-DEPOSITO
                           MOVE DB-REFERENCIA TO CH-FICHA
                           REWRITE REG-CHEQUE
                           ADD 1 TO WKS-CHQ-EN-FICHA
                           ADD CH-IMPORTE TO WKS-CHQ-IMPORTE-FICHA
                           MOVE CH-IMPORTE TO WKS-IMPORTE-FORMAT
                           DISPLAY "CHEQUE " CH-NUMERO " " CH-BANCO
                                   WKS-IMPORTE-FORMAT.

       2000-CONCILIAR.
           DISPLAY "FECHA INICIAL DEL RANGO (AAAAMMDD)".
           ACCEPT WKS-FECHA-DESDE.
           PERFORM 1960-REPORTE-INICIAR.
           PERFORM 2100-CARGAR-DEPOSITOS.
           PERFORM 2200-EMPATAR-CORTES.
           PERFORM 2250-EMPATAR-CHEQUES.
           PERFORM 2300-REVISAR-DEPOSITOS.
           MOVE WKS-TOT-CORTES TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           DISPLAY "EFECTIVO CORTADO:  " WKS-IMPORTE-FORMAT.
           MOVE WKS-TOT-CHEQUES TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "CHEQUES RECIBIDOS EN EL RANGO:" WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           DISPLAY "CHEQUES RECIBIDOS: " WKS-IMPORTE-FORMAT.
           MOVE WKS-TOT-CHQ-DEPOSITADO TO WKS-IMPORTE-FORMAT.
           STRING "  DE ELLOS DEPOSITADOS:      " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-DEPOSITOS TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "DEPOSITADO EN EL RANGO:       " WKS-IMPORTE-FORMAT
                   WKS-DIAS-SIN-DEPOSITO.
           DISPLAY "DEPOSITOS CORTOS:           "
                   WKS-DEPOSITOS-CORTOS.
           DISPLAY "CHEQUES SIN DEPOSITO:       "
                   WKS-CHQ-SIN-DEPOSITO.
           DISPLAY "CHEQUES DEVUELTOS:          "
                   WKS-CHQ-DEVUELTOS.
           DISPLAY "REPORTE IMPRESO EN REPORTE-DEPOSITOS.TXT".

       2100-CARGAR-DEPOSITOS.
           ELSE
               ADD 1 TO WKS-IDX-DP.

      * CHEQUES RECIBIDOS EN EL RANGO: EL DEPOSITADO SE SUMA A LO
      * QUE CUBRE SU FICHA (PARA QUE UNA FICHA CORTA LO DETECTE); EL
      * QUE SIGUE EN CAJA SE GRITA, Y EL DEVUELTO SE SENALA
       2250-EMPATAR-CHEQUES.
           MOVE "N" TO WKS-FIN-CHEQUES.
           OPEN INPUT CHEQUE-FILE.
           IF CH-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-CHEQUES
           ELSE
               PERFORM 2260-LEER-CHEQUE UNTIL WKS-EOF-CHEQUES
               CLOSE CHEQUE-FILE.

       2260-LEER-CHEQUE.
           READ CHEQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CHEQUES
               NOT AT END
                   IF CH-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      CH-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
                      CH-ESTADO IS NOT EQUAL TO "C" THEN
                       PERFORM 2270-EMPATAR-CHEQUE.

       2270-EMPATAR-CHEQUE.
           ADD CH-IMPORTE TO WKS-TOT-CHEQUES.
           MOVE CH-IMPORTE TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           IF CH-ESTADO IS EQUAL TO "R" THEN
               ADD 1 TO WKS-CHQ-SIN-DEPOSITO
               DISPLAY "CHEQUE " CH-NUMERO " DEL " CH-FECHA
                       " CAJA " CH-CAJA " SIN DEPOSITO ("
                       WKS-IMPORTE-FORMAT ")"
               STRING "CHEQUE SIN DEPOSITO " CH-FECHA " "
                      CH-NUMERO " " WKS-IMPORTE-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
               IF CH-FICHA IS NOT EQUAL TO SPACES THEN
                   ADD CH-IMPORTE TO WKS-TOT-CHQ-DEPOSITADO
               END-IF
               MOVE 0 TO WKS-POS-DP
               MOVE 1 TO WKS-IDX-DP
               PERFORM 2280-BUSCAR-FICHA
                   UNTIL WKS-IDX-DP IS GREATER THAN WKS-NUM-DEPOSITOS
                      OR WKS-POS-DP IS GREATER THAN 0
               IF WKS-POS-DP IS GREATER THAN 0 THEN
                   ADD CH-IMPORTE TO WKS-DP-CUBIERTO(WKS-POS-DP)
               END-IF
               IF CH-ESTADO IS EQUAL TO "V" OR
                  CH-ESTADO IS EQUAL TO "L" THEN
                   ADD 1 TO WKS-CHQ-DEVUELTOS
                   STRING "CHEQUE DEVUELTO " CH-FECHA-DEVOLUCION " "
                          CH-NUMERO " " WKS-IMPORTE-FORMAT
                       DELIMITED BY SIZE INTO WKS-REP-LINEA
               ELSE
                   STRING "CHEQUE " CH-NUMERO " EN FICHA " CH-FICHA
                          WKS-IMPORTE-FORMAT
                       DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       2280-BUSCAR-FICHA.
           IF WKS-DP-REFERENCIA(WKS-IDX-DP) IS EQUAL TO CH-FICHA THEN
               MOVE WKS-IDX-DP TO WKS-POS-DP
           ELSE
               ADD 1 TO WKS-IDX-DP.

      * DEPOSITO CORTO: LO CORTADO QUE DICE CUBRIR SUPERA LO QUE
      * LLEVO AL BANCO
       2300-REVISAR-DEPOSITOS.
