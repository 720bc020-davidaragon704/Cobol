      ******************************************************************
      * Author:
      * Date:
      * Purpose: REPORTE DE CHEQUES POR PERIODO, DE CHEQUES.TXT (LOS
      *          COBRADOS EN CAJA COMO PAGO DE UN FOLIO). TRES
      *          SECCIONES: RECIBIDOS EN EL PERIODO (CON SU ESTADO
      *          ACTUAL), DEPOSITADOS EN EL PERIODO (POR FECHA DE LA
      *          FICHA) Y DEVUELTOS POR EL BANCO EN EL PERIODO (CON LA
      *          COMISION CARGADA AL CLIENTE Y SI YA SE LIBERO). AL
      *          FINAL, LOS QUE SIGUEN EN CAJA SIN DEPOSITAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CHEQUES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CHEQUE-FILE ASSIGN TO "CHEQUES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CH-FOLIO
                                   FILE STATUS CH-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUE-FILE.
       01 REG-CHEQUE.
           COPY CHEQUE.

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.
       77 CH-STATUS               PIC X(02).
           COPY REPORTE-WS.
           COPY FECHA-WS.

       77 WKS-FECHA-DESDE         PIC 9(08).
       77 WKS-FECHA-HASTA         PIC 9(08).
       77 WKS-FIN-CHEQUES         PIC X(01) VALUE "N".
           88 WKS-EOF-CHEQUES     VALUE "S".
      * SECCION EN CURSO: R = RECIBIDOS, D = DEPOSITADOS,
      * V = DEVUELTOS, P = PENDIENTES DE DEPOSITO
       77 WKS-SECCION             PIC X(01).
       77 WKS-FECHA-CHEQUE        PIC 9(08).
       77 WKS-CUENTA-SECCION      PIC 9(05).
       77 WKS-TOTAL-SECCION       PIC 9(15)V9(02).
       77 WKS-COMISION-SECCION    PIC 9(11)V9(02).
       77 WKS-ESTADO-TEXTO        PIC X(10).
       77 WKS-IMPORTE-FORMAT      PIC Z(10)9.99.
       77 WKS-TOTAL-FORMAT        PIC Z(12)9.99.
       77 WKS-CUENTA-FORMAT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CHEQUES RECIBIDOS, DEPOSITADOS Y DEVUELTOS ===".
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 0100-PEDIR-DESDE UNTIL WKS-FECHA-VALIDA.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 0110-PEDIR-HASTA UNTIL WKS-FECHA-VALIDA.
           OPEN INPUT CHEQUE-FILE.
           IF CH-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY CHEQUES REGISTRADOS (CHEQUES.TXT)"
           ELSE
               CLOSE CHEQUE-FILE
               MOVE "REPORTE-CHEQUES.TXT" TO WKS-REP-NOMBRE
               MOVE SPACES TO WKS-REP-TITULO
               STRING "CHEQUES DEL " WKS-FECHA-DESDE " AL "
                      WKS-FECHA-HASTA
                   DELIMITED BY SIZE INTO WKS-REP-TITULO
               MOVE "FOLIO      FECHA    BANCO           NUMERO     CLIE
      -            "NTE        IMPORTE" TO WKS-REP-ENCABEZADO
               PERFORM 1960-REPORTE-INICIAR
               MOVE "R" TO WKS-SECCION
               PERFORM 1000-SECCION
               MOVE "D" TO WKS-SECCION
               PERFORM 1000-SECCION
               MOVE "V" TO WKS-SECCION
               PERFORM 1000-SECCION
               MOVE "P" TO WKS-SECCION
               PERFORM 1000-SECCION
               PERFORM 1965-REPORTE-TERMINAR
               DISPLAY "REPORTE IMPRESO EN REPORTE-CHEQUES.TXT".
           GOBACK.

       0100-PEDIR-DESDE.
           DISPLAY "FECHA INICIAL DEL PERIODO (AAAAMMDD)".
           ACCEPT WKS-FECHA-DESDE.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

       0110-PEDIR-HASTA.
           DISPLAY "FECHA FINAL DEL PERIODO (AAAAMMDD)".
           ACCEPT WKS-FECHA-HASTA.
           MOVE WKS-FECHA-HASTA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      * UNA PASADA AL ARCHIVO POR SECCION; CADA SECCION TOMA LA FECHA
      * QUE LE CORRESPONDE (RECIBIDO, DEPOSITO O DEVOLUCION)
       1000-SECCION.
           MOVE 0 TO WKS-CUENTA-SECCION.
           MOVE 0 TO WKS-TOTAL-SECCION.
           MOVE 0 TO WKS-COMISION-SECCION.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-SECCION IS EQUAL TO "R" THEN
               MOVE "--- RECIBIDOS EN CAJA ---" TO WKS-REP-LINEA
           ELSE
           IF WKS-SECCION IS EQUAL TO "D" THEN
               MOVE "--- DEPOSITADOS EN EL BANCO ---" TO WKS-REP-LINEA
           ELSE
           IF WKS-SECCION IS EQUAL TO "V" THEN
               MOVE "--- DEVUELTOS POR EL BANCO ---" TO WKS-REP-LINEA
           ELSE
               MOVE "--- EN CAJA SIN DEPOSITAR AL CIERRE DEL PERIODO
      -            " ---" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "N" TO WKS-FIN-CHEQUES.
           OPEN INPUT CHEQUE-FILE.
           PERFORM 1100-LEER-CHEQUE UNTIL WKS-EOF-CHEQUES.
           CLOSE CHEQUE-FILE.
           MOVE WKS-CUENTA-SECCION TO WKS-CUENTA-FORMAT.
           MOVE WKS-TOTAL-SECCION TO WKS-TOTAL-FORMAT.
           STRING "    CHEQUES: " WKS-CUENTA-FORMAT
                  "   IMPORTE: " WKS-TOTAL-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-SECCION IS EQUAL TO "V" THEN
               MOVE WKS-COMISION-SECCION TO WKS-TOTAL-FORMAT
               STRING "    COMISIONES CARGADAS A CLIENTES: "
                      WKS-TOTAL-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           DISPLAY WKS-SECCION " CHEQUES: " WKS-CUENTA-FORMAT
                   " IMPORTE: " WKS-TOTAL-FORMAT.

       1100-LEER-CHEQUE.
           READ CHEQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CHEQUES
               NOT AT END
                   PERFORM 1110-FILTRAR-CHEQUE THRU 1110-SALIR.

       1110-FILTRAR-CHEQUE.
           IF WKS-SECCION IS EQUAL TO "R" THEN
               MOVE CH-FECHA TO WKS-FECHA-CHEQUE
           ELSE
           IF WKS-SECCION IS EQUAL TO "D" THEN
               MOVE CH-FECHA-DEPOSITO TO WKS-FECHA-CHEQUE
           ELSE
           IF WKS-SECCION IS EQUAL TO "V" THEN
               MOVE CH-FECHA-DEVOLUCION TO WKS-FECHA-CHEQUE
           ELSE
               MOVE CH-FECHA TO WKS-FECHA-CHEQUE.
      * LOS PENDIENTES SON LOS RECIBIDOS HASTA EL FIN DEL PERIODO QUE
      * SIGUEN EN CAJA, SIN IMPORTAR CUANDO SE RECIBIERON
           IF WKS-SECCION IS EQUAL TO "P" THEN
               IF CH-ESTADO IS NOT EQUAL TO "R" OR
                  WKS-FECHA-CHEQUE IS GREATER THAN WKS-FECHA-HASTA THEN
                   GO TO 1110-SALIR
               END-IF
           ELSE
               IF WKS-FECHA-CHEQUE IS LESS THAN WKS-FECHA-DESDE OR
                  WKS-FECHA-CHEQUE IS GREATER THAN WKS-FECHA-HASTA THEN
                   GO TO 1110-SALIR.
           PERFORM 1120-TEXTO-ESTADO.
           ADD 1 TO WKS-CUENTA-SECCION.
           ADD CH-IMPORTE TO WKS-TOTAL-SECCION.
           ADD CH-COMISION TO WKS-COMISION-SECCION.
           MOVE CH-IMPORTE TO WKS-IMPORTE-FORMAT.
           STRING CH-FOLIO " " WKS-FECHA-CHEQUE " " CH-BANCO " "
                  CH-NUMERO " " CH-CLIENTE-ID WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-SECCION IS EQUAL TO "D" THEN
               STRING "    FICHA " CH-FICHA "  FIRMA " CH-LIBRADOR
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
           IF WKS-SECCION IS EQUAL TO "V" THEN
               MOVE CH-COMISION TO WKS-IMPORTE-FORMAT
               STRING "    COMISION " WKS-IMPORTE-FORMAT "  "
                      WKS-ESTADO-TEXTO " " CH-SUPERVISOR
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
               STRING "    " WKS-ESTADO-TEXTO " CAJA " CH-CAJA
                      "  FIRMA " CH-LIBRADOR
                   DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
       1110-SALIR.
           EXIT.

       1120-TEXTO-ESTADO.
           IF CH-ESTADO IS EQUAL TO "R" THEN
               MOVE "EN CAJA" TO WKS-ESTADO-TEXTO
           ELSE
           IF CH-ESTADO IS EQUAL TO "D" THEN
               MOVE "DEPOSITADO" TO WKS-ESTADO-TEXTO
           ELSE
           IF CH-ESTADO IS EQUAL TO "V" THEN
               MOVE "VETADO" TO WKS-ESTADO-TEXTO
           ELSE
           IF CH-ESTADO IS EQUAL TO "L" THEN
               MOVE "LIBERADO" TO WKS-ESTADO-TEXTO
           ELSE
           IF CH-ESTADO IS EQUAL TO "C" THEN
               MOVE "CANCELADO" TO WKS-ESTADO-TEXTO
           ELSE
               MOVE SPACES TO WKS-ESTADO-TEXTO.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.
