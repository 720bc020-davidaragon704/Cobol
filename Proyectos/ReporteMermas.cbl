      ******************************************************************
      * Author:
      * Date:
      * Purpose: REBAJAS POR CADUCIDAD CONTRA MERMA, POR CATEGORIA, DE
      *          UN MES. LA BITACORA REBAJAS-MERMAS.TXT (LA ESCRIBE LA
      *          REBAJA POR CADUCIDAD DE COMERCIO) DA LAS VENTANAS DE
      *          REBAJA DE CADA PRODUCTO Y LOS LOTES QUE SALIERON A
      *          MERMA. LO RECUPERADO ES LA VENTA NETA DE ESOS
      *          PRODUCTOS DENTRO DE SU VENTANA DE REBAJA (VENTAS.TXT
      *          Y EL HISTORICO VENTAS-AAAAMM.TXT DEL MES); LO PERDIDO
      *          ES LA MERMA VALUADA AL COSTO SELLADO EN LA BITACORA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MERMAS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT REBAJA-FILE ASSIGN TO "REBAJAS-MERMAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RM-STATUS.

           SELECT CATEGORIA-FILE ASSIGN TO "CATEGORIAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CAT-CODIGO
                                   FILE STATUS CAT-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                   PIC X(150).

       FD REBAJA-FILE.
       01 REG-REBAJA.
           COPY REBAJAMERMA.

       FD CATEGORIA-FILE.
       01 REG-CATEGORIA.
           COPY CATEGORIA.

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       WORKING-STORAGE SECTION.

       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 RM-STATUS               PIC X(02).
       77 CAT-STATUS              PIC X(02).
           COPY REPORTE-WS.
           COPY FECHA-WS.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-MES-REPORTE         PIC 9(06).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-FECHA-DESDE         PIC 9(08).
       77 WKS-FECHA-HASTA         PIC 9(08).
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-FIN-REBAJAS         PIC X(01) VALUE "N".
           88 WKS-EOF-REBAJAS     VALUE "S".
       77 WKS-CAT-DISPONIBLE      PIC X(01) VALUE "N".
           88 WKS-HAY-CATALOGO    VALUE "S".

      * VENTANAS DE REBAJA QUE TOCAN EL MES (UN PRODUCTO PUEDE TENER
      * VARIAS: PRIMER Y SEGUNDO ESCALON, O VARIOS LOTES)
       01 WKS-TABLA-VENTANAS.
           02 WKS-VN-RENGLON OCCURS 500 TIMES.
               03 WKS-VN-RP-ID        PIC 9(10).
               03 WKS-VN-DESDE        PIC 9(08).
               03 WKS-VN-HASTA        PIC 9(08).
               03 WKS-VN-CATEGORIA    PIC X(04).
       77 WKS-NUM-VENTANAS        PIC 9(03) VALUE 0.
       77 WKS-IDX-VN              PIC 9(03).
       77 WKS-POS-VN              PIC 9(03).

      * ACUMULADOS POR CATEGORIA
       01 WKS-TABLA-CATEGORIAS.
           02 WKS-CT-RENGLON OCCURS 100 TIMES.
               03 WKS-CT-CODIGO       PIC X(04).
               03 WKS-CT-REBAJAS      PIC 9(05).
               03 WKS-CT-UNIDADES     PIC S9(09)V9(03).
               03 WKS-CT-RECUPERADO   PIC S9(13)V9(02).
               03 WKS-CT-LOTES-MERMA  PIC 9(05).
               03 WKS-CT-MERMA        PIC S9(13)V9(02).
       77 WKS-NUM-CATS            PIC 9(03) VALUE 0.
       77 WKS-IDX-CT              PIC 9(03).
       77 WKS-POS-CT              PIC 9(03).
       77 WKS-CAT-BUSCADA         PIC X(04).

       77 WKS-IMPORTE-RENGLON     PIC S9(13)V9(02).
       77 WKS-UNIDADES-RENGLON    PIC S9(09)V9(03).
       77 WKS-VALOR-MERMA         PIC S9(13)V9(02).
       77 WKS-TOT-RECUPERADO      PIC S9(13)V9(02) VALUE 0.
       77 WKS-TOT-MERMA           PIC S9(13)V9(02) VALUE 0.
       77 WKS-TOT-REBAJAS         PIC 9(05) VALUE 0.
       77 WKS-TOT-LOTES-MERMA     PIC 9(05) VALUE 0.
       77 WKS-DIFERENCIA          PIC S9(13)V9(02).
       77 WKS-NOMBRE-CAT          PIC X(20).
       77 WKS-UNIDADES-FORMAT     PIC -(07)9.999.
       77 WKS-IMPORTE-FORMAT      PIC -(10)9.99.
       77 WKS-IMPORTE-FORMAT-2    PIC -(10)9.99.
       77 WKS-IMPORTE-FORMAT-3    PIC -(10)9.99.
       77 WKS-CONTADOR-FORMAT     PIC ZZZZ9.
       77 WKS-CONTADOR-FORMAT-2   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== REBAJAS POR CADUCIDAD CONTRA MERMA ===".
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "MES A REPORTAR (AAAAMM, 0 = MES ACTUAL)".
           ACCEPT WKS-MES-REPORTE.
           IF WKS-MES-REPORTE IS EQUAL TO 0 THEN
               MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-REPORTE.
           MOVE WKS-MES-REPORTE TO WKS-FECHA-DESDE(1:6).
           MOVE "01" TO WKS-FECHA-DESDE(7:2).
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "MES INVALIDO, NO SE GENERA"
           ELSE
               MOVE WKS-FECHA-DESDE TO WKS-FE-DESGLOSE
               PERFORM 2705-FE-DIAS-DEL-MES
               MOVE WKS-FECHA-DESDE TO WKS-FECHA-HASTA
               MOVE WKS-FE-DIAS-MES TO WKS-FECHA-HASTA(7:2)
               PERFORM 1000-CARGAR-BITACORA
               IF WKS-NUM-CATS IS EQUAL TO 0 THEN
                   DISPLAY "SIN REBAJAS NI MERMAS EN EL MES"
               ELSE
                   PERFORM 2000-ACUMULAR-VIVAS
                   PERFORM 3000-ACUMULAR-ARCHIVADAS
                   PERFORM 5000-IMPRIMIR-REPORTE.
           GOBACK.

      * LAS MERMAS CUENTAN EN EL MES EN QUE SE ASENTARON; LAS REBAJAS
      * CUENTAN SI SU VENTANA TOCA EL MES
       1000-CARGAR-BITACORA.
           MOVE "N" TO WKS-FIN-REBAJAS.
           OPEN INPUT REBAJA-FILE.
           IF RM-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-REBAJAS
           ELSE
               PERFORM 1010-LEER-BITACORA UNTIL WKS-EOF-REBAJAS
               CLOSE REBAJA-FILE.

       1010-LEER-BITACORA.
           READ REBAJA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-REBAJAS
               NOT AT END
                   IF RM-ES-MERMA AND
                      RM-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      RM-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA THEN
                       PERFORM 1020-SUMAR-MERMA
                   ELSE
                   IF RM-ES-REBAJA AND
                      RM-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
                      RM-HASTA IS NOT LESS THAN WKS-FECHA-DESDE THEN
                       PERFORM 1030-AGREGAR-VENTANA.

       1020-SUMAR-MERMA.
           MOVE RM-CATEGORIA TO WKS-CAT-BUSCADA.
           PERFORM 1100-UBICAR-CATEGORIA.
           IF WKS-POS-CT IS GREATER THAN 0 THEN
               COMPUTE WKS-VALOR-MERMA ROUNDED =
                       RM-CANTIDAD * RM-COSTO
               ADD WKS-VALOR-MERMA TO WKS-CT-MERMA(WKS-POS-CT)
               ADD 1 TO WKS-CT-LOTES-MERMA(WKS-POS-CT).

       1030-AGREGAR-VENTANA.
           MOVE RM-CATEGORIA TO WKS-CAT-BUSCADA.
           PERFORM 1100-UBICAR-CATEGORIA.
           IF WKS-POS-CT IS GREATER THAN 0 THEN
               ADD 1 TO WKS-CT-REBAJAS(WKS-POS-CT)
               IF WKS-NUM-VENTANAS IS LESS THAN 500 THEN
                   ADD 1 TO WKS-NUM-VENTANAS
                   MOVE RM-RP-ID TO WKS-VN-RP-ID(WKS-NUM-VENTANAS)
                   MOVE RM-FECHA TO WKS-VN-DESDE(WKS-NUM-VENTANAS)
                   MOVE RM-HASTA TO WKS-VN-HASTA(WKS-NUM-VENTANAS)
                   MOVE RM-CATEGORIA
                       TO WKS-VN-CATEGORIA(WKS-NUM-VENTANAS)
               ELSE
                   DISPLAY "TABLA DE REBAJAS LLENA, SE OMITE "
                           RM-RP-ID " DEL " RM-FECHA.

      * DEJA EN WKS-POS-CT EL RENGLON DE WKS-CAT-BUSCADA, DANDOLO DE
      * ALTA SI NO ESTABA (0 SI LA TABLA YA ESTA LLENA)
       1100-UBICAR-CATEGORIA.
           MOVE 0 TO WKS-POS-CT.
           MOVE 1 TO WKS-IDX-CT.
           PERFORM 1110-BUSCAR-CATEGORIA
               UNTIL WKS-IDX-CT IS GREATER THAN WKS-NUM-CATS
                  OR WKS-POS-CT IS GREATER THAN 0.
           IF WKS-POS-CT IS EQUAL TO 0 THEN
               IF WKS-NUM-CATS IS LESS THAN 100 THEN
                   ADD 1 TO WKS-NUM-CATS
                   MOVE WKS-NUM-CATS TO WKS-POS-CT
                   INITIALIZE WKS-CT-RENGLON(WKS-POS-CT)
                   MOVE WKS-CAT-BUSCADA TO WKS-CT-CODIGO(WKS-POS-CT)
               ELSE
                   DISPLAY "TABLA DE CATEGORIAS LLENA, SE OMITE "
                           WKS-CAT-BUSCADA.

       1110-BUSCAR-CATEGORIA.
           IF WKS-CT-CODIGO(WKS-IDX-CT) IS EQUAL TO WKS-CAT-BUSCADA
           THEN
               MOVE WKS-IDX-CT TO WKS-POS-CT.
           ADD 1 TO WKS-IDX-CT.

       2000-ACUMULAR-VIVAS.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 2010-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.

       2010-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   PERFORM 4000-EVALUAR-PARTIDA.

      * SOLO HACE FALTA EL HISTORICO DEL MISMO MES (SI YA SE ARCHIVO)
       3000-ACUMULAR-ARCHIVADAS.
           MOVE WKS-MES-REPORTE TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 3010-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.

      * EL HISTORICO TIENE EL MISMO TRAZADO QUE VENTAS.TXT
       3010-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO REG-VENTA
                   PERFORM 4000-EVALUAR-PARTIDA.

      * LA PARTIDA CUENTA UNA SOLA VEZ AUNQUE CAIGA EN DOS VENTANAS
      * DEL MISMO PRODUCTO; LAS DEVOLUCIONES RESTAN, LOS FOLIOS
      * CANCELADOS Y LOS VALES NO CUENTAN
       4000-EVALUAR-PARTIDA.
           IF TR-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
              TR-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
              TR-ESTADO IS NOT EQUAL TO "C" AND
              TR-RP-ID IS GREATER THAN 0 THEN
               MOVE 0 TO WKS-POS-VN
               MOVE 1 TO WKS-IDX-VN
               PERFORM 4010-BUSCAR-VENTANA
                   UNTIL WKS-IDX-VN IS GREATER THAN WKS-NUM-VENTANAS
                      OR WKS-POS-VN IS GREATER THAN 0
               IF WKS-POS-VN IS GREATER THAN 0 THEN
                   PERFORM 4020-SUMAR-RECUPERADO.

       4010-BUSCAR-VENTANA.
           IF WKS-VN-RP-ID(WKS-IDX-VN) IS EQUAL TO TR-RP-ID AND
              TR-FECHA IS NOT LESS THAN WKS-VN-DESDE(WKS-IDX-VN) AND
              TR-FECHA IS NOT GREATER THAN WKS-VN-HASTA(WKS-IDX-VN)
           THEN
               MOVE WKS-IDX-VN TO WKS-POS-VN.
           ADD 1 TO WKS-IDX-VN.

       4020-SUMAR-RECUPERADO.
           COMPUTE WKS-UNIDADES-RENGLON = TR-CANTIDAD.
           COMPUTE WKS-IMPORTE-RENGLON = TR-CANTIDAD * TR-PRECIO.
           IF TR-TIPO IS EQUAL TO "D" THEN
               COMPUTE WKS-UNIDADES-RENGLON = 0 - WKS-UNIDADES-RENGLON
               COMPUTE WKS-IMPORTE-RENGLON = 0 - WKS-IMPORTE-RENGLON.
           MOVE WKS-VN-CATEGORIA(WKS-POS-VN) TO WKS-CAT-BUSCADA.
           PERFORM 1100-UBICAR-CATEGORIA.
           IF WKS-POS-CT IS GREATER THAN 0 THEN
               ADD WKS-UNIDADES-RENGLON TO WKS-CT-UNIDADES(WKS-POS-CT)
               ADD WKS-IMPORTE-RENGLON
                   TO WKS-CT-RECUPERADO(WKS-POS-CT).

       5000-IMPRIMIR-REPORTE.
           OPEN INPUT CATEGORIA-FILE.
           IF CAT-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CAT-DISPONIBLE.
           MOVE "REPORTE-MERMAS.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "REBAJAS POR CADUCIDAD CONTRA MERMA " WKS-FECHA-DESDE
                  " A " WKS-FECHA-HASTA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "CAT  NOMBRE                  UNIDADES     RECUPERADO  M
      -        "ERMA A COSTO" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 1 TO WKS-IDX-CT.
           PERFORM 5100-IMPRIMIR-CATEGORIA
               UNTIL WKS-IDX-CT IS GREATER THAN WKS-NUM-CATS.
           MOVE WKS-TOT-RECUPERADO TO WKS-IMPORTE-FORMAT.
           MOVE WKS-TOT-MERMA TO WKS-IMPORTE-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "TOTAL                                  "
                  WKS-IMPORTE-FORMAT " " WKS-IMPORTE-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           COMPUTE WKS-DIFERENCIA = WKS-TOT-RECUPERADO - WKS-TOT-MERMA.
           MOVE WKS-DIFERENCIA TO WKS-IMPORTE-FORMAT.
           MOVE WKS-TOT-REBAJAS TO WKS-CONTADOR-FORMAT.
           MOVE WKS-TOT-LOTES-MERMA TO WKS-CONTADOR-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "REBAJAS: " WKS-CONTADOR-FORMAT
                  "  LOTES A MERMA: " WKS-CONTADOR-FORMAT-2
                  "  RECUPERADO - MERMA: " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           IF WKS-HAY-CATALOGO THEN
               CLOSE CATEGORIA-FILE.
           MOVE WKS-TOT-RECUPERADO TO WKS-IMPORTE-FORMAT.
           MOVE WKS-TOT-MERMA TO WKS-IMPORTE-FORMAT-2.
           DISPLAY "RECUPERADO CON REBAJAS: " WKS-IMPORTE-FORMAT.
           DISPLAY "MERMA A COSTO:          " WKS-IMPORTE-FORMAT-2.
           DISPLAY "REPORTE IMPRESO EN REPORTE-MERMAS.TXT".

       5100-IMPRIMIR-CATEGORIA.
           MOVE "(SIN CATEGORIA)" TO WKS-NOMBRE-CAT.
           IF WKS-HAY-CATALOGO AND
              WKS-CT-CODIGO(WKS-IDX-CT) IS NOT EQUAL TO SPACES THEN
               MOVE WKS-CT-CODIGO(WKS-IDX-CT) TO CAT-CODIGO
               READ CATEGORIA-FILE KEY IS CAT-CODIGO
                   INVALID KEY
                       MOVE "(NO REGISTRADA)" TO WKS-NOMBRE-CAT
                   NOT INVALID KEY
                       MOVE CAT-NOMBRE TO WKS-NOMBRE-CAT.
           MOVE WKS-CT-UNIDADES(WKS-IDX-CT) TO WKS-UNIDADES-FORMAT.
           MOVE WKS-CT-RECUPERADO(WKS-IDX-CT) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-CT-MERMA(WKS-IDX-CT) TO WKS-IMPORTE-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-CT-CODIGO(WKS-IDX-CT) " " WKS-NOMBRE-CAT " "
                  WKS-UNIDADES-FORMAT " " WKS-IMPORTE-FORMAT " "
                  WKS-IMPORTE-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           COMPUTE WKS-DIFERENCIA = WKS-CT-RECUPERADO(WKS-IDX-CT) -
                                    WKS-CT-MERMA(WKS-IDX-CT).
           MOVE WKS-DIFERENCIA TO WKS-IMPORTE-FORMAT-3.
           MOVE WKS-CT-REBAJAS(WKS-IDX-CT) TO WKS-CONTADOR-FORMAT.
           MOVE WKS-CT-LOTES-MERMA(WKS-IDX-CT) TO WKS-CONTADOR-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "     REBAJAS " WKS-CONTADOR-FORMAT
                  "  LOTES A MERMA " WKS-CONTADOR-FORMAT-2
                  "  RECUPERADO - MERMA " WKS-IMPORTE-FORMAT-3
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD WKS-CT-RECUPERADO(WKS-IDX-CT) TO WKS-TOT-RECUPERADO.
           ADD WKS-CT-MERMA(WKS-IDX-CT) TO WKS-TOT-MERMA.
           ADD WKS-CT-REBAJAS(WKS-IDX-CT) TO WKS-TOT-REBAJAS.
           ADD WKS-CT-LOTES-MERMA(WKS-IDX-CT) TO WKS-TOT-LOTES-MERMA.
           ADD 1 TO WKS-IDX-CT.

           COPY FECHA-PROC.

           COPY REPORTE-PROC.
