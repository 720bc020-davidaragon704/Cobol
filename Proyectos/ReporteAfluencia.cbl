      ******************************************************************
      * Author:
      * Date:
      * Purpose: AFLUENCIA DE CLIENTES POR HORA DEL DIA Y POR DIA DE
      *          LA SEMANA, SEPARADA POR CAJA (TR-CAJA), PARA UN RANGO
      *          DE FECHAS. RECORRE VENTAS.TXT Y LOS HISTORICOS
      *          VENTAS-AAAAMM.TXT DE LOS MESES DEL RANGO; CUENTA
      *          TICKETS (FOLIOS DE VENTA DISTINTOS), VENTA NETA (LAS
      *          DEVOLUCIONES RESTAN, LOS FOLIOS CANCELADOS NO
      *          CUENTAN) Y TICKET PROMEDIO. LA HORA SALE DE TR-HORA;
      *          LOS MOVIMIENTOS ANTERIORES AL SELLO DE HORA SOLO
      *          CUENTAN EN EL DIA DE LA SEMANA Y EN EL RENGLON
      *          "SIN HORA". SIRVE PARA DECIDIR HORARIO DE TIENDA,
      *          CUANTAS CAJAS ABRIR Y CUANDO REFORZAR EL PISO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-AFLUENCIA.

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

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
           COPY REPORTE-WS.
           COPY FECHA-WS.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-FECHA-DESDE         PIC 9(08).
       77 WKS-FECHA-HASTA         PIC 9(08).
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".

      * MESES DEL RANGO QUE SE BUSCAN EN LOS HISTORICOS
       01 WKS-MES-CURSOR          PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).
       77 WKS-MES-FINAL           PIC 9(06).

      * ACUMULADOS POR CAJA: 24 HORAS, 7 DIAS (1 = LUNES) Y LOS
      * MOVIMIENTOS SIN HORA SELLADA
       01 WKS-TABLA-CAJAS.
           02 WKS-CJ-RENGLON OCCURS 20 TIMES.
               03 WKS-CJ-CAJA         PIC X(02).
               03 WKS-CJ-HORA OCCURS 24 TIMES.
                   04 WKS-CJ-H-TICKETS    PIC 9(07).
                   04 WKS-CJ-H-VENTA      PIC S9(13)V9(02).
               03 WKS-CJ-DIA OCCURS 7 TIMES.
                   04 WKS-CJ-D-TICKETS    PIC 9(07).
                   04 WKS-CJ-D-VENTA      PIC S9(13)V9(02).
               03 WKS-CJ-SH-TICKETS   PIC 9(07).
               03 WKS-CJ-SH-VENTA     PIC S9(13)V9(02).
       77 WKS-NUM-CAJAS           PIC 9(02) VALUE 0.
       77 WKS-IDX-CJ              PIC 9(02).
       77 WKS-POS-CJ              PIC 9(02).
       77 WKS-CAJA-ACTUAL         PIC X(02).

      * TOTAL DE LA TIENDA (TODAS LAS CAJAS)
       01 WKS-TABLA-TIENDA.
           02 WKS-TT-HORA OCCURS 24 TIMES.
               03 WKS-TT-H-TICKETS    PIC 9(07).
               03 WKS-TT-H-VENTA      PIC S9(13)V9(02).
           02 WKS-TT-DIA OCCURS 7 TIMES.
               03 WKS-TT-D-TICKETS    PIC 9(07).
               03 WKS-TT-D-VENTA      PIC S9(13)V9(02).
           02 WKS-TT-SH-TICKETS       PIC 9(07).
           02 WKS-TT-SH-VENTA         PIC S9(13)V9(02).

       01 WKS-NOMBRES-DIA.
           02 FILLER              PIC X(09) VALUE "LUNES".
           02 FILLER              PIC X(09) VALUE "MARTES".
           02 FILLER              PIC X(09) VALUE "MIERCOLES".
           02 FILLER              PIC X(09) VALUE "JUEVES".
           02 FILLER              PIC X(09) VALUE "VIERNES".
           02 FILLER              PIC X(09) VALUE "SABADO".
           02 FILLER              PIC X(09) VALUE "DOMINGO".
       01 WKS-NOMBRES-DIA-R REDEFINES WKS-NOMBRES-DIA.
           02 WKS-NOMBRE-DIA      PIC X(09) OCCURS 7 TIMES.

       77 WKS-FOLIO-ANTERIOR      PIC 9(10) VALUE 0.
       77 WKS-FECHA-PREVIA        PIC 9(08) VALUE 0.
       77 WKS-DIA-SEMANA          PIC 9(01) VALUE 1.
       77 WKS-HORA-IDX            PIC 9(02).
       77 WKS-HORA-VALIDA-SW      PIC X(01).
           88 WKS-CON-HORA        VALUE "S".
       77 WKS-ES-TICKET-SW        PIC X(01).
           88 WKS-ES-TICKET       VALUE "S".
       77 WKS-SEMANAS             PIC 9(07).
       77 WKS-RESTO-DIA           PIC 9(01).
       77 WKS-IMPORTE-RENGLON     PIC S9(13)V9(02).
       77 WKS-MOVS-LEIDOS         PIC 9(09) VALUE 0.
       77 WKS-CAJAS-OMITIDAS      PIC 9(07) VALUE 0.
       77 WKS-IDX-H               PIC 9(02).
       77 WKS-IDX-D               PIC 9(01).
       77 WKS-TICKETS-RENGLON     PIC 9(07).
       77 WKS-VENTA-RENGLON       PIC S9(13)V9(02).
       77 WKS-PROMEDIO            PIC S9(11)V9(02).
       77 WKS-ETIQUETA            PIC X(11).
       77 WKS-HORA-FORMAT         PIC 99.
       77 WKS-TICKETS-FORMAT      PIC Z(06)9.
       77 WKS-IMPORTE-FORMAT      PIC -Z(12)9.99.
       77 WKS-PROMEDIO-FORMAT     PIC -Z(08)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== AFLUENCIA POR HORA Y DIA DE LA SEMANA ===".
           PERFORM 1000-PEDIR-RANGO.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "RANGO DE FECHAS INVALIDO, NO SE GENERA"
           ELSE
               INITIALIZE WKS-TABLA-TIENDA
               PERFORM 2000-ACUMULAR-VIVAS
               PERFORM 3000-ACUMULAR-ARCHIVADAS
               IF WKS-NUM-CAJAS IS EQUAL TO 0 THEN
                   DISPLAY "NO HAY VENTAS EN EL RANGO SOLICITADO"
               ELSE
                   PERFORM 5000-IMPRIMIR-REPORTE.
           GOBACK.

       1000-PEDIR-RANGO.
           DISPLAY "FECHA INICIAL (AAAAMMDD)".
           ACCEPT WKS-FECHA-DESDE.
           DISPLAY "FECHA FINAL (AAAAMMDD, 0 = MISMO DIA)".
           ACCEPT WKS-FECHA-HASTA.
           IF WKS-FECHA-HASTA IS EQUAL TO 0 THEN
               MOVE WKS-FECHA-DESDE TO WKS-FECHA-HASTA.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF WKS-FECHA-VALIDA THEN
               MOVE WKS-FECHA-HASTA TO WKS-FECHA-VALIDAR
               PERFORM 2700-VALIDAR-FECHA.
           IF WKS-FECHA-VALIDA AND
              WKS-FECHA-HASTA IS LESS THAN WKS-FECHA-DESDE THEN
               MOVE "N" TO WKS-FECHA-OK-SW.

       2000-ACUMULAR-VIVAS.
           MOVE "N" TO WKS-FIN-VENTAS.
           MOVE 0 TO WKS-FOLIO-ANTERIOR.
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
                   PERFORM 4000-EVALUAR-MOVIMIENTO.

      * LOS HISTORICOS SE BUSCAN MES POR MES DEL RANGO; UN MES SIN
      * ARCHIVO (TODAVIA VIVO EN VENTAS.TXT) SOLO SE BRINCA
       3000-ACUMULAR-ARCHIVADAS.
           MOVE WKS-FECHA-DESDE(1:6) TO WKS-MES-CURSOR.
           MOVE WKS-FECHA-HASTA(1:6) TO WKS-MES-FINAL.
           PERFORM 3010-MES-ARCHIVADO
               UNTIL WKS-MES-CURSOR IS GREATER THAN WKS-MES-FINAL.

       3010-MES-ARCHIVADO.
           MOVE WKS-MES-CURSOR TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           MOVE 0 TO WKS-FOLIO-ANTERIOR.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 3020-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           IF WKS-MC-MES IS EQUAL TO 12 THEN
               MOVE 1 TO WKS-MC-MES
               ADD 1 TO WKS-MC-ANIO
           ELSE
               ADD 1 TO WKS-MC-MES.

      * EL HISTORICO TIENE EL MISMO TRAZADO QUE VENTAS.TXT
       3020-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO REG-VENTA
                   PERFORM 4000-EVALUAR-MOVIMIENTO.

      * UN TICKET SE CUENTA EN LA PRIMERA PARTIDA DE SU FOLIO (LAS
      * PARTIDAS DE UN FOLIO VIENEN JUNTAS POR LA LLAVE); LAS
      * DEVOLUCIONES SOLO RESTAN IMPORTE
       4000-EVALUAR-MOVIMIENTO.
           IF TR-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
              TR-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
              TR-ESTADO IS NOT EQUAL TO "C" THEN
               ADD 1 TO WKS-MOVS-LEIDOS
               MOVE "N" TO WKS-ES-TICKET-SW
               IF TR-TIPO IS NOT EQUAL TO "D" AND
                  TR-FOLIO IS NOT EQUAL TO WKS-FOLIO-ANTERIOR THEN
                   MOVE "S" TO WKS-ES-TICKET-SW
               END-IF
               MOVE TR-FOLIO TO WKS-FOLIO-ANTERIOR
               COMPUTE WKS-IMPORTE-RENGLON = TR-CANTIDAD * TR-PRECIO
               IF TR-TIPO IS EQUAL TO "D" THEN
                   MULTIPLY -1 BY WKS-IMPORTE-RENGLON
               END-IF
               PERFORM 4010-DIA-DE-LA-SEMANA
               PERFORM 4020-HORA-DEL-MOVIMIENTO
               PERFORM 4030-UBICAR-CAJA
               IF WKS-POS-CJ IS GREATER THAN 0 THEN
                   PERFORM 4040-ACUMULAR.

      * 2720 CUENTA LOS DIAS DESDE EL LUNES 1 DE ENERO DE 1900; EL
      * RESTO ENTRE 7 DA EL DIA DE LA SEMANA (0 = LUNES)
       4010-DIA-DE-LA-SEMANA.
           IF TR-FECHA IS NOT EQUAL TO WKS-FECHA-PREVIA THEN
               MOVE TR-FECHA TO WKS-FECHA-PREVIA
               MOVE 19000101 TO WKS-FECHA-DE
               MOVE TR-FECHA TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               DIVIDE WKS-DIAS-DIFERENCIA BY 7 GIVING WKS-SEMANAS
                   REMAINDER WKS-RESTO-DIA
               COMPUTE WKS-DIA-SEMANA = WKS-RESTO-DIA + 1.

       4020-HORA-DEL-MOVIMIENTO.
           MOVE "N" TO WKS-HORA-VALIDA-SW.
           IF TR-HORA IS NUMERIC THEN
               IF TR-HORA IS GREATER THAN 0 AND
                  TR-HORA(1:2) IS LESS THAN "24" THEN
                   MOVE TR-HORA(1:2) TO WKS-HORA-IDX
                   ADD 1 TO WKS-HORA-IDX
                   MOVE "S" TO WKS-HORA-VALIDA-SW.

      * LOS MOVIMIENTOS SIN CAJA (ANTERIORES AL CAMPO) SON DE LA 01
       4030-UBICAR-CAJA.
           IF TR-CAJA IS EQUAL TO SPACES THEN
               MOVE "01" TO WKS-CAJA-ACTUAL
           ELSE
               MOVE TR-CAJA TO WKS-CAJA-ACTUAL.
           MOVE 0 TO WKS-POS-CJ.
           MOVE 1 TO WKS-IDX-CJ.
           PERFORM 4035-CICLO-CAJA
               UNTIL WKS-IDX-CJ IS GREATER THAN WKS-NUM-CAJAS
                  OR WKS-POS-CJ IS GREATER THAN 0.
           IF WKS-POS-CJ IS EQUAL TO 0 THEN
               IF WKS-NUM-CAJAS IS LESS THAN 20 THEN
                   ADD 1 TO WKS-NUM-CAJAS
                   MOVE WKS-NUM-CAJAS TO WKS-POS-CJ
                   INITIALIZE WKS-CJ-RENGLON(WKS-POS-CJ)
                   MOVE WKS-CAJA-ACTUAL TO WKS-CJ-CAJA(WKS-POS-CJ)
               ELSE
                   ADD 1 TO WKS-CAJAS-OMITIDAS.

       4035-CICLO-CAJA.
           IF WKS-CJ-CAJA(WKS-IDX-CJ) IS EQUAL TO WKS-CAJA-ACTUAL THEN
               MOVE WKS-IDX-CJ TO WKS-POS-CJ
           ELSE
               ADD 1 TO WKS-IDX-CJ.

       4040-ACUMULAR.
           IF WKS-ES-TICKET THEN
               ADD 1 TO WKS-CJ-D-TICKETS(WKS-POS-CJ, WKS-DIA-SEMANA)
               ADD 1 TO WKS-TT-D-TICKETS(WKS-DIA-SEMANA).
           ADD WKS-IMPORTE-RENGLON
               TO WKS-CJ-D-VENTA(WKS-POS-CJ, WKS-DIA-SEMANA)
                  WKS-TT-D-VENTA(WKS-DIA-SEMANA).
           IF WKS-CON-HORA THEN
               IF WKS-ES-TICKET THEN
                   ADD 1 TO WKS-CJ-H-TICKETS(WKS-POS-CJ, WKS-HORA-IDX)
                   ADD 1 TO WKS-TT-H-TICKETS(WKS-HORA-IDX)
               END-IF
               ADD WKS-IMPORTE-RENGLON
                   TO WKS-CJ-H-VENTA(WKS-POS-CJ, WKS-HORA-IDX)
                      WKS-TT-H-VENTA(WKS-HORA-IDX)
           ELSE
               IF WKS-ES-TICKET THEN
                   ADD 1 TO WKS-CJ-SH-TICKETS(WKS-POS-CJ)
                   ADD 1 TO WKS-TT-SH-TICKETS
               END-IF
               ADD WKS-IMPORTE-RENGLON
                   TO WKS-CJ-SH-VENTA(WKS-POS-CJ)
                      WKS-TT-SH-VENTA.

       5000-IMPRIMIR-REPORTE.
           MOVE "REPORTE-AFLUENCIA.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "AFLUENCIA DEL " WKS-FECHA-DESDE
                  " AL " WKS-FECHA-HASTA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "HORA / DIA      TICKETS       VENTA NETA   TICKET PROM"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 1 TO WKS-IDX-CJ.
           PERFORM 5100-IMPRIMIR-CAJA
               UNTIL WKS-IDX-CJ IS GREATER THAN WKS-NUM-CAJAS.
           PERFORM 5300-IMPRIMIR-TIENDA.
           PERFORM 1965-REPORTE-TERMINAR.
           IF WKS-CAJAS-OMITIDAS IS GREATER THAN 0 THEN
               DISPLAY "MOVIMIENTOS DE CAJAS FUERA DE TABLA: "
                       WKS-CAJAS-OMITIDAS.
           DISPLAY "MOVIMIENTOS CONSIDERADOS: " WKS-MOVS-LEIDOS.
           DISPLAY "REPORTE IMPRESO EN REPORTE-AFLUENCIA.TXT".

       5100-IMPRIMIR-CAJA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "CAJA " WKS-CJ-CAJA(WKS-IDX-CJ) " - POR HORA"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-H.
           PERFORM 5110-HORA-CAJA UNTIL WKS-IDX-H IS GREATER THAN 24.
           IF WKS-CJ-SH-TICKETS(WKS-IDX-CJ) IS GREATER THAN 0 OR
              WKS-CJ-SH-VENTA(WKS-IDX-CJ) IS NOT EQUAL TO 0 THEN
               MOVE "SIN HORA" TO WKS-ETIQUETA
               MOVE WKS-CJ-SH-TICKETS(WKS-IDX-CJ)
                   TO WKS-TICKETS-RENGLON
               MOVE WKS-CJ-SH-VENTA(WKS-IDX-CJ) TO WKS-VENTA-RENGLON
               PERFORM 5900-ESCRIBIR-RENGLON.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "CAJA " WKS-CJ-CAJA(WKS-IDX-CJ)
                  " - POR DIA DE LA SEMANA"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-D.
           PERFORM 5120-DIA-CAJA UNTIL WKS-IDX-D IS GREATER THAN 7.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-CJ.

       5110-HORA-CAJA.
           IF WKS-CJ-H-TICKETS(WKS-IDX-CJ, WKS-IDX-H) IS GREATER
              THAN 0 OR
              WKS-CJ-H-VENTA(WKS-IDX-CJ, WKS-IDX-H) IS NOT EQUAL
              TO 0 THEN
               PERFORM 5800-ETIQUETA-HORA
               MOVE WKS-CJ-H-TICKETS(WKS-IDX-CJ, WKS-IDX-H)
                   TO WKS-TICKETS-RENGLON
               MOVE WKS-CJ-H-VENTA(WKS-IDX-CJ, WKS-IDX-H)
                   TO WKS-VENTA-RENGLON
               PERFORM 5900-ESCRIBIR-RENGLON.
           ADD 1 TO WKS-IDX-H.

       5120-DIA-CAJA.
           MOVE WKS-NOMBRE-DIA(WKS-IDX-D) TO WKS-ETIQUETA.
           MOVE WKS-CJ-D-TICKETS(WKS-IDX-CJ, WKS-IDX-D)
               TO WKS-TICKETS-RENGLON.
           MOVE WKS-CJ-D-VENTA(WKS-IDX-CJ, WKS-IDX-D)
               TO WKS-VENTA-RENGLON.
           PERFORM 5900-ESCRIBIR-RENGLON.
           ADD 1 TO WKS-IDX-D.

       5300-IMPRIMIR-TIENDA.
           MOVE "TODA LA TIENDA - POR HORA" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-H.
           PERFORM 5310-HORA-TIENDA UNTIL WKS-IDX-H IS GREATER THAN 24.
           IF WKS-TT-SH-TICKETS IS GREATER THAN 0 OR
              WKS-TT-SH-VENTA IS NOT EQUAL TO 0 THEN
               MOVE "SIN HORA" TO WKS-ETIQUETA
               MOVE WKS-TT-SH-TICKETS TO WKS-TICKETS-RENGLON
               MOVE WKS-TT-SH-VENTA TO WKS-VENTA-RENGLON
               PERFORM 5900-ESCRIBIR-RENGLON.
           MOVE "TODA LA TIENDA - POR DIA DE LA SEMANA"
               TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-D.
           PERFORM 5320-DIA-TIENDA UNTIL WKS-IDX-D IS GREATER THAN 7.

       5310-HORA-TIENDA.
           IF WKS-TT-H-TICKETS(WKS-IDX-H) IS GREATER THAN 0 OR
              WKS-TT-H-VENTA(WKS-IDX-H) IS NOT EQUAL TO 0 THEN
               PERFORM 5800-ETIQUETA-HORA
               MOVE WKS-TT-H-TICKETS(WKS-IDX-H) TO WKS-TICKETS-RENGLON
               MOVE WKS-TT-H-VENTA(WKS-IDX-H) TO WKS-VENTA-RENGLON
               PERFORM 5900-ESCRIBIR-RENGLON.
           ADD 1 TO WKS-IDX-H.

       5320-DIA-TIENDA.
           MOVE WKS-NOMBRE-DIA(WKS-IDX-D) TO WKS-ETIQUETA.
           MOVE WKS-TT-D-TICKETS(WKS-IDX-D) TO WKS-TICKETS-RENGLON.
           MOVE WKS-TT-D-VENTA(WKS-IDX-D) TO WKS-VENTA-RENGLON.
           PERFORM 5900-ESCRIBIR-RENGLON.
           DISPLAY WKS-ETIQUETA " TICKETS " WKS-TICKETS-FORMAT
                   " VENTA " WKS-IMPORTE-FORMAT.
           ADD 1 TO WKS-IDX-D.

       5800-ETIQUETA-HORA.
           COMPUTE WKS-HORA-FORMAT = WKS-IDX-H - 1.
           MOVE SPACES TO WKS-ETIQUETA.
           STRING WKS-HORA-FORMAT ":00-" WKS-HORA-FORMAT ":59"
               DELIMITED BY SIZE INTO WKS-ETIQUETA.

       5900-ESCRIBIR-RENGLON.
           IF WKS-TICKETS-RENGLON IS GREATER THAN 0 THEN
               COMPUTE WKS-PROMEDIO ROUNDED =
                       WKS-VENTA-RENGLON / WKS-TICKETS-RENGLON
           ELSE
               MOVE 0 TO WKS-PROMEDIO.
           MOVE WKS-TICKETS-RENGLON TO WKS-TICKETS-FORMAT.
           MOVE WKS-VENTA-RENGLON TO WKS-IMPORTE-FORMAT.
           MOVE WKS-PROMEDIO TO WKS-PROMEDIO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-ETIQUETA " " WKS-TICKETS-FORMAT
                  " " WKS-IMPORTE-FORMAT
                  " " WKS-PROMEDIO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.
