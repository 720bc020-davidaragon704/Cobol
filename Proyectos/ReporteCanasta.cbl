      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANALISIS DE CANASTA DEL MES: QUE PRODUCTOS (Y QUE
      *          CATEGORIAS, POR RP-CATEGORIA) SE LLEVAN JUNTOS EN UN
      *          MISMO FOLIO. RECORRE LAS PARTIDAS DEL MES EN
      *          VENTAS.TXT Y EN EL HISTORICO VENTAS-AAAAMM.TXT (SI EL
      *          MES YA SE ARCHIVO); SOLO CUENTAN LOS FOLIOS ACTIVOS
      *          DE VENTA: LOS CANCELADOS (TR-ESTADO C), LAS
      *          DEVOLUCIONES Y LOS VALES QUEDAN FUERA. POR CADA PAR
      *          DA LOS TICKETS QUE TRAJERON LOS DOS Y QUE PORCENTAJE
      *          DE LOS TICKETS DE CADA UNO TRAJO TAMBIEN AL OTRO.
      *          ES LA BASE DE MERCADOTECNIA PARA ACOMODO DE ANAQUEL Y
      *          PARA ESCOGER KITS Y PROMOCIONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CANASTA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT F-ARCHIVO ASSIGN TO WKS-RUTA-INVENTARIO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-ID
                                   ALTERNATE RECORD KEY RP-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RP-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS FS-STATUS.

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

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVO.
       01 REG-PRODUCTO.
           COPY PRODUCTO.

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                   PIC X(150).

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.

       77 FS-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
           COPY REPORTE-WS.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-MES-REPORTE         PIC 9(06).
       77 WKS-MINIMO-TICKETS      PIC 9(05).
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-MAESTRO-ABIERTO     PIC X(01) VALUE "N".
           88 WKS-HAY-MAESTRO     VALUE "S".

      * PRODUCTOS Y CATEGORIAS DEL FOLIO EN CURSO (SIN REPETIR)
       77 WKS-FOLIO-EN-CURSO      PIC 9(10) VALUE 0.
       01 WKS-TABLA-FOLIO.
           02 WKS-FO-PRODUCTO OCCURS 50 TIMES PIC 9(04).
           02 WKS-FO-CATEGORIA OCCURS 50 TIMES PIC 9(03).
       77 WKS-FO-NUM-PROD         PIC 9(02) VALUE 0.
       77 WKS-FO-NUM-CAT          PIC 9(02) VALUE 0.
       77 WKS-IDX-FO              PIC 9(02).
       77 WKS-IDX-FO-2            PIC 9(02).
       77 WKS-YA-EN-FOLIO         PIC X(01).
           88 WKS-ESTA-EN-FOLIO   VALUE "S".

      * PRODUCTOS VISTOS EN EL MES CON LOS TICKETS QUE LOS TRAJERON
       01 WKS-TABLA-PRODUCTOS.
           02 WKS-PR-RENGLON OCCURS 1000 TIMES.
               03 WKS-PR-RP-ID        PIC 9(10).
               03 WKS-PR-NOMBRE       PIC X(20).
               03 WKS-PR-CATEGORIA    PIC 9(03).
               03 WKS-PR-TICKETS      PIC 9(07).
       77 WKS-NUM-PRODUCTOS       PIC 9(04) VALUE 0.
       77 WKS-IDX-PR              PIC 9(04).
       77 WKS-POS-PR              PIC 9(04).

      * CATEGORIAS VISTAS EN EL MES
       01 WKS-TABLA-CATEGORIAS.
           02 WKS-CA-RENGLON OCCURS 100 TIMES.
               03 WKS-CA-CODIGO       PIC X(04).
               03 WKS-CA-TICKETS      PIC 9(07).
       77 WKS-NUM-CATEGORIAS      PIC 9(03) VALUE 0.
       77 WKS-IDX-CA              PIC 9(03).
       77 WKS-POS-CA              PIC 9(03).
       77 WKS-CAT-ACTUAL          PIC X(04).

      * PARES DE PRODUCTOS (A SIEMPRE EL RENGLON MENOR DE LA TABLA)
       01 WKS-TABLA-PARES.
           02 WKS-PA-RENGLON OCCURS 3000 TIMES.
               03 WKS-PA-A            PIC 9(04).
               03 WKS-PA-B            PIC 9(04).
               03 WKS-PA-TICKETS      PIC 9(07).
               03 WKS-PA-IMPRESO      PIC X(01).
       77 WKS-NUM-PARES           PIC 9(04) VALUE 0.
       77 WKS-IDX-PA              PIC 9(04).
       77 WKS-POS-PA              PIC 9(04).
       77 WKS-PARES-OMITIDOS      PIC 9(07) VALUE 0.

      * PARES DE CATEGORIAS
       01 WKS-TABLA-PARES-CAT.
           02 WKS-PC-RENGLON OCCURS 500 TIMES.
               03 WKS-PC-A            PIC 9(03).
               03 WKS-PC-B            PIC 9(03).
               03 WKS-PC-TICKETS      PIC 9(07).
               03 WKS-PC-IMPRESO      PIC X(01).
       77 WKS-NUM-PARES-CAT       PIC 9(03) VALUE 0.
       77 WKS-IDX-PC              PIC 9(03).
       77 WKS-POS-PC              PIC 9(03).

       77 WKS-PAR-MENOR           PIC 9(04).
       77 WKS-PAR-MAYOR           PIC 9(04).
       77 WKS-TICKETS-MES         PIC 9(07) VALUE 0.
       77 WKS-TOP-CUANTOS         PIC 9(03) VALUE 50.
       77 WKS-TOP-CONT            PIC 9(03).
       77 WKS-MAX-TICKETS         PIC 9(07).
       77 WKS-MAX-IDX             PIC 9(04).
       77 WKS-PCT-A-CON-B         PIC 9(03)V9(01).
       77 WKS-PCT-B-CON-A         PIC 9(03)V9(01).
       77 WKS-PCT-FORMAT-1        PIC ZZ9.9.
       77 WKS-PCT-FORMAT-2        PIC ZZ9.9.
       77 WKS-TICKETS-FORMAT      PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ANALISIS DE CANASTA (PRODUCTOS JUNTOS) ===".
           PERFORM 1700-CARGAR-CONFIG.
           DISPLAY "MES A ANALIZAR (AAAAMM)".
           ACCEPT WKS-MES-REPORTE.
           DISPLAY "TICKETS MINIMOS PARA LISTAR UN PAR (0 = 2)".
           ACCEPT WKS-MINIMO-TICKETS.
           IF WKS-MINIMO-TICKETS IS EQUAL TO 0 THEN
               MOVE 2 TO WKS-MINIMO-TICKETS.
           OPEN INPUT F-ARCHIVO.
           IF FS-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-MAESTRO-ABIERTO
           ELSE
               DISPLAY "MAESTRO NO DISPONIBLE (" FS-STATUS
                       "), SE REPORTA SIN NOMBRES NI CATEGORIAS".
           PERFORM 1000-RECORRER-VIVAS.
           PERFORM 2000-RECORRER-ARCHIVADAS.
           IF WKS-HAY-MAESTRO THEN
               CLOSE F-ARCHIVO.
           IF WKS-TICKETS-MES IS EQUAL TO 0 THEN
               DISPLAY "NO HAY TICKETS ACTIVOS EN ESE MES"
           ELSE
               PERFORM 5000-IMPRIMIR-REPORTE.
           GOBACK.

       1000-RECORRER-VIVAS.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 1010-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.
           PERFORM 3000-CERRAR-FOLIO.

       1010-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   PERFORM 2100-EVALUAR-PARTIDA.

       2000-RECORRER-ARCHIVADAS.
           MOVE WKS-MES-REPORTE TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 2010-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           PERFORM 3000-CERRAR-FOLIO.

      * EL HISTORICO TIENE EL MISMO TRAZADO QUE VENTAS.TXT
       2010-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO REG-VENTA
                   PERFORM 2100-EVALUAR-PARTIDA.

      * LAS PARTIDAS DE UN FOLIO VIENEN JUNTAS (LLAVE FOLIO+PARTIDA):
      * AL CAMBIAR DE FOLIO SE CIERRA EL ANTERIOR Y SE CUENTAN SUS
      * PARES
       2100-EVALUAR-PARTIDA.
           IF TR-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE AND
              TR-ESTADO IS NOT EQUAL TO "C" AND
              TR-TIPO IS NOT EQUAL TO "D" AND
              TR-RP-ID IS GREATER THAN 0 THEN
               IF TR-FOLIO IS NOT EQUAL TO WKS-FOLIO-EN-CURSO THEN
                   PERFORM 3000-CERRAR-FOLIO
                   MOVE TR-FOLIO TO WKS-FOLIO-EN-CURSO
               END-IF
               PERFORM 2200-UBICAR-PRODUCTO
               IF WKS-POS-PR IS GREATER THAN 0 THEN
                   PERFORM 2300-AGREGAR-A-FOLIO.

       2200-UBICAR-PRODUCTO.
           MOVE 0 TO WKS-POS-PR.
           MOVE 1 TO WKS-IDX-PR.
           PERFORM 2210-CICLO-PRODUCTO
               UNTIL WKS-IDX-PR IS GREATER THAN WKS-NUM-PRODUCTOS
                  OR WKS-POS-PR IS GREATER THAN 0.
           IF WKS-POS-PR IS EQUAL TO 0 THEN
               IF WKS-NUM-PRODUCTOS IS LESS THAN 1000 THEN
                   ADD 1 TO WKS-NUM-PRODUCTOS
                   MOVE WKS-NUM-PRODUCTOS TO WKS-POS-PR
                   MOVE TR-RP-ID TO WKS-PR-RP-ID(WKS-POS-PR)
                   MOVE 0 TO WKS-PR-TICKETS(WKS-POS-PR)
                   PERFORM 2220-DATOS-DEL-MAESTRO
               ELSE
                   DISPLAY "TABLA DE PRODUCTOS LLENA, SE OMITE ID "
                           TR-RP-ID.

       2210-CICLO-PRODUCTO.
           IF WKS-PR-RP-ID(WKS-IDX-PR) IS EQUAL TO TR-RP-ID THEN
               MOVE WKS-IDX-PR TO WKS-POS-PR
           ELSE
               ADD 1 TO WKS-IDX-PR.

       2220-DATOS-DEL-MAESTRO.
           MOVE "(SIN NOMBRE)" TO WKS-PR-NOMBRE(WKS-POS-PR).
           MOVE "(SIN" TO WKS-CAT-ACTUAL.
           IF WKS-HAY-MAESTRO THEN
               MOVE TR-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RP-NOMBRE TO WKS-PR-NOMBRE(WKS-POS-PR)
                       IF RP-CATEGORIA IS NOT EQUAL TO SPACES THEN
                           MOVE RP-CATEGORIA TO WKS-CAT-ACTUAL.
           PERFORM 2230-UBICAR-CATEGORIA.
           MOVE WKS-POS-CA TO WKS-PR-CATEGORIA(WKS-POS-PR).

       2230-UBICAR-CATEGORIA.
           MOVE 0 TO WKS-POS-CA.
           MOVE 1 TO WKS-IDX-CA.
           PERFORM 2235-CICLO-CATEGORIA
               UNTIL WKS-IDX-CA IS GREATER THAN WKS-NUM-CATEGORIAS
                  OR WKS-POS-CA IS GREATER THAN 0.
           IF WKS-POS-CA IS EQUAL TO 0 AND
              WKS-NUM-CATEGORIAS IS LESS THAN 100 THEN
               ADD 1 TO WKS-NUM-CATEGORIAS
               MOVE WKS-NUM-CATEGORIAS TO WKS-POS-CA
               MOVE WKS-CAT-ACTUAL TO WKS-CA-CODIGO(WKS-POS-CA)
               MOVE 0 TO WKS-CA-TICKETS(WKS-POS-CA).

       2235-CICLO-CATEGORIA.
           IF WKS-CA-CODIGO(WKS-IDX-CA) IS EQUAL TO WKS-CAT-ACTUAL
           THEN
               MOVE WKS-IDX-CA TO WKS-POS-CA
           ELSE
               ADD 1 TO WKS-IDX-CA.

      * EL PRODUCTO (Y SU CATEGORIA) ENTRA UNA SOLA VEZ POR FOLIO,
      * AUNQUE VENGA EN VARIAS PARTIDAS
       2300-AGREGAR-A-FOLIO.
           MOVE "N" TO WKS-YA-EN-FOLIO.
           MOVE 1 TO WKS-IDX-FO.
           PERFORM 2310-BUSCAR-EN-FOLIO
               UNTIL WKS-IDX-FO IS GREATER THAN WKS-FO-NUM-PROD
                  OR WKS-ESTA-EN-FOLIO.
           IF NOT WKS-ESTA-EN-FOLIO AND
              WKS-FO-NUM-PROD IS LESS THAN 50 THEN
               ADD 1 TO WKS-FO-NUM-PROD
               MOVE WKS-POS-PR TO WKS-FO-PRODUCTO(WKS-FO-NUM-PROD).
           IF WKS-PR-CATEGORIA(WKS-POS-PR) IS GREATER THAN 0 THEN
               MOVE "N" TO WKS-YA-EN-FOLIO
               MOVE 1 TO WKS-IDX-FO
               PERFORM 2320-BUSCAR-CAT-EN-FOLIO
                   UNTIL WKS-IDX-FO IS GREATER THAN WKS-FO-NUM-CAT
                      OR WKS-ESTA-EN-FOLIO
               IF NOT WKS-ESTA-EN-FOLIO AND
                  WKS-FO-NUM-CAT IS LESS THAN 50 THEN
                   ADD 1 TO WKS-FO-NUM-CAT
                   MOVE WKS-PR-CATEGORIA(WKS-POS-PR)
                       TO WKS-FO-CATEGORIA(WKS-FO-NUM-CAT).

       2310-BUSCAR-EN-FOLIO.
           IF WKS-FO-PRODUCTO(WKS-IDX-FO) IS EQUAL TO WKS-POS-PR THEN
               MOVE "S" TO WKS-YA-EN-FOLIO
           ELSE
               ADD 1 TO WKS-IDX-FO.

       2320-BUSCAR-CAT-EN-FOLIO.
           IF WKS-FO-CATEGORIA(WKS-IDX-FO) IS EQUAL TO
              WKS-PR-CATEGORIA(WKS-POS-PR) THEN
               MOVE "S" TO WKS-YA-EN-FOLIO
           ELSE
               ADD 1 TO WKS-IDX-FO.

      * CIERRE DEL FOLIO: UN TICKET MAS PARA CADA PRODUCTO Y
      * CATEGORIA DEL FOLIO Y UNO MAS PARA CADA PAR
       3000-CERRAR-FOLIO.
           IF WKS-FO-NUM-PROD IS GREATER THAN 0 THEN
               ADD 1 TO WKS-TICKETS-MES
               MOVE 1 TO WKS-IDX-FO
               PERFORM 3010-CONTAR-PRODUCTO
                   UNTIL WKS-IDX-FO IS GREATER THAN WKS-FO-NUM-PROD
               MOVE 1 TO WKS-IDX-FO
               PERFORM 3020-CONTAR-CATEGORIA
                   UNTIL WKS-IDX-FO IS GREATER THAN WKS-FO-NUM-CAT
               MOVE 1 TO WKS-IDX-FO
               PERFORM 3100-PARES-DEL-PRODUCTO
                   UNTIL WKS-IDX-FO IS GREATER THAN WKS-FO-NUM-PROD
               MOVE 1 TO WKS-IDX-FO
               PERFORM 3200-PARES-DE-CATEGORIA
                   UNTIL WKS-IDX-FO IS GREATER THAN WKS-FO-NUM-CAT.
           MOVE 0 TO WKS-FO-NUM-PROD.
           MOVE 0 TO WKS-FO-NUM-CAT.
           MOVE 0 TO WKS-FOLIO-EN-CURSO.

       3010-CONTAR-PRODUCTO.
           ADD 1 TO WKS-PR-TICKETS(WKS-FO-PRODUCTO(WKS-IDX-FO)).
           ADD 1 TO WKS-IDX-FO.

       3020-CONTAR-CATEGORIA.
           ADD 1 TO WKS-CA-TICKETS(WKS-FO-CATEGORIA(WKS-IDX-FO)).
           ADD 1 TO WKS-IDX-FO.

       3100-PARES-DEL-PRODUCTO.
           COMPUTE WKS-IDX-FO-2 = WKS-IDX-FO + 1.
           PERFORM 3110-CONTAR-PAR
               UNTIL WKS-IDX-FO-2 IS GREATER THAN WKS-FO-NUM-PROD.
           ADD 1 TO WKS-IDX-FO.

       3110-CONTAR-PAR.
           IF WKS-FO-PRODUCTO(WKS-IDX-FO) IS LESS THAN
              WKS-FO-PRODUCTO(WKS-IDX-FO-2) THEN
               MOVE WKS-FO-PRODUCTO(WKS-IDX-FO) TO WKS-PAR-MENOR
               MOVE WKS-FO-PRODUCTO(WKS-IDX-FO-2) TO WKS-PAR-MAYOR
           ELSE
               MOVE WKS-FO-PRODUCTO(WKS-IDX-FO-2) TO WKS-PAR-MENOR
               MOVE WKS-FO-PRODUCTO(WKS-IDX-FO) TO WKS-PAR-MAYOR.
           MOVE 0 TO WKS-POS-PA.
           MOVE 1 TO WKS-IDX-PA.
           PERFORM 3120-CICLO-PAR
               UNTIL WKS-IDX-PA IS GREATER THAN WKS-NUM-PARES
                  OR WKS-POS-PA IS GREATER THAN 0.
           IF WKS-POS-PA IS EQUAL TO 0 THEN
               IF WKS-NUM-PARES IS LESS THAN 3000 THEN
                   ADD 1 TO WKS-NUM-PARES
                   MOVE WKS-NUM-PARES TO WKS-POS-PA
                   MOVE WKS-PAR-MENOR TO WKS-PA-A(WKS-POS-PA)
                   MOVE WKS-PAR-MAYOR TO WKS-PA-B(WKS-POS-PA)
                   MOVE 0 TO WKS-PA-TICKETS(WKS-POS-PA)
                   MOVE "N" TO WKS-PA-IMPRESO(WKS-POS-PA)
               ELSE
                   ADD 1 TO WKS-PARES-OMITIDOS.
           IF WKS-POS-PA IS GREATER THAN 0 THEN
               ADD 1 TO WKS-PA-TICKETS(WKS-POS-PA).
           ADD 1 TO WKS-IDX-FO-2.

       3120-CICLO-PAR.
           IF WKS-PA-A(WKS-IDX-PA) IS EQUAL TO WKS-PAR-MENOR AND
              WKS-PA-B(WKS-IDX-PA) IS EQUAL TO WKS-PAR-MAYOR THEN
               MOVE WKS-IDX-PA TO WKS-POS-PA
           ELSE
               ADD 1 TO WKS-IDX-PA.

       3200-PARES-DE-CATEGORIA.
           COMPUTE WKS-IDX-FO-2 = WKS-IDX-FO + 1.
           PERFORM 3210-CONTAR-PAR-CAT
               UNTIL WKS-IDX-FO-2 IS GREATER THAN WKS-FO-NUM-CAT.
           ADD 1 TO WKS-IDX-FO.

       3210-CONTAR-PAR-CAT.
           IF WKS-FO-CATEGORIA(WKS-IDX-FO) IS LESS THAN
              WKS-FO-CATEGORIA(WKS-IDX-FO-2) THEN
               MOVE WKS-FO-CATEGORIA(WKS-IDX-FO) TO WKS-PAR-MENOR
               MOVE WKS-FO-CATEGORIA(WKS-IDX-FO-2) TO WKS-PAR-MAYOR
           ELSE
               MOVE WKS-FO-CATEGORIA(WKS-IDX-FO-2) TO WKS-PAR-MENOR
               MOVE WKS-FO-CATEGORIA(WKS-IDX-FO) TO WKS-PAR-MAYOR.
           MOVE 0 TO WKS-POS-PC.
           MOVE 1 TO WKS-IDX-PC.
           PERFORM 3220-CICLO-PAR-CAT
               UNTIL WKS-IDX-PC IS GREATER THAN WKS-NUM-PARES-CAT
                  OR WKS-POS-PC IS GREATER THAN 0.
           IF WKS-POS-PC IS EQUAL TO 0 AND
              WKS-NUM-PARES-CAT IS LESS THAN 500 THEN
               ADD 1 TO WKS-NUM-PARES-CAT
               MOVE WKS-NUM-PARES-CAT TO WKS-POS-PC
               MOVE WKS-PAR-MENOR TO WKS-PC-A(WKS-POS-PC)
               MOVE WKS-PAR-MAYOR TO WKS-PC-B(WKS-POS-PC)
               MOVE 0 TO WKS-PC-TICKETS(WKS-POS-PC)
               MOVE "N" TO WKS-PC-IMPRESO(WKS-POS-PC).
           IF WKS-POS-PC IS GREATER THAN 0 THEN
               ADD 1 TO WKS-PC-TICKETS(WKS-POS-PC).
           ADD 1 TO WKS-IDX-FO-2.

       3220-CICLO-PAR-CAT.
           IF WKS-PC-A(WKS-IDX-PC) IS EQUAL TO WKS-PAR-MENOR AND
              WKS-PC-B(WKS-IDX-PC) IS EQUAL TO WKS-PAR-MAYOR THEN
               MOVE WKS-IDX-PC TO WKS-POS-PC
           ELSE
               ADD 1 TO WKS-IDX-PC.

       5000-IMPRIMIR-REPORTE.
           MOVE "REPORTE-CANASTA.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "PRODUCTOS COMPRADOS JUNTOS, MES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "PRODUCTO A / PRODUCTO B          TICKETS  %A CON B  %B
      -        " CON A" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE WKS-TICKETS-MES TO WKS-TICKETS-FORMAT.
           STRING "TICKETS ACTIVOS DEL MES: " WKS-TICKETS-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "PARES DE PRODUCTOS" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 0 TO WKS-TOP-CONT.
           MOVE 1 TO WKS-MAX-IDX.
           PERFORM 5100-SIGUIENTE-PAR
               UNTIL WKS-TOP-CONT IS NOT LESS THAN WKS-TOP-CUANTOS
                  OR WKS-MAX-IDX IS EQUAL TO 0.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "PARES DE CATEGORIAS" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 0 TO WKS-TOP-CONT.
           MOVE 1 TO WKS-MAX-IDX.
           PERFORM 5200-SIGUIENTE-PAR-CAT
               UNTIL WKS-TOP-CONT IS NOT LESS THAN WKS-TOP-CUANTOS
                  OR WKS-MAX-IDX IS EQUAL TO 0.
           IF WKS-PARES-OMITIDOS IS GREATER THAN 0 THEN
               MOVE SPACES TO WKS-REP-LINEA
               STRING "PARES QUE NO CUPIERON EN LA TABLA: "
                      WKS-PARES-OMITIDOS
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "TICKETS ACTIVOS DEL MES: " WKS-TICKETS-MES.
           DISPLAY "PARES DE PRODUCTOS DISTINTOS: " WKS-NUM-PARES.
           DISPLAY "REPORTE IMPRESO EN REPORTE-CANASTA.TXT".

      * EL PAR MAS FRECUENTE QUE FALTA POR IMPRIMIR (SOLO LOS QUE
      * LLEGAN AL MINIMO DE TICKETS)
       5100-SIGUIENTE-PAR.
           MOVE 0 TO WKS-MAX-IDX.
           MOVE 0 TO WKS-MAX-TICKETS.
           MOVE 1 TO WKS-IDX-PA.
           PERFORM 5110-BUSCAR-MAYOR-PAR
               UNTIL WKS-IDX-PA IS GREATER THAN WKS-NUM-PARES.
           IF WKS-MAX-IDX IS GREATER THAN 0 THEN
               MOVE "S" TO WKS-PA-IMPRESO(WKS-MAX-IDX)
               ADD 1 TO WKS-TOP-CONT
               PERFORM 5120-IMPRIMIR-PAR.

       5110-BUSCAR-MAYOR-PAR.
           IF WKS-PA-IMPRESO(WKS-IDX-PA) IS EQUAL TO "N" AND
              WKS-PA-TICKETS(WKS-IDX-PA) IS NOT LESS THAN
              WKS-MINIMO-TICKETS AND
              WKS-PA-TICKETS(WKS-IDX-PA) IS GREATER THAN
              WKS-MAX-TICKETS THEN
               MOVE WKS-PA-TICKETS(WKS-IDX-PA) TO WKS-MAX-TICKETS
               MOVE WKS-IDX-PA TO WKS-MAX-IDX.
           ADD 1 TO WKS-IDX-PA.

       5120-IMPRIMIR-PAR.
           MOVE WKS-PA-A(WKS-MAX-IDX) TO WKS-IDX-PR.
           MOVE WKS-PA-B(WKS-MAX-IDX) TO WKS-POS-PR.
           COMPUTE WKS-PCT-A-CON-B ROUNDED =
                   WKS-MAX-TICKETS * 100 / WKS-PR-TICKETS(WKS-IDX-PR).
           COMPUTE WKS-PCT-B-CON-A ROUNDED =
                   WKS-MAX-TICKETS * 100 / WKS-PR-TICKETS(WKS-POS-PR).
           MOVE WKS-MAX-TICKETS TO WKS-TICKETS-FORMAT.
           MOVE WKS-PCT-A-CON-B TO WKS-PCT-FORMAT-1.
           MOVE WKS-PCT-B-CON-A TO WKS-PCT-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-PR-NOMBRE(WKS-IDX-PR) " / "
                  WKS-PR-NOMBRE(WKS-POS-PR)
                  WKS-TICKETS-FORMAT "    " WKS-PCT-FORMAT-1
                  "     " WKS-PCT-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           DISPLAY WKS-PR-NOMBRE(WKS-IDX-PR) " + "
                   WKS-PR-NOMBRE(WKS-POS-PR) " TICKETS "
                   WKS-TICKETS-FORMAT.

       5200-SIGUIENTE-PAR-CAT.
           MOVE 0 TO WKS-MAX-IDX.
           MOVE 0 TO WKS-MAX-TICKETS.
           MOVE 1 TO WKS-IDX-PC.
           PERFORM 5210-BUSCAR-MAYOR-PAR-CAT
               UNTIL WKS-IDX-PC IS GREATER THAN WKS-NUM-PARES-CAT.
           IF WKS-MAX-IDX IS GREATER THAN 0 THEN
               MOVE "S" TO WKS-PC-IMPRESO(WKS-MAX-IDX)
               ADD 1 TO WKS-TOP-CONT
               PERFORM 5220-IMPRIMIR-PAR-CAT.

       5210-BUSCAR-MAYOR-PAR-CAT.
           IF WKS-PC-IMPRESO(WKS-IDX-PC) IS EQUAL TO "N" AND
              WKS-PC-TICKETS(WKS-IDX-PC) IS NOT LESS THAN
              WKS-MINIMO-TICKETS AND
              WKS-PC-TICKETS(WKS-IDX-PC) IS GREATER THAN
              WKS-MAX-TICKETS THEN
               MOVE WKS-PC-TICKETS(WKS-IDX-PC) TO WKS-MAX-TICKETS
               MOVE WKS-IDX-PC TO WKS-MAX-IDX.
           ADD 1 TO WKS-IDX-PC.

       5220-IMPRIMIR-PAR-CAT.
           MOVE WKS-PC-A(WKS-MAX-IDX) TO WKS-IDX-CA.
           MOVE WKS-PC-B(WKS-MAX-IDX) TO WKS-POS-CA.
           COMPUTE WKS-PCT-A-CON-B ROUNDED =
                   WKS-MAX-TICKETS * 100 / WKS-CA-TICKETS(WKS-IDX-CA).
           COMPUTE WKS-PCT-B-CON-A ROUNDED =
                   WKS-MAX-TICKETS * 100 / WKS-CA-TICKETS(WKS-POS-CA).
           MOVE WKS-MAX-TICKETS TO WKS-TICKETS-FORMAT.
           MOVE WKS-PCT-A-CON-B TO WKS-PCT-FORMAT-1.
           MOVE WKS-PCT-B-CON-A TO WKS-PCT-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "CAT " WKS-CA-CODIGO(WKS-IDX-CA)
                  " / CAT " WKS-CA-CODIGO(WKS-POS-CA)
                  "                   "
                  WKS-TICKETS-FORMAT "    " WKS-PCT-FORMAT-1
                  "     " WKS-PCT-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.
