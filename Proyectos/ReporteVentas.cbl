      *          REGISTRADAS POR COMERCIO EN VENTAS.TXT: TOTAL DE
      *          UNIDADES E IMPORTE POR PRODUCTO (CON EL NOMBRE TOMADO
      *          DE F-ARCHIVO), GRAN TOTAL DEL PERIODO Y LISTA DE LOS
      *          PRODUCTOS MAS VENDIDOS. LA ROPA Y EL CALZADO CON
      *          ESTILO (ESTILOS.TXT / VARIANTES.TXT) SE RESUMEN
      *          ADEMAS POR ESTILO EN REJILLA TALLA X COLOR, PARA VER
      *          QUE TALLAS SE VENDEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   RECORD KEY IS CAT-CODIGO
                                   FILE STATUS CAT-STATUS.

           SELECT ESTILO-FILE ASSIGN TO "ESTILOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS ET-CODIGO
                                   FILE STATUS ET-STATUS.

           SELECT VARIANTE-FILE ASSIGN TO "VARIANTES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS VR-LLAVE
                                   ALTERNATE RECORD KEY IS VR-RP-ID
                                   FILE STATUS VR-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.
       01 REG-CATEGORIA.
           COPY CATEGORIA.

       FD ESTILO-FILE.
       01 REG-ESTILO.
           COPY ESTILO.

       FD VARIANTE-FILE.
       01 REG-VARIANTE.
           COPY VARIANTE.

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       77 CAT-STATUS              PIC X(02).
       77 WKS-CAT-DISPONIBLE      PIC X(01) VALUE "N".
           88 WKS-HAY-CATALOGO    VALUE "S".
       77 ET-STATUS               PIC X(02).
       77 VR-STATUS               PIC X(02).
       77 WKS-EST-DISPONIBLE      PIC X(01) VALUE "N".
           88 WKS-HAY-ESTILOS     VALUE "S".
           COPY FSERR-WS.
           COPY REPORTE-WS.


      * CAMPOS DE EDICION PARA IMPRESION
       77 WKS-UNIDADES-FORMAT     PIC -Z(08)9.999.

      * REJILLA TALLA X COLOR DE UN ESTILO (UNIDADES NETAS)
       77 WKS-FIN-ESTILOS         PIC X(01) VALUE "N".
           88 WKS-EOF-ESTILOS     VALUE "S".
       77 WKS-FIN-VARIANTES       PIC X(01) VALUE "N".
           88 WKS-EOF-VARIANTES   VALUE "S".
       77 WKS-RJ-T                PIC 9(02).
       77 WKS-RJ-C                PIC 9(02).
       77 WKS-RJ-POS              PIC 9(02).
       77 WKS-RJ-CANT-FMT         PIC -(05)9.
       77 WKS-RJ-TOTAL-FMT        PIC -(06)9.
       77 WKS-RJ-VENDIDAS         PIC 9(03).
       01 WKS-REJILLA.
           02 WKS-RJ-FILA OCCURS 8 TIMES.
               03 WKS-RJ-CANT     PIC S9(07)V9(03) OCCURS 8 TIMES.
               03 WKS-RJ-TOT-FILA PIC S9(09)V9(03).
           02 WKS-RJ-TOT-COL      PIC S9(09)V9(03) OCCURS 8 TIMES.
           02 WKS-RJ-TOT-ESTILO   PIC S9(09)V9(03).
       77 WKS-IMPORTE-FORMAT      PIC -Z(14)9.99.

       PROCEDURE DIVISION.
               PERFORM 4000-IMPRIMIR-TOTALES
               PERFORM 4500-RESUMEN-CATEGORIAS
               PERFORM 4700-RESUMEN-IVA
               PERFORM 5000-TOP-VENDIDOS
               PERFORM 5500-VENTAS-POR-ESTILO.
           PERFORM 9000-CIERRE.
           GOBACK.

           ELSE
               MOVE "S" TO WKS-CAT-DISPONIBLE.

           OPEN INPUT ESTILO-FILE.
           IF ET-STATUS IS EQUAL TO "35" THEN
               MOVE "N" TO WKS-EST-DISPONIBLE
           ELSE
               OPEN INPUT VARIANTE-FILE
               IF VR-STATUS IS EQUAL TO "35" THEN
                   CLOSE ESTILO-FILE
                   MOVE "N" TO WKS-EST-DISPONIBLE
               ELSE
                   MOVE "S" TO WKS-EST-DISPONIBLE.

           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO EXISTE VENTAS.TXT, NO HAY VENTAS REGISTRADAS"
               MOVE WKS-IDX TO WKS-MAX-IDX.
           ADD 1 TO WKS-IDX.

      ******************************************************************
      * VENTAS NETAS POR ESTILO EN REJILLA TALLA X COLOR; SOLO SALEN
      * LOS ESTILOS CON ALGUNA VARIANTE VENDIDA EN EL PERIODO
      ******************************************************************
       5500-VENTAS-POR-ESTILO.
           IF WKS-HAY-ESTILOS THEN
               DISPLAY " "
               DISPLAY "=== VENTAS POR ESTILO (TALLA X COLOR) ==="
               MOVE "VENTAS POR ESTILO (TALLA X COLOR)"
                   TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               MOVE "N" TO WKS-FIN-ESTILOS
               MOVE LOW-VALUES TO ET-CODIGO
               START ESTILO-FILE KEY IS NOT LESS THAN ET-CODIGO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ESTILOS
               END-START
               PERFORM 5510-LEER-ESTILO UNTIL WKS-EOF-ESTILOS.

       5510-LEER-ESTILO.
           READ ESTILO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ESTILOS
               NOT AT END
                   PERFORM 5520-ARMAR-REJILLA
                   IF WKS-RJ-VENDIDAS IS GREATER THAN 0 THEN
                       PERFORM 5540-IMPRIMIR-REJILLA.

       5520-ARMAR-REJILLA.
           MOVE 0 TO WKS-RJ-VENDIDAS.
           MOVE 0 TO WKS-RJ-TOT-ESTILO.
           MOVE 1 TO WKS-RJ-T.
           PERFORM 5525-LIMPIAR-FILA UNTIL WKS-RJ-T IS GREATER THAN 8.
           MOVE "N" TO WKS-FIN-VARIANTES.
           MOVE ET-CODIGO TO VR-ESTILO.
           MOVE 0 TO VR-TALLA-IDX.
           MOVE 0 TO VR-COLOR-IDX.
           START VARIANTE-FILE KEY IS NOT LESS THAN VR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-VARIANTES.
           PERFORM 5530-SUMAR-VARIANTE UNTIL WKS-EOF-VARIANTES.

       5525-LIMPIAR-FILA.
           MOVE 0 TO WKS-RJ-TOT-FILA(WKS-RJ-T).
           MOVE 0 TO WKS-RJ-TOT-COL(WKS-RJ-T).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 5526-LIMPIAR-CELDA UNTIL WKS-RJ-C IS GREATER THAN 8.
           ADD 1 TO WKS-RJ-T.

       5526-LIMPIAR-CELDA.
           MOVE 0 TO WKS-RJ-CANT(WKS-RJ-T, WKS-RJ-C).
           ADD 1 TO WKS-RJ-C.

      * LAS UNIDADES DE LA VARIANTE SALEN DE LA TABLA DE TOTALES YA
      * ACUMULADA (3030 BUSCA POR TR-RP-ID)
       5530-SUMAR-VARIANTE.
           READ VARIANTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VARIANTES
               NOT AT END
                   IF VR-ESTILO IS NOT EQUAL TO ET-CODIGO THEN
                       MOVE "S" TO WKS-FIN-VARIANTES
                   ELSE
                   IF VR-TALLA-IDX IS GREATER THAN 0 AND
                      VR-TALLA-IDX IS NOT GREATER THAN 8 AND
                      VR-COLOR-IDX IS GREATER THAN 0 AND
                      VR-COLOR-IDX IS NOT GREATER THAN 8 THEN
                       MOVE VR-RP-ID TO TR-RP-ID
                       PERFORM 3030-BUSCAR-PRODUCTO
                       IF WKS-POS-PRODUCTO IS GREATER THAN 0 THEN
                           PERFORM 5535-SUMAR-CELDA.

       5535-SUMAR-CELDA.
           ADD 1 TO WKS-RJ-VENDIDAS.
           MOVE VR-TALLA-IDX TO WKS-RJ-T.
           MOVE VR-COLOR-IDX TO WKS-RJ-C.
           MOVE WKS-TOT-UNIDADES(WKS-POS-PRODUCTO)
               TO WKS-RJ-CANT(WKS-RJ-T, WKS-RJ-C).
           ADD WKS-TOT-UNIDADES(WKS-POS-PRODUCTO)
               TO WKS-RJ-TOT-FILA(WKS-RJ-T).
           ADD WKS-TOT-UNIDADES(WKS-POS-PRODUCTO)
               TO WKS-RJ-TOT-COL(WKS-RJ-C).
           ADD WKS-TOT-UNIDADES(WKS-POS-PRODUCTO)
               TO WKS-RJ-TOT-ESTILO.

       5540-IMPRIMIR-REJILLA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "ESTILO " ET-CODIGO " " ET-NOMBRE
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 5550-SALIDA-RENGLON.
           MOVE "TALLA" TO WKS-REP-LINEA(1:5).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 5545-TITULO-COLOR
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES.
           MOVE "  TOTAL" TO WKS-REP-LINEA(72:7).
           PERFORM 5550-SALIDA-RENGLON.
           MOVE 1 TO WKS-RJ-T.
           PERFORM 5560-RENGLON-TALLA
               UNTIL WKS-RJ-T IS GREATER THAN ET-NUM-TALLAS.
           MOVE "TOTAL" TO WKS-REP-LINEA(1:5).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 5570-TOTAL-COLOR
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES.
           MOVE WKS-RJ-TOT-ESTILO TO WKS-RJ-TOTAL-FMT.
           MOVE WKS-RJ-TOTAL-FMT TO WKS-REP-LINEA(72:7).
           PERFORM 5550-SALIDA-RENGLON.

       5545-TITULO-COLOR.
           COMPUTE WKS-RJ-POS = 7 + (WKS-RJ-C - 1) * 8.
           MOVE ET-COLOR(WKS-RJ-C) TO WKS-REP-LINEA(WKS-RJ-POS:6).
           ADD 1 TO WKS-RJ-C.

       5550-SALIDA-RENGLON.
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       5560-RENGLON-TALLA.
           MOVE ET-TALLA(WKS-RJ-T) TO WKS-REP-LINEA(1:4).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 5565-CELDA-TALLA
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES.
           MOVE WKS-RJ-TOT-FILA(WKS-RJ-T) TO WKS-RJ-TOTAL-FMT.
           MOVE WKS-RJ-TOTAL-FMT TO WKS-REP-LINEA(72:7).
           PERFORM 5550-SALIDA-RENGLON.
           ADD 1 TO WKS-RJ-T.

       5565-CELDA-TALLA.
           COMPUTE WKS-RJ-POS = 7 + (WKS-RJ-C - 1) * 8.
           MOVE WKS-RJ-CANT(WKS-RJ-T, WKS-RJ-C) TO WKS-RJ-CANT-FMT.
           MOVE WKS-RJ-CANT-FMT TO WKS-REP-LINEA(WKS-RJ-POS:6).
           ADD 1 TO WKS-RJ-C.

       5570-TOTAL-COLOR.
           COMPUTE WKS-RJ-POS = 7 + (WKS-RJ-C - 1) * 8.
           MOVE WKS-RJ-TOT-COL(WKS-RJ-C) TO WKS-RJ-CANT-FMT.
           MOVE WKS-RJ-CANT-FMT TO WKS-REP-LINEA(WKS-RJ-POS:6).
           ADD 1 TO WKS-RJ-C.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.
           CLOSE F-ARCHIVO.
           IF WKS-HAY-CATALOGO THEN
               CLOSE CATEGORIA-FILE.
           IF WKS-HAY-ESTILOS THEN
               CLOSE ESTILO-FILE
               CLOSE VARIANTE-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "35" THEN
               CLOSE TRANS-FILE.
