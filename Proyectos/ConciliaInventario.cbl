      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONCILIACION MENSUAL DEL INVENTARIO (ROLL-FORWARD).
      *          PARTE DE LA FOTO POR PRODUCTO DEL CIERRE ANTERIOR
      *          (FOTO-INVENTARIO-AAAAMM.TXT, LA DEJA REPORTE-MENSUAL)
      *          Y LE SUMA LOS MOVIMIENTOS DEL KARDEX (MOVIMIENTOS.TXT
      *          Y SUS SEGMENTOS MOVIMIENTOS-AAAAMM.TXT) ASENTADOS
      *          ENTRE ESA FOTO Y LA DEL MES A CONCILIAR: ENTRADAS DE
      *          COMPRA, MENOS LO VENDIDO, MAS/MENOS DEVOLUCIONES,
      *          TRASPASOS Y RESERVAS DE APARTADOS Y ENCARGOS, AJUSTES
      *          Y MERMAS. LAS UNIDADES ESPERADAS SE COMPARAN CONTRA
      *          LAS DE LA FOTO DE CIERRE Y EL VALOR ESPERADO CONTRA
      *          EL DE LA FOTO Y EL TOTAL DE RESUMEN-MENSUAL-HIST.TXT.
      *          LOS MOVIMIENTOS SE VALUAN AL COSTO PROMEDIO DEL
      *          CIERRE; EL CAMBIO DE COSTO SOBRE LA EXISTENCIA
      *          INICIAL SALE APARTE COMO REVALUACION. LA MERCANCIA EN
      *          CONSIGNACION NO ESTA EN LAS FOTOS Y SUS MOVIMIENTOS SE
      *          CUENTAN APARTE. LOS PRODUCTOS QUE NO CUADRAN SE
      *          LISTAN CON SU DIFERENCIA EN
      *          CONCILIA-INVENTARIO-AAAAMM.TXT; SI LA DIFERENCIA PASA
      *          LA TOLERANCIA DE LA CONFIGURACION (TOLERANCIA-
      *          CONCILIA) TERMINA CON CODIGO 8. CON LA TARJETA
      *          TARJETA-CONCILIA.TXT ("CONCILIAR AAAAMM") CORRE SIN
      *          CAPTURA EN LA CADENA MENSUAL DE ORQUESTA-LOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-INVENTARIO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FOTO-INV-FILE ASSIGN TO WKS-NOMBRE-FOTO-INV
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS FI-STATUS.

           SELECT RESUMEN-HIST ASSIGN TO "RESUMEN-MENSUAL-HIST.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RH-STATUS.

           SELECT KARDEX-FILE ASSIGN TO "MOVIMIENTOS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS KX-STATUS.

           SELECT KARDEX-ARCH-FILE ASSIGN TO
                                   WKS-NOMBRE-KARDEX-ARCH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS KA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-CONCILIA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FOTO-INV-FILE.
       01 REG-FOTO-INV.
           COPY FOTOINV.

      * MISMO TRAZADO QUE ESCRIBE REPORTE-MENSUAL
       FD RESUMEN-HIST.
       01 REG-RESUMEN-HIST.
           02 RH-MES                       PIC 9(06).
           02 RH-VALOR-COSTO               PIC 9(15)V9(02).
           02 RH-VALOR-VENTA               PIC 9(15)V9(02).
           02 RH-CLIENTES                  PIC 9(07).

       FD KARDEX-FILE.
       01 REG-KARDEX.
           02 KX-FECHA                         PIC 9(08).
           02 KX-HORA                          PIC 9(06).
           02 KX-RP-ID                         PIC 9(10).
           02 KX-TIPO                          PIC X(02).
           02 KX-ENTRADA                       PIC 9(07)V9(03).
           02 KX-SALIDA                        PIC 9(07)V9(03).
           02 KX-SALDO                         PIC 9(07)V9(03).
           02 KX-REFERENCIA                    PIC X(12).

      * SEGMENTO MENSUAL DEL KARDEX (LO DEJA ARCHIVA-MOVIMIENTOS);
      * MISMO TRAZADO QUE EL KARDEX VIVO
       FD KARDEX-ARCH-FILE.
       01 REG-KARDEX-ARCH                      PIC X(68).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.

      * LA TOLERANCIA VIENE DE LA CONFIGURACION
           COPY CONFIG-WS.

       77 FI-STATUS               PIC X(02).
       77 RH-STATUS               PIC X(02).
       77 KX-STATUS               PIC X(02).
       77 KA-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).
           COPY REPORTE-WS.

       01 WKS-NOMBRE-FOTO-INV.
           02 FILLER              PIC X(16)
                                  VALUE "FOTO-INVENTARIO-".
           02 WKS-MES-FOTO-INV    PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       01 WKS-NOMBRE-KARDEX-ARCH.
           02 FILLER              PIC X(12) VALUE "MOVIMIENTOS-".
           02 WKS-KARDEX-ARCH-MES PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

      * CON LA TARJETA PRESENTE NO HAY CAPTURA (LA CADENA MENSUAL
      * DEL ORQUESTADOR LA DEJA ESCRITA)
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".
       77 WKS-FECHA-HOY           PIC 9(08).

       01 WKS-MES-REPORTE         PIC 9(06).
       01 WKS-MES-REP-DESGLOSE REDEFINES WKS-MES-REPORTE.
           02 WKS-MR-ANIO         PIC 9(04).
           02 WKS-MR-MES          PIC 9(02).
       01 WKS-MES-ANTERIOR        PIC 9(06).
       01 WKS-MES-ANT-DESGLOSE REDEFINES WKS-MES-ANTERIOR.
           02 WKS-MA-ANIO         PIC 9(04).
           02 WKS-MA-MES          PIC 9(02).
       01 WKS-MES-CURSOR          PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).
       77 WKS-MES-ULTIMO          PIC 9(06).

      * VENTANA DE LA CONCILIACION: DEL MOMENTO DE LA FOTO ANTERIOR
      * (EXCLUSIVE) AL DE LA FOTO DEL MES (INCLUSIVE), AAAAMMDDHHMMSS
       77 WKS-MOMENTO-INICIAL     PIC 9(14) VALUE 0.
       77 WKS-MOMENTO-FINAL       PIC 9(14) VALUE 0.
       77 WKS-MOMENTO-MOV         PIC 9(14).

       77 WKS-FIN-FOTO            PIC X(01) VALUE "N".
           88 WKS-EOF-FOTO        VALUE "S".
       77 WKS-FIN-RESUMEN         PIC X(01) VALUE "N".
           88 WKS-EOF-RESUMEN     VALUE "S".
       77 WKS-FIN-KARDEX          PIC X(01) VALUE "N".
           88 WKS-EOF-KARDEX      VALUE "S".
       77 WKS-FIN-KARDEX-ARCH     PIC X(01) VALUE "N".
           88 WKS-EOF-KARDEX-ARCH VALUE "S".
       77 WKS-FOTO-INICIAL-SW     PIC X(01) VALUE "N".
           88 WKS-HAY-FOTO-INICIAL VALUE "S".
       77 WKS-FOTO-FINAL-SW       PIC X(01) VALUE "N".
           88 WKS-HAY-FOTO-FINAL  VALUE "S".
       77 WKS-RESUMEN-INI-SW      PIC X(01) VALUE "N".
           88 WKS-HAY-RESUMEN-INI VALUE "S".
       77 WKS-RESUMEN-FIN-SW      PIC X(01) VALUE "N".
           88 WKS-HAY-RESUMEN-FIN VALUE "S".
      * I = FOTO INICIAL, F = FOTO FINAL
       77 WKS-FOTO-EN-CURSO       PIC X(01).

      * UN RENGLON POR PRODUCTO DE CUALQUIERA DE LAS DOS FOTOS; LOS
      * MOVIMIENTOS VAN EN UNIDADES, CON SIGNO
       01 WKS-TABLA-CONCILIA.
           02 WKS-CI-RENGLON OCCURS 2000 TIMES.
               03 WKS-CI-RP-ID        PIC 9(10).
               03 WKS-CI-CANT-INI     PIC S9(07)V9(03).
               03 WKS-CI-COSTO-INI    PIC 9(05)V9(02).
               03 WKS-CI-VALOR-INI    PIC S9(13)V9(02).
               03 WKS-CI-CANT-FIN     PIC S9(07)V9(03).
               03 WKS-CI-COSTO-FIN    PIC 9(05)V9(02).
               03 WKS-CI-VALOR-FIN    PIC S9(13)V9(02).
               03 WKS-CI-EN-CIERRE    PIC X(01).
               03 WKS-CI-ENTRADAS     PIC S9(09)V9(03).
               03 WKS-CI-VENDIDO      PIC S9(09)V9(03).
               03 WKS-CI-DEVOLUCION   PIC S9(09)V9(03).
               03 WKS-CI-TRASPASO     PIC S9(09)V9(03).
               03 WKS-CI-AJUSTE       PIC S9(09)V9(03).
               03 WKS-CI-CANT-ESPERADA PIC S9(09)V9(03).
               03 WKS-CI-DIF-CANT     PIC S9(09)V9(03).
               03 WKS-CI-DIF-VALOR    PIC S9(13)V9(02).
       77 WKS-NUM-CI              PIC 9(04) VALUE 0.
       77 WKS-IDX-CI              PIC 9(04).
       77 WKS-POS-CI              PIC 9(04).
       77 WKS-ID-BUSCADO          PIC 9(10).

      * MOVIMIENTO DEL KARDEX EN CURSO (ENTRADA MENOS SALIDA)
       77 WKS-NETO-MOV            PIC S9(09)V9(03).
       77 WKS-MOVS-CONTADOS       PIC 9(07) VALUE 0.
       77 WKS-MOVS-FUERA          PIC 9(07) VALUE 0.

      * ROLL-FORWARD DE UN PRODUCTO
       77 WKS-COSTO-CIERRE        PIC 9(05)V9(02).
       77 WKS-IMPORTE-MOV         PIC S9(13)V9(02).
       77 WKS-REVALUACION         PIC S9(13)V9(02).
       77 WKS-VALOR-ESPERADO      PIC S9(13)V9(02).
       77 WKS-DIF-ABSOLUTA        PIC S9(13)V9(02).
      * LAS CINCO PARTIDAS SE REDONDEAN POR SEPARADO; MENOS QUE ESTO
      * NO ES DIFERENCIA
       77 WKS-REDONDEO            PIC 9V9(02) VALUE 0.05.

      * TOTALES A COSTO
       77 WKS-TOT-INICIAL         PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-ENTRADAS        PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-VENDIDO         PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-DEVOLUCION      PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-TRASPASO        PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-AJUSTE          PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-REVALUACION     PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-ESPERADO        PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-FOTO-FINAL      PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-DIF-PRODUCTOS   PIC S9(15)V9(02) VALUE 0.
       77 WKS-TOT-CANT-ESPERADA   PIC S9(11)V9(03) VALUE 0.
       77 WKS-TOT-CANT-FOTO       PIC S9(11)V9(03) VALUE 0.
       77 WKS-RESUMEN-INICIAL     PIC S9(15)V9(02) VALUE 0.
       77 WKS-RESUMEN-FINAL       PIC S9(15)V9(02) VALUE 0.
       77 WKS-DIF-TOTAL           PIC S9(15)V9(02) VALUE 0.
       77 WKS-NO-CUADRAN          PIC 9(05) VALUE 0.

       77 WKS-IMPORTE-FORMAT      PIC -(13)9.99.
       77 WKS-IMPORTE-FORMAT-2    PIC -(10)9.99.
       77 WKS-UNIDADES-FORMAT     PIC -(07)9.999.
       77 WKS-UNIDADES-FORMAT-2   PIC -(07)9.999.
       77 WKS-UNIDADES-FORMAT-3   PIC -(07)9.999.
       77 WKS-UNIDADES-FORMAT-4   PIC -(07)9.999.
       77 WKS-CONTADOR-FORMAT     PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONCILIACION MENSUAL DEL INVENTARIO ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0100-REVISAR-TARJETA.
           IF NOT WKS-MODO-LOTE THEN
               DISPLAY "MES A CONCILIAR (AAAAMM, 0 = MES ANTERIOR)"
               ACCEPT WKS-MES-REPORTE
               IF WKS-MES-REPORTE IS EQUAL TO 0 THEN
                   PERFORM 0110-MES-ANTERIOR.
           IF WKS-MR-MES IS LESS THAN 1 OR
              WKS-MR-MES IS GREATER THAN 12 THEN
               DISPLAY "MES INVALIDO, NO SE CONCILIA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-CALCULAR-MES-ANTERIOR
               PERFORM 2000-CARGAR-FOTOS
               IF NOT WKS-HAY-FOTO-INICIAL OR
                  NOT WKS-HAY-FOTO-FINAL THEN
                   PERFORM 2900-SIN-FOTO
               ELSE
                   PERFORM 3000-LEER-RESUMEN
                   PERFORM 4000-BARRER-KARDEX
                   PERFORM 5000-CONCILIAR
                   PERFORM 6000-IMPRIMIR-REPORTE
                   PERFORM 7000-CODIGO-RETORNO.
           GOBACK.

      * LA TARJETA ("CONCILIAR AAAAMM") SE BORRA COMO EN LOS DEMAS
      * LOTES; SIN MES LEGIBLE SE CONCILIA EL MES ANTERIOR AL DE HOY
       0100-REVISAR-TARJETA.
           OPEN INPUT TARJETA-FILE.
           IF TJ-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EN-LOTE
               READ TARJETA-FILE
                   AT END
                       PERFORM 0110-MES-ANTERIOR
                   NOT AT END
                       IF REG-TARJETA(11:6) IS NUMERIC THEN
                           MOVE REG-TARJETA(11:6) TO WKS-MES-REPORTE
                       ELSE
                           DISPLAY "TARJETA SIN MES LEGIBLE, SE "
                                   "CONCILIA EL MES ANTERIOR"
                           PERFORM 0110-MES-ANTERIOR
               END-READ
               CLOSE TARJETA-FILE
               DELETE FILE TARJETA-FILE
               DISPLAY "MES A CONCILIAR (TARJETA): " WKS-MES-REPORTE.

       0110-MES-ANTERIOR.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-REPORTE.
           IF WKS-MR-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MR-MES
               SUBTRACT 1 FROM WKS-MR-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MR-MES.

       1000-CALCULAR-MES-ANTERIOR.
           MOVE WKS-MES-REPORTE TO WKS-MES-ANTERIOR.
           IF WKS-MA-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MA-MES
               SUBTRACT 1 FROM WKS-MA-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MA-MES.

      * DEJA EN WKS-POS-CI EL RENGLON DE WKS-ID-BUSCADO (0 SI EL
      * PRODUCTO NO ESTA EN NINGUNA DE LAS DOS FOTOS)
       1200-UBICAR-PRODUCTO.
           MOVE 0 TO WKS-POS-CI.
           MOVE 1 TO WKS-IDX-CI.
           PERFORM 1210-BUSCAR-PRODUCTO
               UNTIL WKS-IDX-CI IS GREATER THAN WKS-NUM-CI
                  OR WKS-POS-CI IS GREATER THAN 0.

       1210-BUSCAR-PRODUCTO.
           IF WKS-CI-RP-ID(WKS-IDX-CI) IS EQUAL TO WKS-ID-BUSCADO THEN
               MOVE WKS-IDX-CI TO WKS-POS-CI.
           ADD 1 TO WKS-IDX-CI.

      ******************************************************************
      * LAS DOS FOTOS POR PRODUCTO: LA DEL MES ANTERIOR ES EL SALDO
      * INICIAL Y LA DEL MES A CONCILIAR EL SALDO FINAL REAL
      ******************************************************************
       2000-CARGAR-FOTOS.
           MOVE "I" TO WKS-FOTO-EN-CURSO.
           MOVE WKS-MES-ANTERIOR TO WKS-MES-FOTO-INV.
           PERFORM 2100-LEER-UNA-FOTO.
           MOVE "F" TO WKS-FOTO-EN-CURSO.
           MOVE WKS-MES-REPORTE TO WKS-MES-FOTO-INV.
           PERFORM 2100-LEER-UNA-FOTO.

       2100-LEER-UNA-FOTO.
           MOVE "N" TO WKS-FIN-FOTO.
           OPEN INPUT FOTO-INV-FILE.
           IF FI-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-FOTO
           ELSE
               PERFORM 2110-LEER-RENGLON-FOTO UNTIL WKS-EOF-FOTO
               CLOSE FOTO-INV-FILE.

       2110-LEER-RENGLON-FOTO.
           READ FOTO-INV-FILE
               AT END
                   MOVE "S" TO WKS-FIN-FOTO
               NOT AT END
                   IF WKS-FOTO-EN-CURSO IS EQUAL TO "I" THEN
                       PERFORM 2120-RENGLON-INICIAL
                   ELSE
                       PERFORM 2130-RENGLON-FINAL.

       2120-RENGLON-INICIAL.
           MOVE "S" TO WKS-FOTO-INICIAL-SW.
           COMPUTE WKS-MOMENTO-INICIAL = FI-FECHA * 1000000 + FI-HORA.
           IF WKS-NUM-CI IS LESS THAN 2000 THEN
               ADD 1 TO WKS-NUM-CI
               MOVE WKS-NUM-CI TO WKS-POS-CI
               PERFORM 2140-NUEVO-PRODUCTO
               MOVE FI-CANTIDAD TO WKS-CI-CANT-INI(WKS-POS-CI)
               MOVE FI-COSTO TO WKS-CI-COSTO-INI(WKS-POS-CI)
               MOVE FI-VALOR TO WKS-CI-VALOR-INI(WKS-POS-CI)
               ADD FI-VALOR TO WKS-TOT-INICIAL
           ELSE
               DISPLAY "TABLA DE PRODUCTOS LLENA, SE OMITE " FI-RP-ID.

       2130-RENGLON-FINAL.
           MOVE "S" TO WKS-FOTO-FINAL-SW.
           COMPUTE WKS-MOMENTO-FINAL = FI-FECHA * 1000000 + FI-HORA.
           MOVE FI-RP-ID TO WKS-ID-BUSCADO.
           PERFORM 1200-UBICAR-PRODUCTO.
           IF WKS-POS-CI IS EQUAL TO 0 THEN
               IF WKS-NUM-CI IS LESS THAN 2000 THEN
                   ADD 1 TO WKS-NUM-CI
                   MOVE WKS-NUM-CI TO WKS-POS-CI
                   PERFORM 2140-NUEVO-PRODUCTO
               ELSE
                   DISPLAY "TABLA DE PRODUCTOS LLENA, SE OMITE "
                           FI-RP-ID.
           IF WKS-POS-CI IS GREATER THAN 0 THEN
               MOVE "S" TO WKS-CI-EN-CIERRE(WKS-POS-CI)
               MOVE FI-CANTIDAD TO WKS-CI-CANT-FIN(WKS-POS-CI)
               MOVE FI-COSTO TO WKS-CI-COSTO-FIN(WKS-POS-CI)
               MOVE FI-VALOR TO WKS-CI-VALOR-FIN(WKS-POS-CI)
               ADD FI-VALOR TO WKS-TOT-FOTO-FINAL
               ADD FI-CANTIDAD TO WKS-TOT-CANT-FOTO.

       2140-NUEVO-PRODUCTO.
           INITIALIZE WKS-CI-RENGLON(WKS-POS-CI).
           MOVE FI-RP-ID TO WKS-CI-RP-ID(WKS-POS-CI).
           MOVE "N" TO WKS-CI-EN-CIERRE(WKS-POS-CI).

      * SIN LAS DOS FOTOS NO HAY DE DONDE PARTIR (PRIMER CIERRE CON
      * FOTO POR PRODUCTO, O REPORTE-MENSUAL NO HA CORRIDO EL MES)
       2900-SIN-FOTO.
           IF NOT WKS-HAY-FOTO-INICIAL THEN
               DISPLAY "NO HAY FOTO POR PRODUCTO DEL MES "
                       WKS-MES-ANTERIOR " (SALDO INICIAL)".
           IF NOT WKS-HAY-FOTO-FINAL THEN
               DISPLAY "NO HAY FOTO POR PRODUCTO DEL MES "
                       WKS-MES-REPORTE " (CORRA REPORTE-MENSUAL)".
           DISPLAY "NO SE PUEDE CONCILIAR EL MES " WKS-MES-REPORTE.
           MOVE 4 TO RETURN-CODE.

      * EL ULTIMO RENGLON DE CADA MES ES EL QUE VALE, IGUAL QUE EN
      * REPORTE-MENSUAL
       3000-LEER-RESUMEN.
           MOVE "N" TO WKS-FIN-RESUMEN.
           OPEN INPUT RESUMEN-HIST.
           IF RH-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-RESUMEN
           ELSE
               PERFORM 3010-LEER-RENGLON-RESUMEN
                   UNTIL WKS-EOF-RESUMEN
               CLOSE RESUMEN-HIST.

       3010-LEER-RENGLON-RESUMEN.
           READ RESUMEN-HIST
               AT END
                   MOVE "S" TO WKS-FIN-RESUMEN
               NOT AT END
                   IF RH-MES IS EQUAL TO WKS-MES-ANTERIOR THEN
                       MOVE "S" TO WKS-RESUMEN-INI-SW
                       MOVE RH-VALOR-COSTO TO WKS-RESUMEN-INICIAL
                   END-IF
                   IF RH-MES IS EQUAL TO WKS-MES-REPORTE THEN
                       MOVE "S" TO WKS-RESUMEN-FIN-SW
                       MOVE RH-VALOR-COSTO TO WKS-RESUMEN-FINAL.

      ******************************************************************
      * KARDEX DE LA VENTANA: LOS SEGMENTOS MENSUALES DESDE EL MES DE
      * LA FOTO INICIAL HASTA EL DE LA FOTO FINAL, Y LUEGO EL VIVO
      * (ARCHIVA-MOVIMIENTOS SACA DEL VIVO LO QUE ARCHIVA, ASI QUE NO
      * HAY DOBLE CUENTA)
      ******************************************************************
       4000-BARRER-KARDEX.
           MOVE WKS-MOMENTO-INICIAL(1:6) TO WKS-MES-CURSOR.
           MOVE WKS-MOMENTO-FINAL(1:6) TO WKS-MES-ULTIMO.
           PERFORM 4100-MES-ARCHIVADO
               UNTIL WKS-MES-CURSOR IS GREATER THAN WKS-MES-ULTIMO.
           MOVE "N" TO WKS-FIN-KARDEX.
           OPEN INPUT KARDEX-FILE.
           IF KX-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-KARDEX
           ELSE
               PERFORM 4010-LEER-KARDEX UNTIL WKS-EOF-KARDEX
               CLOSE KARDEX-FILE.

       4010-LEER-KARDEX.
           READ KARDEX-FILE
               AT END
                   MOVE "S" TO WKS-FIN-KARDEX
               NOT AT END
                   PERFORM 4200-EVALUAR-MOVIMIENTO.

       4100-MES-ARCHIVADO.
           MOVE WKS-MES-CURSOR TO WKS-KARDEX-ARCH-MES.
           MOVE "N" TO WKS-FIN-KARDEX-ARCH.
           OPEN INPUT KARDEX-ARCH-FILE.
           IF KA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-KARDEX-ARCH
           ELSE
               PERFORM 4110-LEER-KARDEX-ARCH
                   UNTIL WKS-EOF-KARDEX-ARCH
               CLOSE KARDEX-ARCH-FILE.
           IF WKS-MC-MES IS EQUAL TO 12 THEN
               MOVE 1 TO WKS-MC-MES
               ADD 1 TO WKS-MC-ANIO
           ELSE
               ADD 1 TO WKS-MC-MES.

       4110-LEER-KARDEX-ARCH.
           READ KARDEX-ARCH-FILE
               AT END
                   MOVE "S" TO WKS-FIN-KARDEX-ARCH
               NOT AT END
                   MOVE REG-KARDEX-ARCH TO REG-KARDEX
                   PERFORM 4200-EVALUAR-MOVIMIENTO.

      * SOLO LO ASENTADO DESPUES DE LA FOTO INICIAL Y HASTA LA FINAL;
      * UN PRODUCTO QUE NO ESTA EN LAS FOTOS ES DE CONSIGNACION O
      * ESTABA INACTIVO Y SE CUENTA APARTE
       4200-EVALUAR-MOVIMIENTO.
           IF KX-HORA IS NOT NUMERIC THEN
               MOVE 0 TO KX-HORA.
           COMPUTE WKS-MOMENTO-MOV = KX-FECHA * 1000000 + KX-HORA.
           IF WKS-MOMENTO-MOV IS GREATER THAN WKS-MOMENTO-INICIAL AND
              WKS-MOMENTO-MOV IS NOT GREATER THAN WKS-MOMENTO-FINAL
           THEN
               MOVE KX-RP-ID TO WKS-ID-BUSCADO
               PERFORM 1200-UBICAR-PRODUCTO
               IF WKS-POS-CI IS EQUAL TO 0 THEN
                   ADD 1 TO WKS-MOVS-FUERA
               ELSE
                   ADD 1 TO WKS-MOVS-CONTADOS
                   PERFORM 4210-CLASIFICAR-MOVIMIENTO.

      * RC = RECEPCION DE COMPRA; VE = VENTA Y CA = SU CANCELACION;
      * DE = DEVOLUCION DE CLIENTE Y DV = DEVOLUCION AL PROVEEDOR;
      * TR = TRASPASO ENTRE UBICACIONES, AP Y EN = RESERVA DE
      * APARTADOS Y ENCARGOS; TODO LO DEMAS (AJ, MR, CO) ES AJUSTE
       4210-CLASIFICAR-MOVIMIENTO.
           COMPUTE WKS-NETO-MOV = KX-ENTRADA - KX-SALIDA.
           IF KX-TIPO IS EQUAL TO "RC" THEN
               ADD WKS-NETO-MOV TO WKS-CI-ENTRADAS(WKS-POS-CI)
           ELSE
           IF KX-TIPO IS EQUAL TO "VE" OR "CA" THEN
               SUBTRACT WKS-NETO-MOV FROM WKS-CI-VENDIDO(WKS-POS-CI)
           ELSE
           IF KX-TIPO IS EQUAL TO "DE" OR "DV" THEN
               ADD WKS-NETO-MOV TO WKS-CI-DEVOLUCION(WKS-POS-CI)
           ELSE
           IF KX-TIPO IS EQUAL TO "TR" OR "AP" OR "EN" THEN
               ADD WKS-NETO-MOV TO WKS-CI-TRASPASO(WKS-POS-CI)
           ELSE
               ADD WKS-NETO-MOV TO WKS-CI-AJUSTE(WKS-POS-CI).

      ******************************************************************
      * ROLL-FORWARD POR PRODUCTO: INICIAL + ENTRADAS - VENDIDO
      * +/- DEVOLUCIONES, TRASPASOS Y AJUSTES = ESPERADO
      ******************************************************************
       5000-CONCILIAR.
           MOVE 1 TO WKS-IDX-CI.
           PERFORM 5010-CONCILIAR-PRODUCTO
               UNTIL WKS-IDX-CI IS GREATER THAN WKS-NUM-CI.
           IF WKS-HAY-RESUMEN-FIN THEN
               COMPUTE WKS-DIF-TOTAL =
                       WKS-RESUMEN-FINAL - WKS-TOT-ESPERADO
           ELSE
               COMPUTE WKS-DIF-TOTAL =
                       WKS-TOT-FOTO-FINAL - WKS-TOT-ESPERADO.

      * UN PRODUCTO QUE YA NO ESTA EN LA FOTO FINAL SE VALUA AL COSTO
      * QUE TENIA AL INICIO
       5010-CONCILIAR-PRODUCTO.
           IF WKS-CI-EN-CIERRE(WKS-IDX-CI) IS EQUAL TO "S" THEN
               MOVE WKS-CI-COSTO-FIN(WKS-IDX-CI) TO WKS-COSTO-CIERRE
           ELSE
               MOVE WKS-CI-COSTO-INI(WKS-IDX-CI) TO WKS-COSTO-CIERRE.
           COMPUTE WKS-CI-CANT-ESPERADA(WKS-IDX-CI) =
                   WKS-CI-CANT-INI(WKS-IDX-CI)
                 + WKS-CI-ENTRADAS(WKS-IDX-CI)
                 - WKS-CI-VENDIDO(WKS-IDX-CI)
                 + WKS-CI-DEVOLUCION(WKS-IDX-CI)
                 + WKS-CI-TRASPASO(WKS-IDX-CI)
                 + WKS-CI-AJUSTE(WKS-IDX-CI).
           COMPUTE WKS-REVALUACION ROUNDED =
                   WKS-CI-CANT-INI(WKS-IDX-CI) * WKS-COSTO-CIERRE
                 - WKS-CI-VALOR-INI(WKS-IDX-CI).
           ADD WKS-REVALUACION TO WKS-TOT-REVALUACION.
           COMPUTE WKS-VALOR-ESPERADO =
                   WKS-CI-VALOR-INI(WKS-IDX-CI) + WKS-REVALUACION.
           COMPUTE WKS-IMPORTE-MOV ROUNDED =
                   WKS-CI-ENTRADAS(WKS-IDX-CI) * WKS-COSTO-CIERRE.
           ADD WKS-IMPORTE-MOV TO WKS-TOT-ENTRADAS.
           ADD WKS-IMPORTE-MOV TO WKS-VALOR-ESPERADO.
           COMPUTE WKS-IMPORTE-MOV ROUNDED =
                   WKS-CI-VENDIDO(WKS-IDX-CI) * WKS-COSTO-CIERRE.
           ADD WKS-IMPORTE-MOV TO WKS-TOT-VENDIDO.
           SUBTRACT WKS-IMPORTE-MOV FROM WKS-VALOR-ESPERADO.
           COMPUTE WKS-IMPORTE-MOV ROUNDED =
                   WKS-CI-DEVOLUCION(WKS-IDX-CI) * WKS-COSTO-CIERRE.
           ADD WKS-IMPORTE-MOV TO WKS-TOT-DEVOLUCION.
           ADD WKS-IMPORTE-MOV TO WKS-VALOR-ESPERADO.
           COMPUTE WKS-IMPORTE-MOV ROUNDED =
                   WKS-CI-TRASPASO(WKS-IDX-CI) * WKS-COSTO-CIERRE.
           ADD WKS-IMPORTE-MOV TO WKS-TOT-TRASPASO.
           ADD WKS-IMPORTE-MOV TO WKS-VALOR-ESPERADO.
           COMPUTE WKS-IMPORTE-MOV ROUNDED =
                   WKS-CI-AJUSTE(WKS-IDX-CI) * WKS-COSTO-CIERRE.
           ADD WKS-IMPORTE-MOV TO WKS-TOT-AJUSTE.
           ADD WKS-IMPORTE-MOV TO WKS-VALOR-ESPERADO.
           ADD WKS-VALOR-ESPERADO TO WKS-TOT-ESPERADO.
           ADD WKS-CI-CANT-ESPERADA(WKS-IDX-CI)
               TO WKS-TOT-CANT-ESPERADA.
           COMPUTE WKS-CI-DIF-CANT(WKS-IDX-CI) =
                   WKS-CI-CANT-FIN(WKS-IDX-CI)
                 - WKS-CI-CANT-ESPERADA(WKS-IDX-CI).
           COMPUTE WKS-CI-DIF-VALOR(WKS-IDX-CI) =
                   WKS-CI-VALOR-FIN(WKS-IDX-CI) - WKS-VALOR-ESPERADO.
           MOVE WKS-CI-DIF-VALOR(WKS-IDX-CI) TO WKS-DIF-ABSOLUTA.
           IF WKS-DIF-ABSOLUTA IS NEGATIVE THEN
               COMPUTE WKS-DIF-ABSOLUTA = 0 - WKS-DIF-ABSOLUTA.
           IF WKS-CI-DIF-CANT(WKS-IDX-CI) IS NOT EQUAL TO 0 OR
              WKS-DIF-ABSOLUTA IS GREATER THAN WKS-REDONDEO THEN
               ADD 1 TO WKS-NO-CUADRAN
               ADD WKS-DIF-ABSOLUTA TO WKS-TOT-DIF-PRODUCTOS.
           ADD 1 TO WKS-IDX-CI.

       6000-IMPRIMIR-REPORTE.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "CONCILIA-INVENTARIO-" WKS-MES-REPORTE ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "CONCILIACION DEL INVENTARIO DEL MES "
                  WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "ID              INICIAL    ESPERADAS      EN FOTO     D
      -        "IF UNID      DIF VALOR" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE WKS-TOT-INICIAL TO WKS-IMPORTE-FORMAT.
           STRING "VALOR INICIAL (FOTO " WKS-MES-ANTERIOR ")          "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-HAY-RESUMEN-INI AND
              WKS-RESUMEN-INICIAL IS NOT EQUAL TO WKS-TOT-INICIAL THEN
               MOVE WKS-RESUMEN-INICIAL TO WKS-IMPORTE-FORMAT
               STRING "  *RESUMEN-MENSUAL-HIST DICE         "
                      WKS-IMPORTE-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-ENTRADAS TO WKS-IMPORTE-FORMAT.
           STRING "+ ENTRADAS DE COMPRA                 "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-VENDIDO TO WKS-IMPORTE-FORMAT.
           STRING "- COSTO DE LO VENDIDO                "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-DEVOLUCION TO WKS-IMPORTE-FORMAT.
           STRING "+/- DEVOLUCIONES                     "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-TRASPASO TO WKS-IMPORTE-FORMAT.
           STRING "+/- TRASPASOS Y RESERVAS             "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-AJUSTE TO WKS-IMPORTE-FORMAT.
           STRING "+/- AJUSTES Y MERMAS                 "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-REVALUACION TO WKS-IMPORTE-FORMAT.
           STRING "+/- REVALUACION POR CAMBIO DE COSTO  "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-ESPERADO TO WKS-IMPORTE-FORMAT.
           STRING "= VALOR FINAL ESPERADO               "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-HAY-RESUMEN-FIN THEN
               MOVE WKS-RESUMEN-FINAL TO WKS-IMPORTE-FORMAT
               STRING "VALOR FINAL (RESUMEN-MENSUAL-HIST)   "
                      WKS-IMPORTE-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
               MOVE WKS-TOT-FOTO-FINAL TO WKS-IMPORTE-FORMAT
               STRING "VALOR FINAL (FOTO, SIN RESUMEN)      "
                      WKS-IMPORTE-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-DIF-TOTAL TO WKS-IMPORTE-FORMAT.
           STRING "DIFERENCIA TOTAL                     "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-CANT-ESPERADA TO WKS-UNIDADES-FORMAT.
           MOVE WKS-TOT-CANT-FOTO TO WKS-UNIDADES-FORMAT-2.
           STRING "UNIDADES ESPERADAS " WKS-UNIDADES-FORMAT
                  "   EN LA FOTO " WKS-UNIDADES-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-MOVS-CONTADOS TO WKS-CONTADOR-FORMAT.
           STRING "MOVIMIENTOS DEL KARDEX CONCILIADOS:  "
                  WKS-CONTADOR-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-MOVS-FUERA TO WKS-CONTADOR-FORMAT.
           STRING "MOVS. FUERA DE LAS FOTOS (CONSIG.):  "
                  WKS-CONTADOR-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NO-CUADRAN TO WKS-CONTADOR-FORMAT.
           MOVE WKS-TOT-DIF-PRODUCTOS TO WKS-IMPORTE-FORMAT.
           STRING "PRODUCTOS QUE NO CUADRAN: " WKS-CONTADOR-FORMAT
                  "  SUMA DE DIFERENCIAS " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-CI.
           PERFORM 6100-REVISAR-PRODUCTO
               UNTIL WKS-IDX-CI IS GREATER THAN WKS-NUM-CI.
           PERFORM 1965-REPORTE-TERMINAR.
           MOVE WKS-DIF-TOTAL TO WKS-IMPORTE-FORMAT.
           DISPLAY "DIFERENCIA TOTAL: " WKS-IMPORTE-FORMAT
                   "  PRODUCTOS QUE NO CUADRAN: " WKS-NO-CUADRAN.
           DISPLAY "REPORTE IMPRESO EN " WKS-REP-NOMBRE.

       6100-REVISAR-PRODUCTO.
           MOVE WKS-CI-DIF-VALOR(WKS-IDX-CI) TO WKS-DIF-ABSOLUTA.
           IF WKS-DIF-ABSOLUTA IS NEGATIVE THEN
               COMPUTE WKS-DIF-ABSOLUTA = 0 - WKS-DIF-ABSOLUTA.
           IF WKS-CI-DIF-CANT(WKS-IDX-CI) IS NOT EQUAL TO 0 OR
              WKS-DIF-ABSOLUTA IS GREATER THAN WKS-REDONDEO THEN
               PERFORM 6110-IMPRIMIR-PRODUCTO.
           ADD 1 TO WKS-IDX-CI.

       6110-IMPRIMIR-PRODUCTO.
           MOVE WKS-CI-CANT-INI(WKS-IDX-CI) TO WKS-UNIDADES-FORMAT.
           MOVE WKS-CI-CANT-ESPERADA(WKS-IDX-CI)
               TO WKS-UNIDADES-FORMAT-2.
           MOVE WKS-CI-CANT-FIN(WKS-IDX-CI) TO WKS-UNIDADES-FORMAT-3.
           MOVE WKS-CI-DIF-CANT(WKS-IDX-CI) TO WKS-UNIDADES-FORMAT-4.
           MOVE WKS-CI-DIF-VALOR(WKS-IDX-CI) TO WKS-IMPORTE-FORMAT-2.
           STRING WKS-CI-RP-ID(WKS-IDX-CI) " "
                  WKS-UNIDADES-FORMAT " " WKS-UNIDADES-FORMAT-2 " "
                  WKS-UNIDADES-FORMAT-3 " " WKS-UNIDADES-FORMAT-4 " "
                  WKS-IMPORTE-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      * CODIGO 8 SI LA DIFERENCIA TOTAL O LA SUMA DE LAS DIFERENCIAS
      * POR PRODUCTO (QUE NO SE COMPENSAN ENTRE SI) PASA LA TOLERANCIA
       7000-CODIGO-RETORNO.
           MOVE WKS-DIF-TOTAL TO WKS-DIF-ABSOLUTA.
           IF WKS-DIF-ABSOLUTA IS NEGATIVE THEN
               COMPUTE WKS-DIF-ABSOLUTA = 0 - WKS-DIF-ABSOLUTA.
           IF WKS-DIF-ABSOLUTA IS GREATER THAN WKS-CFG-TOLERANCIA-INV
              OR WKS-TOT-DIF-PRODUCTOS IS GREATER THAN
                 WKS-CFG-TOLERANCIA-INV THEN
               DISPLAY "*** LA DIFERENCIA PASA LA TOLERANCIA, REVISE "
                       WKS-REP-NOMBRE " ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.
