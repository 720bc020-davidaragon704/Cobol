      *          FORMATO FIJO POR CONCEPTO (VENTAS NETAS SIN IVA, IVA
      *          COBRADO, COSTO DE NOMINA, IMPUESTO RETENIDO,
      *          AJUSTES DE INVENTARIO Y DEPRECIACION DE ACTIVOS
      *          FIJOS, MAS UNA LINEA GASTO-<CUENTA> POR CADA CUENTA
      *          DEL REGISTRO DE GASTOS DE OPERACION CON SU IVA
      *          ACREDITABLE EN IVA-GASTOS) MAS UN REGISTRO FINAL DE
      *          CIFRAS DE CONTROL, EN EL TRAZADO ACORDADO CON EL
      *          CONTADOR, PARA CERRAR EL MES POR TRANSFERENCIA DE
      *          ARCHIVO EN LUGAR DE RECAPTURA.
      *          TRAZADO: TIPO (01 DETALLE / 99 CONTROL), MES AAAAMM,
      *          CONCEPTO X(20), IMPORTE S9(13)V99 CON SIGNO SEPARADO;
      *          EN EL 99 EL CONCEPTO TRAE EL NUMERO DE LINEAS Y EL
      *          IMPORTE LA SUMA DE TODOS LOS DETALLES. LOS AJUSTES
      *          DE MERCANCIA EN CONSIGNACION NO CUENTAN (ES DEL
      *          PROVEEDOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AJ-STATUS.

           SELECT CONSIGNA-FILE ASSIGN TO "CONSIGNACIONES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CN-RP-ID
                                   FILE STATUS CN-STATUS.

           SELECT DEPREC-FILE ASSIGN TO "DEPRECIACION.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS DE-STATUS.

           SELECT GASTO-FILE ASSIGN TO "GASTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS GA-NUMERO
                                   FILE STATUS GA-STATUS.

           SELECT EXTRACTO-FILE ASSIGN TO WKS-NOMBRE-EXTRACTO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS EX-STATUS.

       FD AJUSTE-FILE.
       01 REG-AJUSTE.
           COPY AJUSTE.

      * HISTORIA DE DEPRECIACION QUE DEJA LA CORRIDA MENSUAL DE
      * ACTIVOS-FIJOS (VER ActivosFijos)
      * PRODUCTOS EN CONSIGNACION (LOS MARCA COMERCIO): SUS AJUSTES
      * SON MERCANCIA DEL PROVEEDOR Y NO ENTRAN AL RENGLON
       FD CONSIGNA-FILE.
       01 REG-CONSIGNA.
           COPY CONSIGNA.

       FD DEPREC-FILE.
       01 REG-DEPREC.
           02 DE-PERIODO                   PIC 9(06).
           02 DE-IMPORTE                   PIC 9(11)V9(02).
           02 DE-ACUMULADO                 PIC 9(11)V9(02).

      * GASTOS DE OPERACION (LOS CAPTURA REGISTRO-GASTOS)
       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

      * TRAZADO FIJO ACORDADO CON EL CONTADOR
       FD EXTRACTO-FILE.
       01 REG-EXTRACTO.
       77 HN-STATUS               PIC X(02).
       77 AJ-STATUS               PIC X(02).
       77 DE-STATUS               PIC X(02).
       77 CN-STATUS               PIC X(02).
       77 WKS-CONSIGNA-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CONSIGNA    VALUE "S".
       77 EX-STATUS               PIC X(02).
       77 GA-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).

      * CON LA TARJETA PRESENTE EL EXTRACTO CORRE SIN CAPTURA (LA
           88 WKS-EOF-AJUSTES     VALUE "S".
       77 WKS-FIN-DEPREC          PIC X(01) VALUE "N".
           88 WKS-EOF-DEPREC      VALUE "S".
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".

       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.
       77 WKS-AJUSTES-INV         PIC S9(15)V9(02).
       77 WKS-DEPRECIACION        PIC 9(15)V9(02).
       77 WKS-IMPORTE-RENGLON     PIC 9(13)V9(02).
       77 WKS-IVA-GASTOS          PIC 9(15)V9(02).

      * GASTOS DE OPERACION DEL MES POR CUENTA (UNA LINEA CADA UNA);
      * LO QUE NO CABE EN LA TABLA SALE EN GASTO-OTRAS
       01 WKS-TABLA-CG.
           02 WKS-CG-RENGLON OCCURS 50 TIMES.
               03 WKS-CG-CUENTA       PIC X(06).
               03 WKS-CG-IMPORTE      PIC 9(13)V9(02).
       77 WKS-NUM-CG              PIC 9(03) VALUE 0.
       77 WKS-IDX-CG              PIC 9(03) VALUE 0.
       77 WKS-POS-CG              PIC 9(03) VALUE 0.
       77 WKS-OTROS-GASTOS        PIC 9(13)V9(02) VALUE 0.

      * CIFRAS DE CONTROL DEL EXTRACTO
       77 WKS-LINEAS-DETALLE      PIC 9(03) VALUE 0.
           PERFORM 3000-ACUMULAR-NOMINA.
           PERFORM 4000-ACUMULAR-AJUSTES.
           PERFORM 4500-ACUMULAR-DEPRECIACION.
           PERFORM 4600-ACUMULAR-GASTOS-OPER.
           PERFORM 5000-ESCRIBIR-EXTRACTO.
           DISPLAY "EXTRACTO ESCRITO EN " WKS-NOMBRE-EXTRACTO.
           GOBACK.
       4000-ACUMULAR-AJUSTES.
           MOVE 0 TO WKS-AJUSTES-INV.
           MOVE "N" TO WKS-FIN-AJUSTES.
           MOVE "N" TO WKS-CONSIGNA-SW.
           OPEN INPUT CONSIGNA-FILE.
           IF CN-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CONSIGNA-SW.
           OPEN INPUT AJUSTE-FILE.
           IF AJ-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-AJUSTES
           ELSE
               PERFORM 4010-LEER-AJUSTE UNTIL WKS-EOF-AJUSTES
               CLOSE AJUSTE-FILE.
           IF WKS-HAY-CONSIGNA THEN
               CLOSE CONSIGNA-FILE.

       4010-LEER-AJUSTE.
           READ AJUSTE-FILE
                   MOVE "S" TO WKS-FIN-AJUSTES
               NOT AT END
                   IF AJ-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE THEN
                       PERFORM 4020-SUMAR-AJUSTE.

       4020-SUMAR-AJUSTE.
           MOVE "N" TO CN-ESTADO.
           IF WKS-HAY-CONSIGNA THEN
               MOVE AJ-RP-ID TO CN-RP-ID
               READ CONSIGNA-FILE KEY IS CN-RP-ID
                   INVALID KEY
                       MOVE "N" TO CN-ESTADO.
           IF NOT CN-ACTIVA THEN
               ADD AJ-VALOR TO WKS-AJUSTES-INV.

      * LA DEPRECIACION DEL MES YA ESTA ASENTADA POR ACTIVOS-FIJOS;
      * AQUI SOLO SE SUMA PARA SU RENGLON DEL EXTRACTO
                   IF DE-PERIODO IS EQUAL TO WKS-MES-REPORTE THEN
                       ADD DE-IMPORTE TO WKS-DEPRECIACION.

      * GASTOS DE OPERACION: EN EL MES DE LA FACTURA, ANTES DE IVA,
      * PAGADOS O NO (EL MISMO CRITERIO DEL ESTADO DE RESULTADOS);
      * LOS CANCELADOS NO CUENTAN
       4600-ACUMULAR-GASTOS-OPER.
           MOVE 0 TO WKS-IVA-GASTOS.
           MOVE 0 TO WKS-NUM-CG.
           MOVE 0 TO WKS-OTROS-GASTOS.
           MOVE "N" TO WKS-FIN-GASTOS.
           OPEN INPUT GASTO-FILE.
           IF GA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-GASTOS
           ELSE
               PERFORM 4610-LEER-GASTO UNTIL WKS-EOF-GASTOS
               CLOSE GASTO-FILE.

       4610-LEER-GASTO.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   IF NOT GA-CANCELADO AND
                      GA-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE THEN
                       ADD GA-IVA TO WKS-IVA-GASTOS
                       PERFORM 4620-SUMAR-GASTO.

       4620-SUMAR-GASTO.
           MOVE 0 TO WKS-POS-CG.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 4621-CICLO-CUENTA
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CG
                  OR WKS-POS-CG IS GREATER THAN 0.
           IF WKS-POS-CG IS EQUAL TO 0 AND
              WKS-NUM-CG IS LESS THAN 50 THEN
               ADD 1 TO WKS-NUM-CG
               MOVE WKS-NUM-CG TO WKS-POS-CG
               MOVE GA-CUENTA TO WKS-CG-CUENTA(WKS-POS-CG)
               MOVE 0 TO WKS-CG-IMPORTE(WKS-POS-CG).
           IF WKS-POS-CG IS EQUAL TO 0 THEN
               ADD GA-IMPORTE TO WKS-OTROS-GASTOS
           ELSE
               ADD GA-IMPORTE TO WKS-CG-IMPORTE(WKS-POS-CG).

       4621-CICLO-CUENTA.
           IF WKS-CG-CUENTA(WKS-IDX-CG) IS EQUAL TO GA-CUENTA THEN
               MOVE WKS-IDX-CG TO WKS-POS-CG
           ELSE
               ADD 1 TO WKS-IDX-CG.

       5000-ESCRIBIR-EXTRACTO.
           MOVE WKS-MES-REPORTE TO WKS-MES-EXTRACTO.
           OPEN OUTPUT EXTRACTO-FILE.
           MOVE "DEPRECIACION" TO EC-CONCEPTO.
           MOVE WKS-DEPRECIACION TO EC-IMPORTE.
           PERFORM 5010-ESCRIBIR-DETALLE.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 5030-DETALLE-GASTO
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CG.
           IF WKS-OTROS-GASTOS IS GREATER THAN 0 THEN
               MOVE "GASTO-OTRAS" TO EC-CONCEPTO
               MOVE WKS-OTROS-GASTOS TO EC-IMPORTE
               PERFORM 5010-ESCRIBIR-DETALLE.
           MOVE "IVA-GASTOS" TO EC-CONCEPTO.
           MOVE WKS-IVA-GASTOS TO EC-IMPORTE.
           PERFORM 5010-ESCRIBIR-DETALLE.
           PERFORM 5020-ESCRIBIR-CONTROL.
           CLOSE EXTRACTO-FILE.

           ADD 1 TO WKS-LINEAS-DETALLE.
           ADD EC-IMPORTE TO WKS-SUMA-CONTROL.

       5030-DETALLE-GASTO.
           MOVE SPACES TO EC-CONCEPTO.
           STRING "GASTO-" WKS-CG-CUENTA(WKS-IDX-CG)
               DELIMITED BY SIZE INTO EC-CONCEPTO.
           MOVE WKS-CG-IMPORTE(WKS-IDX-CG) TO EC-IMPORTE.
           PERFORM 5010-ESCRIBIR-DETALLE.
           ADD 1 TO WKS-IDX-CG.

      * REGISTRO DE CONTROL: NUMERO DE DETALLES EN EL CONCEPTO Y
      * SUMA ALGEBRAICA DE TODOS LOS IMPORTES EN EL IMPORTE
       5020-ESCRIBIR-CONTROL.
