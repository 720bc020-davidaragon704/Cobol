      *          NOMINA (HISTORIA-NOMINA.TXT), LOS AJUSTES DE
      *          INVENTARIO, LOS GASTOS PAGADOS POR CAJA
      *          (MOVIMIENTOS-CAJA.TXT, SALIDAS) Y LA DEPRECIACION
      *          DEL MES, LOS GASTOS DE OPERACION DEL REGISTRO DE
      *          GASTOS (GASTOS.TXT, UN RENGLON POR CUENTA DE GASTO,
      *          POR FECHA DE FACTURA AUNQUE NO ESTEN PAGADOS), CADA
      *          RENGLON CON SU PORCIENTO SOBRE LA
      *          VENTA Y COMPARADO CONTRA EL MES ANTERIOR. LAS CIFRAS
      *          DE CADA MES QUEDAN EN RESULTADOS-HIST.TXT PARA LA
      *          COMPARACION DEL MES QUE SIGUE. LOS AJUSTES DE
      *          MERCANCIA EN CONSIGNACION NO CUENTAN (ES DEL
      *          PROVEEDOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS MC-STATUS.

           SELECT CONSIGNA-FILE ASSIGN TO "CONSIGNACIONES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CN-RP-ID
                                   FILE STATUS CN-STATUS.

           SELECT CTAGASTO-FILE ASSIGN TO "CUENTAS-GASTO.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CG-CUENTA
                                   FILE STATUS CG-STATUS.

           SELECT GASTO-FILE ASSIGN TO "GASTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS GA-NUMERO
                                   FILE STATUS GA-STATUS.

           SELECT DEPREC-FILE ASSIGN TO "DEPRECIACION.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS DE-STATUS.
      * ESCRIBE COMERCIO
       FD AJUSTE-FILE.
       01 REG-AJUSTE.
           COPY AJUSTE.

      * MISMO TRAZADO DE MOVIMIENTOS DE CAJA QUE ESCRIBE COMERCIO
       FD CAJA-MOV-FILE.
           02 MC-OPERADOR                      PIC X(10).
           02 MC-CAJA                          PIC X(02).

      * PRODUCTOS EN CONSIGNACION (LOS MARCA COMERCIO): SUS AJUSTES
      * SON MERCANCIA DEL PROVEEDOR Y NO ENTRAN AL RENGLON
       FD CONSIGNA-FILE.
       01 REG-CONSIGNA.
           COPY CONSIGNA.

      * CATALOGO Y REGISTRO DE GASTOS DE OPERACION (LOS MANTIENE
      * REGISTRO-GASTOS)
       FD CTAGASTO-FILE.
       01 REG-CTAGASTO.
           COPY CTAGASTO.

       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

       FD DEPREC-FILE.
       01 REG-DEPREC.
           02 DE-PERIODO                       PIC 9(06).
                                               SIGN LEADING SEPARATE.
           02 RH-UTILIDAD                      PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.
      * AGREGADO AL FINAL: LOS RENGLONES ANTERIORES AL REGISTRO DE
      * GASTOS NO LO TRAEN
           02 RH-GASTOS-OPER                   PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).
       77 AJ-STATUS               PIC X(02).
       77 MC-STATUS               PIC X(02).
       77 DE-STATUS               PIC X(02).
       77 CN-STATUS               PIC X(02).
       77 WKS-CONSIGNA-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CONSIGNA    VALUE "S".
       77 RH-STATUS               PIC X(02).
       77 CG-STATUS               PIC X(02).
       77 GA-STATUS               PIC X(02).
       77 WKS-CATALOGO-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CATALOGO    VALUE "S".
           COPY REPORTE-WS.

       01 WKS-NOMBRE-HISTORICO.
           88 WKS-EOF-DEPREC      VALUE "S".
       77 WKS-FIN-RESULHIST       PIC X(01) VALUE "N".
           88 WKS-EOF-RESULHIST   VALUE "S".
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".

       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.
       77 WKS-COSTO-NOMINA        PIC 9(15)V9(02).
       77 WKS-GASTOS-CAJA         PIC 9(15)V9(02).
       77 WKS-DEPRECIACION        PIC 9(15)V9(02).
       77 WKS-GASTOS-OPER         PIC 9(15)V9(02).
       77 WKS-AJUSTES-INV         PIC S9(15)V9(02).
       77 WKS-UTILIDAD            PIC S9(15)V9(02).
       77 WKS-IMPORTE-RENGLON     PIC 9(13)V9(02).
           02 WKS-ANT-AJUSTES     PIC S9(13)V9(02).
           02 WKS-ANT-UTILIDAD    PIC S9(13)V9(02).

      * GASTOS DE OPERACION POR CUENTA, DEL MES Y DEL ANTERIOR (EL
      * ANTERIOR SE TOMA DEL MISMO REGISTRO, LA HISTORIA SOLO TRAE
      * EL TOTAL); LO QUE NO CABE EN LA TABLA VA A OTRAS CUENTAS
       01 WKS-TABLA-CG.
           02 WKS-CG-RENGLON OCCURS 50 TIMES.
               03 WKS-CG-CUENTA       PIC X(06).
               03 WKS-CG-NOMBRE       PIC X(18).
               03 WKS-CG-IMPORTE      PIC 9(13)V9(02).
               03 WKS-CG-ANTERIOR     PIC 9(13)V9(02).
       77 WKS-NUM-CG              PIC 9(03) VALUE 0.
       77 WKS-IDX-CG              PIC 9(03) VALUE 0.
       77 WKS-POS-CG              PIC 9(03) VALUE 0.
       77 WKS-OTROS-GASTOS        PIC 9(13)V9(02) VALUE 0.
       77 WKS-OTROS-ANTERIOR      PIC 9(13)V9(02) VALUE 0.
       77 WKS-ANT-GASTOS-OPER     PIC 9(15)V9(02) VALUE 0.
       77 WKS-AVISO-LLENA         PIC X(01) VALUE "N".

      * ARMADO DE CADA RENGLON DEL ESTADO
       77 WKS-LINEA-CONCEPTO      PIC X(20).
       77 WKS-LINEA-IMPORTE       PIC S9(15)V9(02).
           PERFORM 3000-ACUMULAR-NOMINA.
           PERFORM 4000-ACUMULAR-AJUSTES.
           PERFORM 4200-ACUMULAR-GASTOS.
           PERFORM 4300-ACUMULAR-GASTOS-OPER.
           PERFORM 4500-ACUMULAR-DEPRECIACION.
           COMPUTE WKS-UTILIDAD-BRUTA =
                   WKS-VENTAS-NETAS - WKS-COSTO-VENTAS.
           COMPUTE WKS-UTILIDAD = WKS-UTILIDAD-BRUTA
                   - WKS-COSTO-NOMINA - WKS-GASTOS-CAJA
                   - WKS-GASTOS-OPER
                   - WKS-DEPRECIACION + WKS-AJUSTES-INV.
           PERFORM 5000-ESCRIBIR-ESTADO.
           PERFORM 6000-GUARDAR-HISTORIA.
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

      * GASTOS PAGADOS POR CAJA: SOLO LAS SALIDAS; LAS ENTRADAS SON
      * FONDO O CAMBIO, NO INGRESO
                      MC-TIPO IS EQUAL TO "S" THEN
                       ADD MC-IMPORTE TO WKS-GASTOS-CAJA.

      ******************************************************************
      * GASTOS DE OPERACION: CUENTAN EN EL MES DE LA FACTURA, ANTES
      * DE IVA, PAGADOS O NO; LOS CANCELADOS NO CUENTAN. EL NOMBRE
      * DEL RENGLON SALE DEL CATALOGO DE CUENTAS
      ******************************************************************
       4300-ACUMULAR-GASTOS-OPER.
           MOVE 0 TO WKS-GASTOS-OPER.
           MOVE 0 TO WKS-ANT-GASTOS-OPER.
           MOVE 0 TO WKS-NUM-CG.
           MOVE "N" TO WKS-FIN-GASTOS.
           MOVE "N" TO WKS-CATALOGO-SW.
           OPEN INPUT CTAGASTO-FILE.
           IF CG-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CATALOGO-SW.
           OPEN INPUT GASTO-FILE.
           IF GA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-GASTOS
           ELSE
               PERFORM 4310-LEER-GASTO UNTIL WKS-EOF-GASTOS
               CLOSE GASTO-FILE.
           IF WKS-HAY-CATALOGO THEN
               CLOSE CTAGASTO-FILE.

       4310-LEER-GASTO.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   IF NOT GA-CANCELADO AND
                      (GA-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE OR
                       GA-FECHA(1:6) IS EQUAL TO WKS-MES-ANTERIOR)
                   THEN
                       PERFORM 4320-UBICAR-CUENTA
                       PERFORM 4330-SUMAR-GASTO.

       4320-UBICAR-CUENTA.
           MOVE 0 TO WKS-POS-CG.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 4321-CICLO-CUENTA
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CG
                  OR WKS-POS-CG IS GREATER THAN 0.
           IF WKS-POS-CG IS EQUAL TO 0 THEN
               IF WKS-NUM-CG IS LESS THAN 50 THEN
                   ADD 1 TO WKS-NUM-CG
                   MOVE WKS-NUM-CG TO WKS-POS-CG
                   PERFORM 4322-NUEVA-CUENTA
               ELSE
               IF WKS-AVISO-LLENA IS NOT EQUAL TO "S" THEN
                   DISPLAY "TABLA DE CUENTAS DE GASTO LLENA, EL "
                           "RESTO VA A OTRAS CUENTAS"
                   MOVE "S" TO WKS-AVISO-LLENA.

       4321-CICLO-CUENTA.
           IF WKS-CG-CUENTA(WKS-IDX-CG) IS EQUAL TO GA-CUENTA THEN
               MOVE WKS-IDX-CG TO WKS-POS-CG
           ELSE
               ADD 1 TO WKS-IDX-CG.

       4322-NUEVA-CUENTA.
           MOVE GA-CUENTA TO WKS-CG-CUENTA(WKS-POS-CG).
           MOVE 0 TO WKS-CG-IMPORTE(WKS-POS-CG).
           MOVE 0 TO WKS-CG-ANTERIOR(WKS-POS-CG).
           MOVE SPACES TO WKS-CG-NOMBRE(WKS-POS-CG).
           STRING "  " GA-CUENTA
               DELIMITED BY SIZE INTO WKS-CG-NOMBRE(WKS-POS-CG).
           IF WKS-HAY-CATALOGO THEN
               MOVE GA-CUENTA TO CG-CUENTA
               READ CTAGASTO-FILE KEY IS CG-CUENTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WKS-CG-NOMBRE(WKS-POS-CG)
                       STRING "  " CG-NOMBRE
                           DELIMITED BY SIZE
                           INTO WKS-CG-NOMBRE(WKS-POS-CG).

       4330-SUMAR-GASTO.
           IF GA-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE THEN
               ADD GA-IMPORTE TO WKS-GASTOS-OPER
               IF WKS-POS-CG IS EQUAL TO 0 THEN
                   ADD GA-IMPORTE TO WKS-OTROS-GASTOS
               ELSE
                   ADD GA-IMPORTE TO WKS-CG-IMPORTE(WKS-POS-CG)
               END-IF
           ELSE
               ADD GA-IMPORTE TO WKS-ANT-GASTOS-OPER
               IF WKS-POS-CG IS EQUAL TO 0 THEN
                   ADD GA-IMPORTE TO WKS-OTROS-ANTERIOR
               ELSE
                   ADD GA-IMPORTE TO WKS-CG-ANTERIOR(WKS-POS-CG).

       4500-ACUMULAR-DEPRECIACION.
           MOVE 0 TO WKS-DEPRECIACION.
           MOVE "N" TO WKS-FIN-DEPREC.
           MOVE WKS-GASTOS-CAJA TO WKS-LINEA-IMPORTE.
           MOVE WKS-ANT-GASTOS TO WKS-LINEA-ANTERIOR.
           PERFORM 5100-RENGLON-ESTADO.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 5050-RENGLON-CUENTA
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CG.
           IF WKS-OTROS-GASTOS IS GREATER THAN 0 OR
              WKS-OTROS-ANTERIOR IS GREATER THAN 0 THEN
               MOVE "  OTRAS CUENTAS" TO WKS-LINEA-CONCEPTO
               MOVE WKS-OTROS-GASTOS TO WKS-LINEA-IMPORTE
               MOVE WKS-OTROS-ANTERIOR TO WKS-LINEA-ANTERIOR
               PERFORM 5100-RENGLON-ESTADO.
           MOVE "GASTOS DE OPERACION" TO WKS-LINEA-CONCEPTO.
           MOVE WKS-GASTOS-OPER TO WKS-LINEA-IMPORTE.
           MOVE WKS-ANT-GASTOS-OPER TO WKS-LINEA-ANTERIOR.
           PERFORM 5100-RENGLON-ESTADO.
           MOVE "DEPRECIACION" TO WKS-LINEA-CONCEPTO.
           MOVE WKS-DEPRECIACION TO WKS-LINEA-IMPORTE.
           MOVE WKS-ANT-DEPREC TO WKS-LINEA-ANTERIOR.
           PERFORM 5100-RENGLON-ESTADO.
           PERFORM 1965-REPORTE-TERMINAR.

      * UN RENGLON SANGRADO POR CUENTA DE GASTO, ANTES DEL TOTAL
       5050-RENGLON-CUENTA.
           MOVE WKS-CG-NOMBRE(WKS-IDX-CG) TO WKS-LINEA-CONCEPTO.
           MOVE WKS-CG-IMPORTE(WKS-IDX-CG) TO WKS-LINEA-IMPORTE.
           MOVE WKS-CG-ANTERIOR(WKS-IDX-CG) TO WKS-LINEA-ANTERIOR.
           PERFORM 5100-RENGLON-ESTADO.
           ADD 1 TO WKS-IDX-CG.

       5100-RENGLON-ESTADO.
           IF WKS-VENTAS-NETAS IS EQUAL TO 0 THEN
               MOVE 0 TO WKS-PORCIENTO
           MOVE WKS-DEPRECIACION TO RH-DEPRECIACION.
           MOVE WKS-AJUSTES-INV TO RH-AJUSTES.
           MOVE WKS-UTILIDAD TO RH-UTILIDAD.
           MOVE WKS-GASTOS-OPER TO RH-GASTOS-OPER.
           OPEN EXTEND RESULHIST-FILE.
           IF RH-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT RESULHIST-FILE.
