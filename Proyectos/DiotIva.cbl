      ******************************************************************
      * Author:
      * Date:
      * Purpose: DIOT MENSUAL Y POSICION DE IVA. EL IVA COBRADO EN
      *          LAS VENTAS YA SE REPORTABA, PERO EL QUE PAGAMOS A
      *          LOS PROVEEDORES SE ARMABA A MANO CON LAS FACTURAS
      *          DE PAPEL. CON EL DESGLOSE POR TASA QUE AHORA TRAEN
      *          LAS FACTURAS DE CUENTAS-PAGAR Y LOS GASTOS DE
      *          REGISTRO-GASTOS, SE JUNTA LO EFECTIVAMENTE PAGADO EN
      *          EL MES (SOLO LOS PAGOS TIPO P DE PAGOS-PROVEEDOR.TXT
      *          CON FECHA DEL MES, PRORRATEANDO EL DESGLOSE DE LA
      *          FACTURA CUANDO EL PAGO ES PARCIAL, MAS LOS GASTOS
      *          PAGADOS EN EL MES) POR RFC DEL TERCERO Y TASA.
      *          DIOT-AAAAMM.TXT LLEVA UN RENGLON POR RFC Y TASA
      *          SEPARADO POR "|": TIPO DE TERCERO (04 NACIONAL /
      *          05 EXTRANJERO), TIPO DE OPERACION (85 OTROS), RFC,
      *          CODIGO DE TASA, TASA, BASE PAGADA E IVA PAGADO EN
      *          PESOS SIN CENTAVOS. LO PAGADO SIN RFC O SIN
      *          DESGLOSE NO VA EN EL ARCHIVO: SALE MARCADO EN EL
      *          REPORTE DIOT-IVA-AAAAMM.TXT PARA CORREGIRLO. EL
      *          REPORTE CIERRA CON LA POSICION DE IVA DEL MES: IVA
      *          COBRADO EN VENTAS.TXT (Y EL MES ARCHIVADO) MENOS
      *          EL IVA ACREDITABLE PAGADO = IVA A CARGO O A FAVOR.
      *          CON LA TARJETA TARJETA-DIOT.TXT ("DIOT AAAAMM", LA
      *          DEJA LA CADENA MENSUAL) CORRE SIN CAPTURA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIOT-IVA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PAGOPROV-FILE ASSIGN TO "PAGOS-PROVEEDOR.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PP-STATUS.

           SELECT FACTPROV-FILE ASSIGN TO "FACTURAS-PROVEEDOR.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS FP-NUMERO
                                   FILE STATUS FP-STATUS.

           SELECT PROVEEDOR-FILE ASSIGN TO "PROVEEDORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PV-ID
                                   FILE STATUS PV-STATUS.

           SELECT GASTO-FILE ASSIGN TO "GASTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS GA-NUMERO
                                   FILE STATUS GA-STATUS.

           SELECT TASA-FILE ASSIGN TO "TASAS-IVA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TI-CODIGO
                                   FILE STATUS TI-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT DIOT-FILE ASSIGN TO WKS-NOMBRE-DIOT
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS DI-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-DIOT.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MISMO TRAZADO DE LA BITACORA DE CUENTAS-PAGAR: P = PAGO,
      * N = NOTA DE CREDITO APLICADA (NO ES PAGO, NO CUENTA)
       FD PAGOPROV-FILE.
       01 REG-PAGOPROV.
           02 PP-FECHA                         PIC 9(08).
           02 PP-FP-NUMERO                     PIC 9(10).
           02 PP-TIPO                          PIC X(01).
           02 PP-IMPORTE                       PIC 9(13)V9(02).
           02 PP-REFERENCIA                    PIC X(15).

       FD FACTPROV-FILE.
       01 REG-FACTPROV.
           COPY FACTPROV.

       FD PROVEEDOR-FILE.
       01 REG-PROVEEDOR.
           COPY PROVEEDOR.

       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

       FD TASA-FILE.
       01 REG-TASA-IVA.
           COPY TASAIVA.

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                       PIC X(150).

       FD DIOT-FILE.
       01 REG-DIOT                             PIC X(100).

       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       01 WKS-NOMBRE-DIOT.
           02 FILLER              PIC X(05) VALUE "DIOT-".
           02 WKS-MES-DIOT        PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 PP-STATUS               PIC X(02).
       77 FP-STATUS               PIC X(02).
       77 PV-STATUS               PIC X(02).
       77 GA-STATUS               PIC X(02).
       77 TI-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 DI-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).
       77 WKS-PROVEEDORES-SW      PIC X(01) VALUE "N".
           88 WKS-HAY-PROVEEDORES VALUE "S".
       77 WKS-FACTURAS-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-FACTURAS    VALUE "S".
       77 WKS-TASAS-SW            PIC X(01) VALUE "N".
           88 WKS-HAY-TASAS       VALUE "S".

      * CON LA TARJETA PRESENTE LA DIOT CORRE SIN CAPTURA (LA
      * CADENA MENSUAL DEL ORQUESTADOR LA DEJA ESCRITA)
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".
       77 WKS-MES-TARJETA         PIC 9(06).
       77 WKS-FECHA-LOTE          PIC 9(08).
       01 WKS-MES-CALC            PIC 9(06).
       01 WKS-MES-CALC-DESGLOSE REDEFINES WKS-MES-CALC.
           02 WKS-MCA-ANIO        PIC 9(04).
           02 WKS-MCA-MES         PIC 9(02).

       77 WKS-MES-REPORTE         PIC 9(06).
       77 WKS-FIN-PAGOS           PIC X(01) VALUE "N".
           88 WKS-EOF-PAGOS       VALUE "S".
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".

       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.

      * OPERACION EN CURSO QUE SE ACUMULA A LA TABLA
       77 WKS-RFC-TERCERO         PIC X(13).
       77 WKS-TIPO-TERCERO        PIC X(02).
       77 WKS-CODIGO-TASA         PIC X(01).
       77 WKS-BASE-PAGADA         PIC 9(13)V9(02).
       77 WKS-IVA-PAGADO          PIC 9(13)V9(02).
       77 WKS-IDX-IV              PIC 9(01).
      * RFC GENERICO QUE EL SAT DA A LOS RESIDENTES EN EL EXTRANJERO
       77 WKS-RFC-EXTRANJERO      PIC X(13) VALUE "XEXX010101000".

      * LO PAGADO EN EL MES POR RFC Y TASA
       01 WKS-TABLA-DIOT.
           02 WKS-DT-RENGLON OCCURS 300 TIMES.
               03 WKS-DT-RFC          PIC X(13).
               03 WKS-DT-TIPO         PIC X(02).
               03 WKS-DT-CODIGO       PIC X(01).
               03 WKS-DT-TASA         PIC 9V9(04).
               03 WKS-DT-BASE         PIC 9(13)V9(02).
               03 WKS-DT-IVA          PIC 9(13)V9(02).
       77 WKS-NUM-DT              PIC 9(03) VALUE 0.
       77 WKS-IDX-DT              PIC 9(03) VALUE 0.
       77 WKS-POS-DT              PIC 9(03) VALUE 0.

      * TOTALES Y POSICION DE IVA
       77 WKS-PAGOS-CONTADOS      PIC 9(05) VALUE 0.
       77 WKS-GASTOS-CONTADOS     PIC 9(05) VALUE 0.
       77 WKS-BASE-TOTAL          PIC 9(15)V9(02) VALUE 0.
       77 WKS-IVA-ACREDITABLE     PIC 9(15)V9(02) VALUE 0.
       77 WKS-IVA-COBRADO         PIC S9(15)V9(02) VALUE 0.
       77 WKS-IVA-POSICION        PIC S9(15)V9(02) VALUE 0.
       77 WKS-RENGLONES-DIOT      PIC 9(05) VALUE 0.
       77 WKS-RENGLONES-FUERA     PIC 9(05) VALUE 0.
       77 WKS-SIN-LUGAR           PIC 9(13)V9(02) VALUE 0.

      * FORMATOS
       77 WKS-PESOS-BASE          PIC 9(13).
       77 WKS-PESOS-IVA           PIC 9(13).
       77 WKS-TASA-FORMAT         PIC 9.9999.
       77 WKS-IMPORTE-FORMAT      PIC Z(12)9.99.
       77 WKS-IMPORTE2-FORMAT     PIC Z(12)9.99.
       77 WKS-SALDO-FORMAT        PIC -Z(12)9.99.
       77 WKS-MARCA               PIC X(14).

           COPY REPORTE-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== DIOT Y POSICION DE IVA DEL MES ===".
           PERFORM 0100-REVISAR-TARJETA.
           IF WKS-MODO-LOTE THEN
               MOVE WKS-MES-TARJETA TO WKS-MES-REPORTE
               DISPLAY "MES DE LA DIOT (TARJETA): " WKS-MES-REPORTE
           ELSE
               DISPLAY "MES DE LA DIOT (AAAAMM)"
               ACCEPT WKS-MES-REPORTE.
           PERFORM 1000-ABRIR-ARCHIVOS.
           PERFORM 2000-PAGOS-A-PROVEEDORES.
           PERFORM 3000-GASTOS-PAGADOS.
           PERFORM 4000-IVA-COBRADO.
           PERFORM 5000-ESCRIBIR-DIOT.
           PERFORM 6000-IMPRIMIR-REPORTE.
           PERFORM 9000-CERRAR-ARCHIVOS.
           GOBACK.

      * LA TARJETA ("DIOT AAAAMM") SE BORRA COMO EN LOS DEMAS LOTES;
      * SIN MES LEGIBLE SE TOMA EL MES ANTERIOR AL DE HOY
       0100-REVISAR-TARJETA.
           OPEN INPUT TARJETA-FILE.
           IF TJ-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EN-LOTE
               READ TARJETA-FILE
                   AT END
                       PERFORM 0110-MES-ANTERIOR-LOTE
                   NOT AT END
                       IF REG-TARJETA(6:6) IS NUMERIC THEN
                           MOVE REG-TARJETA(6:6) TO WKS-MES-TARJETA
                       ELSE
                           DISPLAY "TARJETA SIN MES LEGIBLE, SE "
                                   "TOMA EL MES ANTERIOR"
                           PERFORM 0110-MES-ANTERIOR-LOTE
               END-READ
               CLOSE TARJETA-FILE
               DELETE FILE TARJETA-FILE.

       0110-MES-ANTERIOR-LOTE.
           ACCEPT WKS-FECHA-LOTE FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-LOTE(1:6) TO WKS-MES-CALC.
           IF WKS-MCA-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MCA-MES
               SUBTRACT 1 FROM WKS-MCA-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MCA-MES.
           MOVE WKS-MES-CALC TO WKS-MES-TARJETA.

       1000-ABRIR-ARCHIVOS.
           OPEN INPUT PROVEEDOR-FILE.
           IF PV-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-PROVEEDORES-SW.
           OPEN INPUT FACTPROV-FILE.
           IF FP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-FACTURAS-SW.
           OPEN INPUT TASA-FILE.
           IF TI-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-TASAS-SW.

       9000-CERRAR-ARCHIVOS.
           IF WKS-HAY-PROVEEDORES THEN
               CLOSE PROVEEDOR-FILE.
           IF WKS-HAY-FACTURAS THEN
               CLOSE FACTPROV-FILE.
           IF WKS-HAY-TASAS THEN
               CLOSE TASA-FILE.

      ******************************************************************
      * PAGOS A PROVEEDORES DEL MES: CADA PAGO SE REPARTE ENTRE LAS
      * TASAS DE SU FACTURA EN PROPORCION AL TOTAL DE LA FACTURA (UN
      * PAGO PARCIAL SOLO ACREDITA SU PARTE DEL IVA)
      ******************************************************************
       2000-PAGOS-A-PROVEEDORES.
           MOVE "N" TO WKS-FIN-PAGOS.
           OPEN INPUT PAGOPROV-FILE.
           IF PP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-PAGOS
           ELSE
           IF NOT WKS-HAY-FACTURAS THEN
               DISPLAY "SIN FACTURAS-PROVEEDOR.TXT NO SE PUEDEN "
                       "DESGLOSAR LOS PAGOS"
               MOVE "S" TO WKS-FIN-PAGOS
               CLOSE PAGOPROV-FILE
           ELSE
               PERFORM 2010-LEER-PAGO UNTIL WKS-EOF-PAGOS
               CLOSE PAGOPROV-FILE.

       2010-LEER-PAGO.
           READ PAGOPROV-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PAGOS
               NOT AT END
                   IF PP-TIPO IS EQUAL TO "P" AND
                      PP-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE THEN
                       PERFORM 2020-PAGO-DEL-MES.

       2020-PAGO-DEL-MES.
           MOVE PP-FP-NUMERO TO FP-NUMERO.
           READ FACTPROV-FILE KEY IS FP-NUMERO
               INVALID KEY
                   DISPLAY "PAGO DEL " PP-FECHA " A LA FACTURA "
                           PP-FP-NUMERO " QUE NO EXISTE, SE OMITE"
               NOT INVALID KEY
                   ADD 1 TO WKS-PAGOS-CONTADOS
                   PERFORM 2030-TERCERO-PROVEEDOR
                   PERFORM 2040-REPARTIR-PAGO.

       2030-TERCERO-PROVEEDOR.
           MOVE SPACES TO WKS-RFC-TERCERO.
           MOVE "04" TO WKS-TIPO-TERCERO.
           IF WKS-HAY-PROVEEDORES THEN
               MOVE FP-PV-ID TO PV-ID
               READ PROVEEDOR-FILE KEY IS PV-ID
                   INVALID KEY
                       MOVE SPACES TO PV-RFC
                   NOT INVALID KEY
                       MOVE PV-RFC TO WKS-RFC-TERCERO
                       IF PV-EXTRANJERO THEN
                           MOVE "05" TO WKS-TIPO-TERCERO.

      * FACTURA SIN DESGLOSE (ANTERIOR A LA DIOT O LIQUIDACION DE
      * CONSIGNACION): EL PAGO COMPLETO VA SIN TASA NI IVA
       2040-REPARTIR-PAGO.
           IF FP-IVA-CODIGO(1) IS EQUAL TO SPACE OR
              FP-IVA-BASE(1) IS NOT NUMERIC OR
              FP-IMPORTE IS EQUAL TO 0 THEN
               MOVE SPACE TO WKS-CODIGO-TASA
               MOVE PP-IMPORTE TO WKS-BASE-PAGADA
               MOVE 0 TO WKS-IVA-PAGADO
               PERFORM 7000-ACUMULAR
           ELSE
               MOVE 1 TO WKS-IDX-IV
               PERFORM 2050-PRORRATEAR-TASA
                   UNTIL WKS-IDX-IV IS GREATER THAN 3.

       2050-PRORRATEAR-TASA.
           IF FP-IVA-CODIGO(WKS-IDX-IV) IS NOT EQUAL TO SPACE THEN
               MOVE FP-IVA-CODIGO(WKS-IDX-IV) TO WKS-CODIGO-TASA
               COMPUTE WKS-BASE-PAGADA ROUNDED =
                       FP-IVA-BASE(WKS-IDX-IV) * PP-IMPORTE /
                       FP-IMPORTE
               COMPUTE WKS-IVA-PAGADO ROUNDED =
                       FP-IVA-IMPORTE(WKS-IDX-IV) * PP-IMPORTE /
                       FP-IMPORTE
               PERFORM 7000-ACUMULAR.
           ADD 1 TO WKS-IDX-IV.

      ******************************************************************
      * GASTOS DE OPERACION PAGADOS EN EL MES (SE PAGAN COMPLETOS)
      ******************************************************************
       3000-GASTOS-PAGADOS.
           MOVE "N" TO WKS-FIN-GASTOS.
           OPEN INPUT GASTO-FILE.
           IF GA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-GASTOS
           ELSE
               PERFORM 3010-LEER-GASTO UNTIL WKS-EOF-GASTOS
               CLOSE GASTO-FILE.

       3010-LEER-GASTO.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   IF GA-PAGADO AND
                      GA-FECHA-PAGO(1:6) IS EQUAL TO WKS-MES-REPORTE
                   THEN
                       PERFORM 3020-GASTO-DEL-MES.

       3020-GASTO-DEL-MES.
           ADD 1 TO WKS-GASTOS-CONTADOS.
           MOVE GA-RFC TO WKS-RFC-TERCERO.
           IF GA-RFC IS EQUAL TO WKS-RFC-EXTRANJERO THEN
               MOVE "05" TO WKS-TIPO-TERCERO
           ELSE
               MOVE "04" TO WKS-TIPO-TERCERO.
           MOVE GA-IVA-CODIGO TO WKS-CODIGO-TASA.
           MOVE GA-IMPORTE TO WKS-BASE-PAGADA.
           MOVE GA-IVA TO WKS-IVA-PAGADO.
           PERFORM 7000-ACUMULAR.

      ******************************************************************
      * IVA TRASLADADO DEL MES: LO VIVO MAS LO ARCHIVADO, LAS
      * DEVOLUCIONES RESTAN Y LOS FOLIOS CANCELADOS NO CUENTAN (IGUAL
      * QUE EL EXTRACTO CONTABLE)
      ******************************************************************
       4000-IVA-COBRADO.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 4010-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.
           MOVE WKS-MES-REPORTE TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 4020-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.

       4010-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   IF TR-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE THEN
                       MOVE REG-VENTA TO WKS-VENTA-ARCHIVADA
                       PERFORM 4030-SUMAR-IVA.

       4020-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 4030-SUMAR-IVA.

       4030-SUMAR-IVA.
           IF VA-ESTADO IS NOT EQUAL TO "C" AND
              VA-IVA-IMPORTE IS NUMERIC THEN
               IF VA-TIPO IS EQUAL TO "D" THEN
                   SUBTRACT VA-IVA-IMPORTE FROM WKS-IVA-COBRADO
               ELSE
                   ADD VA-IVA-IMPORTE TO WKS-IVA-COBRADO.

      ******************************************************************
      * ARCHIVO DE LA DIOT: UN RENGLON POR RFC Y TASA, SOLO LO QUE
      * TRAE RFC Y TASA
      ******************************************************************
       5000-ESCRIBIR-DIOT.
           MOVE WKS-MES-REPORTE TO WKS-MES-DIOT.
           OPEN OUTPUT DIOT-FILE.
           MOVE 1 TO WKS-IDX-DT.
           PERFORM 5010-RENGLON-DIOT
               UNTIL WKS-IDX-DT IS GREATER THAN WKS-NUM-DT.
           CLOSE DIOT-FILE.
           DISPLAY "DIOT ESCRITA EN " WKS-NOMBRE-DIOT " ("
                   WKS-RENGLONES-DIOT " RENGLONES)".

       5010-RENGLON-DIOT.
           IF WKS-DT-RFC(WKS-IDX-DT) IS EQUAL TO SPACES OR
              WKS-DT-CODIGO(WKS-IDX-DT) IS EQUAL TO SPACE THEN
               ADD 1 TO WKS-RENGLONES-FUERA
           ELSE
               ADD 1 TO WKS-RENGLONES-DIOT
               COMPUTE WKS-PESOS-BASE ROUNDED =
                       WKS-DT-BASE(WKS-IDX-DT)
               COMPUTE WKS-PESOS-IVA ROUNDED =
                       WKS-DT-IVA(WKS-IDX-DT)
               MOVE WKS-DT-TASA(WKS-IDX-DT) TO WKS-TASA-FORMAT
               MOVE SPACES TO REG-DIOT
               STRING WKS-DT-TIPO(WKS-IDX-DT) "|85|"
                      WKS-DT-RFC(WKS-IDX-DT) DELIMITED BY SPACE
                      "|" WKS-DT-CODIGO(WKS-IDX-DT)
                      "|" WKS-TASA-FORMAT
                      "|" WKS-PESOS-BASE
                      "|" WKS-PESOS-IVA
                   DELIMITED BY SIZE INTO REG-DIOT
               WRITE REG-DIOT.
           ADD 1 TO WKS-IDX-DT.

      ******************************************************************
      * REPORTE: DETALLE POR RFC Y TASA Y POSICION DE IVA DEL MES
      ******************************************************************
       6000-IMPRIMIR-REPORTE.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "DIOT-IVA-" WKS-MES-REPORTE ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "DIOT Y POSICION DE IVA DEL MES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "TP RFC           T   TASA      BASE PAGADA       IVA P
      -        "AGADO" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 1 TO WKS-IDX-DT.
           PERFORM 6010-RENGLON-DETALLE
               UNTIL WKS-IDX-DT IS GREATER THAN WKS-NUM-DT.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-BASE-TOTAL TO WKS-IMPORTE-FORMAT.
           MOVE WKS-IVA-ACREDITABLE TO WKS-IMPORTE2-FORMAT.
           STRING "TOTAL PAGADO EN EL MES     " WKS-IMPORTE-FORMAT
                  " " WKS-IMPORTE2-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "PAGOS A PROVEEDOR: " WKS-PAGOS-CONTADOS
                  "  GASTOS PAGADOS: " WKS-GASTOS-CONTADOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-RENGLONES-FUERA IS GREATER THAN 0 THEN
               STRING "*** " WKS-RENGLONES-FUERA
                      " RENGLON(ES) SIN RFC O SIN TASA NO VAN EN LA "
                      "DIOT; CORRIJA Y REPITA"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               DISPLAY WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           IF WKS-SIN-LUGAR IS GREATER THAN 0 THEN
               MOVE WKS-SIN-LUGAR TO WKS-IMPORTE-FORMAT
               STRING "*** TABLA LLENA, QUEDARON FUERA "
                      WKS-IMPORTE-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               DISPLAY WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           PERFORM 6100-POSICION-IVA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "REPORTE IMPRESO EN " WKS-REP-NOMBRE.

       6010-RENGLON-DETALLE.
           MOVE SPACES TO WKS-MARCA.
           IF WKS-DT-RFC(WKS-IDX-DT) IS EQUAL TO SPACES THEN
               MOVE "* SIN RFC" TO WKS-MARCA.
           IF WKS-DT-CODIGO(WKS-IDX-DT) IS EQUAL TO SPACE THEN
               MOVE "* SIN DESGLOSE" TO WKS-MARCA.
           MOVE WKS-DT-TASA(WKS-IDX-DT) TO WKS-TASA-FORMAT.
           MOVE WKS-DT-BASE(WKS-IDX-DT) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-DT-IVA(WKS-IDX-DT) TO WKS-IMPORTE2-FORMAT.
           STRING WKS-DT-TIPO(WKS-IDX-DT) " " WKS-DT-RFC(WKS-IDX-DT)
                  " " WKS-DT-CODIGO(WKS-IDX-DT) " " WKS-TASA-FORMAT
                  WKS-IMPORTE-FORMAT " " WKS-IMPORTE2-FORMAT " "
                  WKS-MARCA
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-DT.

       6100-POSICION-IVA.
           COMPUTE WKS-IVA-POSICION =
                   WKS-IVA-COBRADO - WKS-IVA-ACREDITABLE.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "POSICION DE IVA DEL MES" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-IVA-COBRADO TO WKS-SALDO-FORMAT.
           STRING "  IVA COBRADO EN VENTAS          " WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-IVA-ACREDITABLE TO WKS-SALDO-FORMAT.
           STRING "  MENOS IVA ACREDITABLE PAGADO   " WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-IVA-POSICION IS LESS THAN 0 THEN
               COMPUTE WKS-IVA-POSICION = 0 - WKS-IVA-POSICION
               MOVE WKS-IVA-POSICION TO WKS-SALDO-FORMAT
               STRING "  IVA A FAVOR                    "
                      WKS-SALDO-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
               MOVE WKS-IVA-POSICION TO WKS-SALDO-FORMAT
               STRING "  IVA A CARGO (POR PAGAR)        "
                      WKS-SALDO-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA.
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      ******************************************************************
      * ACUMULA LA OPERACION EN CURSO EN SU RENGLON DE RFC Y TASA
      ******************************************************************
       7000-ACUMULAR.
           ADD WKS-BASE-PAGADA TO WKS-BASE-TOTAL.
           ADD WKS-IVA-PAGADO TO WKS-IVA-ACREDITABLE.
           MOVE 0 TO WKS-POS-DT.
           MOVE 1 TO WKS-IDX-DT.
           PERFORM 7010-BUSCAR-CICLO
               UNTIL WKS-IDX-DT > WKS-NUM-DT OR WKS-POS-DT > 0.
           IF WKS-POS-DT IS EQUAL TO 0 THEN
               IF WKS-NUM-DT IS LESS THAN 300 THEN
                   PERFORM 7020-NUEVO-RENGLON
               ELSE
                   COMPUTE WKS-SIN-LUGAR = WKS-SIN-LUGAR +
                           WKS-BASE-PAGADA + WKS-IVA-PAGADO.
           IF WKS-POS-DT IS GREATER THAN 0 THEN
               ADD WKS-BASE-PAGADA TO WKS-DT-BASE(WKS-POS-DT)
               ADD WKS-IVA-PAGADO TO WKS-DT-IVA(WKS-POS-DT).

       7010-BUSCAR-CICLO.
           IF WKS-DT-RFC(WKS-IDX-DT) IS EQUAL TO WKS-RFC-TERCERO AND
              WKS-DT-CODIGO(WKS-IDX-DT) IS EQUAL TO WKS-CODIGO-TASA
           THEN
               MOVE WKS-IDX-DT TO WKS-POS-DT.
           ADD 1 TO WKS-IDX-DT.

       7020-NUEVO-RENGLON.
           ADD 1 TO WKS-NUM-DT.
           MOVE WKS-NUM-DT TO WKS-POS-DT.
           MOVE WKS-RFC-TERCERO TO WKS-DT-RFC(WKS-POS-DT).
           MOVE WKS-TIPO-TERCERO TO WKS-DT-TIPO(WKS-POS-DT).
           MOVE WKS-CODIGO-TASA TO WKS-DT-CODIGO(WKS-POS-DT).
           MOVE 0 TO WKS-DT-TASA(WKS-POS-DT).
           MOVE 0 TO WKS-DT-BASE(WKS-POS-DT).
           MOVE 0 TO WKS-DT-IVA(WKS-POS-DT).
           IF WKS-HAY-TASAS AND WKS-CODIGO-TASA IS NOT EQUAL TO SPACE
           THEN
               MOVE WKS-CODIGO-TASA TO TI-CODIGO
               READ TASA-FILE KEY IS TI-CODIGO
                   INVALID KEY
                       DISPLAY "TASA " WKS-CODIGO-TASA
                               " NO REGISTRADA EN TASAS-IVA.TXT"
                   NOT INVALID KEY
                       MOVE TI-TASA TO WKS-DT-TASA(WKS-POS-DT).

           COPY REPORTE-PROC.
