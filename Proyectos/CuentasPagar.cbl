      *          PAGOS (BITACORA PAGOS-PROVEEDOR.TXT), Y PRODUCE LA
      *          ANTIGUEDAD DE SALDOS POR PAGAR Y LA LISTA SEMANAL DE
      *          PAGOS POR VENCER. LAS NOTAS DE CREDITO DEL PROVEEDOR
      *          SE APLICAN COMO PAGOS TIPO N. LA MERCANCIA EN
      *          CONSIGNACION (CONSIGNACIONES.TXT) NO SE CRUZA CONTRA
      *          LA FACTURA: CADA MES SE LIQUIDA LO VENDIDO COMO UNA
      *          CUENTA POR PAGAR Y SE IMPRIME EL ESTADO DE CUENTA DEL
      *          PROVEEDOR. LA LISTA DE PAGOS POR VENCER INCLUYE
      *          TAMBIEN LOS GASTOS DE OPERACION ABIERTOS (RENTA, LUZ,
      *          TELEFONO) DEL REGISTRO DE GASTOS (GASTOS.TXT).
      *          LA FACTURA SE CAPTURA CON SU DESGLOSE DE IVA POR
      *          TASA (BASE E IVA, TASAS DE TASAS-IVA.TXT) Y, SI EL
      *          PROVEEDOR AUN NO LO TIENE, CON SU RFC Y TIPO DE
      *          TERCERO, PARA LA DIOT MENSUAL (DIOT-IVA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   RECORD KEY IS NC-NUMERO
                                   FILE STATUS NC-STATUS.

           SELECT CONSIGNA-FILE ASSIGN TO "CONSIGNACIONES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS CN-RP-ID
                                   FILE STATUS CN-STATUS.

           SELECT GASTO-FILE ASSIGN TO "GASTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS GA-NUMERO
                                   FILE STATUS GA-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT F-ARCHIVO ASSIGN TO WKS-RUTA-INVENTARIO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-ID
                                   ALTERNATE RECORD KEY RP-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RP-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS FS-STATUS.

           SELECT TASA-FILE ASSIGN TO "TASAS-IVA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TI-CODIGO
                                   FILE STATUS TI-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.
       01 REG-ORDEN-DET.
           COPY ORDEN-DET.

       FD FACTPROV-FILE.
       01 REG-FACTPROV.
           COPY FACTPROV.

       FD FP-KEY-FILE.
       01 REG-LLAVE-FP                         PIC 9(10).
       01 REG-NOTACRED.
           COPY NOTACRED.

      * PRODUCTOS EN CONSIGNACION (LOS MARCA COMERCIO); AQUI SE
      * LIQUIDA LO VENDIDO
       FD CONSIGNA-FILE.
       01 REG-CONSIGNA.
           COPY CONSIGNA.

      * GASTOS DE OPERACION (LOS CAPTURA REGISTRO-GASTOS); AQUI SOLO
      * SE LEEN PARA LA LISTA DE PAGOS POR VENCER
       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                       PIC X(150).

       FD F-ARCHIVO.
       01 REG-PRODUCTO.
           COPY PRODUCTO.

      * TASAS DE IVA (LAS DA DE ALTA COMERCIO); AQUI SOLO SE LEEN
      * PARA EL DESGLOSE DE LA FACTURA
       FD TASA-FILE.
       01 REG-TASA-IVA.
           COPY TASAIVA.

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.
       77 PV-STATUS               PIC X(02).
       77 NC-STATUS               PIC X(02).
       77 WKS-FP-ACTUAL           PIC 9(10).
       77 WKS-CONFIRMA            PIC X(01).

      * DESGLOSE DE IVA DE LA FACTURA (HASTA 3 TASAS)
       77 TI-STATUS               PIC X(02).
       77 WKS-TASAS-SW            PIC X(01) VALUE "N".
           88 WKS-HAY-TASAS       VALUE "S".
       77 WKS-SIGUE-DESGLOSE      PIC X(01) VALUE "N".
           88 WKS-OTRA-TASA       VALUE "S".
       77 WKS-IDX-IV              PIC 9(01).
       77 WKS-CODIGO-IVA          PIC X(01).
       77 WKS-IVA-CALCULADO       PIC 9(11)V9(02).
       77 WKS-IVA-CAPTURADO       PIC 9(11)V9(02).
       77 WKS-TOTAL-DESGLOSE      PIC 9(13)V9(02).

      * PAGOS Y ANTIGUEDAD
       77 WKS-FP-BUSCADA          PIC 9(10).
       77 WKS-PAGO-IMPORTE        PIC 9(13)V9(02).
           02 WKS-AP-MAS-60       PIC 9(13)V9(02).
       77 WKS-FECHA-LIMITE        PIC 9(08).
       77 WKS-FACTURAS-LISTADAS   PIC 9(04).
       77 GA-STATUS               PIC X(02).
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".
       77 WKS-IMPORTE-FORMAT      PIC -Z(12)9.99.

      * APERTURA CON REINTENTO DEL ARCHIVO DE LLAVES
           88 WKS-LLAVE-OK        VALUE "S".
       77 WKS-SEGUNDOS-ESPERA     PIC 9(08) COMP VALUE 1.

      * LIQUIDACION DE CONSIGNACION
       77 CN-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 FS-STATUS               PIC X(02).
       77 WKS-PRODUCTOS-SW        PIC X(01) VALUE "N".
           88 WKS-HAY-PRODUCTOS   VALUE "S".
       77 WKS-FIN-CONSIGNA        PIC X(01) VALUE "N".
           88 WKS-EOF-CONSIGNA    VALUE "S".
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       01 WKS-MES-LIQUIDA         PIC 9(06).
       01 WKS-MES-LIQUIDA-D REDEFINES WKS-MES-LIQUIDA.
           02 WKS-ML-ANIO         PIC 9(04).
           02 WKS-ML-MES          PIC 9(02).
       01 WKS-MES-PREVIO          PIC 9(06).
       01 WKS-MES-PREVIO-D REDEFINES WKS-MES-PREVIO.
           02 WKS-MP-ANIO         PIC 9(04).
           02 WKS-MP-MES          PIC 9(02).
       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-NOMBRE-ESTADO-CN.
           02 FILLER              PIC X(16) VALUE "ESTADO-CONSIGNA-".
           02 WKS-ESTADO-CN-PV    PIC 9(10) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.
       01 WKS-TABLA-CL.
           02 WKS-CL-RENGLON OCCURS 200 TIMES.
               03 WKS-CL-RP-ID        PIC 9(10).
               03 WKS-CL-COSTO        PIC 9(05)V9(02).
               03 WKS-CL-VENDIDO      PIC 9(07)V9(03).
               03 WKS-CL-DEVUELTO     PIC 9(07)V9(03).
               03 WKS-CL-NETO         PIC S9(07)V9(03).
       77 WKS-NUM-CL              PIC 9(03) VALUE 0.
       77 WKS-IDX-CL              PIC 9(03) VALUE 0.
       77 WKS-IMPORTE-CONSIGNA    PIC S9(13)V9(02).
       77 WKS-CN-ACUMULADO        PIC S9(07)V9(03).
       77 WKS-NOMBRE-CN           PIC X(18).
       77 WKS-EXISTENCIA-CN       PIC 9(07)V9(03).
       77 WKS-CANT-CN-1           PIC Z(06)9.999.
       77 WKS-CANT-CN-2           PIC Z(06)9.999.
       77 WKS-CANT-CN-3           PIC Z(06)9.999.
       77 WKS-CANT-CN-4           PIC Z(06)9.999.

           COPY CONFIG-WS.

           COPY REPORTE-WS.
           COPY FECHA-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CUENTAS POR PAGAR A PROVEEDORES ===".
           PERFORM 1700-CARGAR-CONFIG.
           PERFORM 1000-ABRIR-ARCHIVOS.
           PERFORM 2000-MENU UNTIL WKS-FIN-MENU.
           PERFORM 9000-CIERRE.
           GOBACK.

       1000-ABRIR-ARCHIVOS.
           OPEN I-O PROVEEDOR-FILE.
           IF PV-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR PROVEEDORES.TXT ("
                       PV-STATUS ")".
               OPEN OUTPUT NOTACRED-FILE
               CLOSE NOTACRED-FILE
               OPEN I-O NOTACRED-FILE.
           OPEN I-O CONSIGNA-FILE.
           IF CN-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CONSIGNA-FILE
               CLOSE CONSIGNA-FILE
               OPEN I-O CONSIGNA-FILE.
           OPEN INPUT F-ARCHIVO.
           IF FS-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-PRODUCTOS-SW.
           OPEN INPUT TASA-FILE.
           IF TI-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-TASAS-SW.

       9000-CIERRE.
           CLOSE PROVEEDOR-FILE.
           CLOSE ORDEN-DET-FILE.
           CLOSE FACTPROV-FILE.
           CLOSE NOTACRED-FILE.
           CLOSE CONSIGNA-FILE.
           IF WKS-HAY-PRODUCTOS THEN
               CLOSE F-ARCHIVO.
           IF WKS-HAY-TASAS THEN
               CLOSE TASA-FILE.

       2000-MENU.
           DISPLAY "1-. REGISTRAR FACTURA DE PROVEEDOR".
           DISPLAY "3-. ANTIGUEDAD DE SALDOS POR PAGAR".
           DISPLAY "4-. PAGOS POR VENCER ESTA SEMANA".
           DISPLAY "5-. NOTAS DE CREDITO DE PROVEEDOR".
           DISPLAY "6-. LIQUIDAR CONSIGNACION DEL MES".
           DISPLAY "9-. SALIR".
           ACCEPT WKS-OPCION-MENU.
           IF WKS-OPCION-MENU IS EQUAL TO 1 THEN
           IF WKS-OPCION-MENU IS EQUAL TO 5 THEN
               PERFORM 6500-NOTAS-CREDITO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 6 THEN
               PERFORM 6700-LIQUIDAR-CONSIGNACION
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 9 THEN
               MOVE "S" TO WKS-SALIR-MENU
           ELSE
                   DISPLAY "PROVEEDOR NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR: " PV-NOMBRE
                   IF PV-RFC IS EQUAL TO SPACES THEN
                       PERFORM 3005-DATOS-FISCALES
                   END-IF
                   PERFORM 3010-CAPTURAR-FACTURA.

      * LOS PROVEEDORES DADOS DE ALTA ANTES DE LA DIOT NO TRAEN RFC;
      * SE PIDE UNA SOLA VEZ, CON LA PRIMERA FACTURA QUE SE REGISTRA
       3005-DATOS-FISCALES.
           DISPLAY "EL PROVEEDOR NO TIENE RFC, CAPTURELO".
           ACCEPT PV-RFC.
           DISPLAY "TIPO DE TERCERO (N=NACIONAL E=EXTRANJERO)".
           ACCEPT PV-TIPO-TERCERO.
           IF PV-TIPO-TERCERO IS NOT EQUAL TO "E" THEN
               MOVE "N" TO PV-TIPO-TERCERO.
           REWRITE REG-PROVEEDOR
               INVALID KEY
                   DISPLAY "NO SE PUDO GUARDAR EL RFC DEL PROVEEDOR".

       3010-CAPTURAR-FACTURA.
           DISPLAY "NUMERO DE FACTURA DEL PROVEEDOR".
           ACCEPT FP-FACTURA.
               DISPLAY "EL IMPORTE NO PUEDE SER CERO"
           ELSE
               PERFORM 3020-CRUZAR-ORDENES
               PERFORM 3050-DESGLOSAR-IVA
               PERFORM 3040-GRABAR-FACTURA.

       3015-PEDIR-FECHA-FACTURA.
                   IF OD-NUMERO IS NOT EQUAL TO WKS-OC-CAPTURADA THEN
                       MOVE "S" TO WKS-FIN-DET
                   ELSE
                       PERFORM 3037-SUMAR-SI-PROPIA.

      * LO RECIBIDO EN CONSIGNACION NO SE FACTURA AL RECIBIRLO: SE
      * PAGA AL LIQUIDAR LO VENDIDO
       3037-SUMAR-SI-PROPIA.
           MOVE OD-RP-ID TO CN-RP-ID.
           READ CONSIGNA-FILE KEY IS CN-RP-ID
               INVALID KEY
                   MOVE "N" TO CN-ESTADO.
           IF CN-ACTIVA AND CN-PV-ID IS EQUAL TO WKS-PV-CAPTURADO THEN
               DISPLAY "PARTIDA " OD-PARTIDA " EN CONSIGNACION, NO SE "
                       "CRUZA CONTRA LA FACTURA"
           ELSE
               COMPUTE WKS-VALOR-RECIBIDO =
                       WKS-VALOR-RECIBIDO +
                       OD-CANT-RECIBIDA * OD-COSTO-UNITARIO.

       3040-GRABAR-FACTURA.
           PERFORM 7000-OBTENER-SIGUIENTE-FP.
                               "INTERNO " FP-NUMERO
                       DISPLAY "VENCE EL " FP-VENCE.

      * DESGLOSE POR TASA: BASE CAPTURADA, IVA CALCULADO CON LA TASA
      * (SE PUEDE CORREGIR AL DE LA FACTURA). SI NO CUADRA CON EL
      * IMPORTE TOTAL SOLO SE AVISA, COMO EN EL CRUCE CONTRA ORDENES
       3050-DESGLOSAR-IVA.
           PERFORM 3060-LIMPIAR-DESGLOSE.
           IF NOT WKS-HAY-TASAS THEN
               DISPLAY "SIN TASAS-IVA.TXT NO SE PUEDE DESGLOSAR EL "
                       "IVA; LA FACTURA NO SALDRA EN LA DIOT"
           ELSE
               MOVE 1 TO WKS-IDX-IV
               MOVE "S" TO WKS-SIGUE-DESGLOSE
               PERFORM 3055-PEDIR-TASA
                   UNTIL WKS-IDX-IV IS GREATER THAN 3
                      OR NOT WKS-OTRA-TASA
               MOVE 0 TO WKS-TOTAL-DESGLOSE
               MOVE 1 TO WKS-IDX-IV
               PERFORM 3065-SUMAR-DESGLOSE
                   UNTIL WKS-IDX-IV IS GREATER THAN 3
               IF WKS-TOTAL-DESGLOSE IS EQUAL TO 0 THEN
                   DISPLAY "FACTURA SIN DESGLOSE DE IVA, NO SALDRA "
                           "EN LA DIOT"
               ELSE
               IF WKS-TOTAL-DESGLOSE IS NOT EQUAL TO FP-IMPORTE THEN
                   MOVE WKS-TOTAL-DESGLOSE TO WKS-IMPORTE-FORMAT
                   DISPLAY "ATENCION: BASES MAS IVA SUMAN "
                           WKS-IMPORTE-FORMAT
                   DISPLAY "Y NO CUADRAN CON EL IMPORTE DE LA "
                           "FACTURA, REVISE EL DESGLOSE".

       3055-PEDIR-TASA.
           DISPLAY "CODIGO DE TASA DE IVA (BLANCO = TERMINAR)".
           MOVE SPACE TO WKS-CODIGO-IVA.
           ACCEPT WKS-CODIGO-IVA.
           IF WKS-CODIGO-IVA IS EQUAL TO SPACE THEN
               MOVE "N" TO WKS-SIGUE-DESGLOSE
           ELSE
               MOVE WKS-CODIGO-IVA TO TI-CODIGO
               READ TASA-FILE KEY IS TI-CODIGO
                   INVALID KEY
                       DISPLAY "TASA NO REGISTRADA"
                   NOT INVALID KEY
                       PERFORM 3057-CAPTURAR-BASE.

       3057-CAPTURAR-BASE.
           MOVE TI-CODIGO TO FP-IVA-CODIGO(WKS-IDX-IV).
           DISPLAY "BASE GRAVABLE A " TI-DESCRIPCION.
           ACCEPT FP-IVA-BASE(WKS-IDX-IV).
           COMPUTE WKS-IVA-CALCULADO ROUNDED =
                   FP-IVA-BASE(WKS-IDX-IV) * TI-TASA.
           MOVE WKS-IVA-CALCULADO TO WKS-IMPORTE-FORMAT.
           DISPLAY "IVA CALCULADO: " WKS-IMPORTE-FORMAT.
           DISPLAY "IVA DE LA FACTURA (0 = EL CALCULADO)".
           ACCEPT WKS-IVA-CAPTURADO.
           IF WKS-IVA-CAPTURADO IS EQUAL TO 0 THEN
               MOVE WKS-IVA-CALCULADO TO FP-IVA-IMPORTE(WKS-IDX-IV)
           ELSE
               MOVE WKS-IVA-CAPTURADO TO FP-IVA-IMPORTE(WKS-IDX-IV).
           ADD 1 TO WKS-IDX-IV.

       3060-LIMPIAR-DESGLOSE.
           MOVE 1 TO WKS-IDX-IV.
           PERFORM 3062-LIMPIAR-TASA
               UNTIL WKS-IDX-IV IS GREATER THAN 3.

       3062-LIMPIAR-TASA.
           MOVE SPACE TO FP-IVA-CODIGO(WKS-IDX-IV).
           MOVE 0 TO FP-IVA-BASE(WKS-IDX-IV).
           MOVE 0 TO FP-IVA-IMPORTE(WKS-IDX-IV).
           ADD 1 TO WKS-IDX-IV.

       3065-SUMAR-DESGLOSE.
           COMPUTE WKS-TOTAL-DESGLOSE = WKS-TOTAL-DESGLOSE +
                   FP-IVA-BASE(WKS-IDX-IV) + FP-IVA-IMPORTE(WKS-IDX-IV).
           ADD 1 TO WKS-IDX-IV.

       4000-CAPTURAR-PAGO.
           DISPLAY "NUMERO INTERNO DE LA FACTURA".
           ACCEPT WKS-FP-BUSCADA.
           DISPLAY "FACTURA " FP-FACTURA " PROV " FP-PV-ID
                   " VENCE " FP-VENCE " SALDO " WKS-IMPORTE-FORMAT.

      * FACTURAS ABIERTAS QUE VENCEN EN LOS PROXIMOS SIETE DIAS, Y
      * DESPUES LOS GASTOS DE OPERACION ABIERTOS QUE VENCEN IGUAL
       6000-PAGOS-POR-VENCER.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
               INVALID KEY
                   MOVE "S" TO WKS-FIN-FACTURAS.
           PERFORM 6010-LEER-POR-VENCER UNTIL WKS-EOF-FACTURAS.
           MOVE "N" TO WKS-FIN-GASTOS.
           OPEN INPUT GASTO-FILE.
           IF GA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-GASTOS
           ELSE
               PERFORM 6020-LEER-GASTO-POR-VENCER
                   UNTIL WKS-EOF-GASTOS
               CLOSE GASTO-FILE.
           IF WKS-FACTURAS-LISTADAS IS EQUAL TO 0 THEN
               DISPLAY "NADA VENCE ESTA SEMANA".

                               " VENCE " FP-VENCE
                               " SALDO " WKS-IMPORTE-FORMAT.

      * EL GASTO SE PAGA COMPLETO: SE DEBE EL IMPORTE MAS SU IVA
       6020-LEER-GASTO-POR-VENCER.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   IF GA-ABIERTO AND
                      GA-VENCE IS NOT GREATER THAN WKS-FECHA-LIMITE
                   THEN
                       ADD 1 TO WKS-FACTURAS-LISTADAS
                       COMPUTE WKS-SALDO-FACTURA =
                               GA-IMPORTE + GA-IVA
                       MOVE WKS-SALDO-FACTURA TO WKS-IMPORTE-FORMAT
                       DISPLAY "GASTO   " GA-FACTURA
                               " " GA-CUENTA
                               " " GA-BENEFICIARIO(1:20)
                               " VENCE " GA-VENCE
                               " SALDO " WKS-IMPORTE-FORMAT.

      * NOTAS DE CREDITO: SE LISTAN LAS PENDIENTES Y SE APLICAN
      * CONTRA UNA FACTURA ABIERTA DEL MISMO PROVEEDOR (PAGO TIPO N)
       6500-NOTAS-CREDITO.
                       END-REWRITE
                       DISPLAY "NOTA APLICADA CONTRA LA FACTURA".

      ******************************************************************
      * LIQUIDACION DE CONSIGNACION: LO VENDIDO EN EL MES (VENTAS.TXT Y
      * EL HISTORICO VENTAS-AAAAMM, MENOS DEVOLUCIONES DE CLIENTES) DE
      * LOS PRODUCTOS QUE EL PROVEEDOR TIENE EN CONSIGNACION SE LE
      * FACTURA COMO CUENTA POR PAGAR A CN-COSTO POR PIEZA. LOS MESES
      * SE LIQUIDAN EN ORDEN, UNO POR CORRIDA, Y AL PROVEEDOR SE LE
      * IMPRIME SU ESTADO DE CUENTA (ESTADO-CONSIGNA-<PROV>.TXT) CON
      * LO RECIBIDO, VENDIDO, DEVUELTO Y EN EXISTENCIA.
      ******************************************************************
       6700-LIQUIDAR-CONSIGNACION.
           DISPLAY "ID DEL PROVEEDOR".
           ACCEPT WKS-PV-CAPTURADO.
           MOVE WKS-PV-CAPTURADO TO PV-ID.
           READ PROVEEDOR-FILE KEY IS PV-ID
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR: " PV-NOMBRE
                   PERFORM 6710-PEDIR-MES-LIQUIDA.

       6710-PEDIR-MES-LIQUIDA.
           DISPLAY "MES A LIQUIDAR (AAAAMM)".
           ACCEPT WKS-MES-LIQUIDA.
           IF WKS-ML-MES IS LESS THAN 1 OR
              WKS-ML-MES IS GREATER THAN 12 THEN
               DISPLAY "MES INVALIDO"
           ELSE
               MOVE WKS-MES-LIQUIDA TO WKS-MES-PREVIO
               SUBTRACT 1 FROM WKS-MP-MES
               IF WKS-MP-MES IS EQUAL TO 0 THEN
                   MOVE 12 TO WKS-MP-MES
                   SUBTRACT 1 FROM WKS-MP-ANIO
               END-IF
               PERFORM 6720-CARGAR-CONSIGNAS
               IF WKS-NUM-CL IS EQUAL TO 0 THEN
                   DISPLAY "SIN CONSIGNACIONES POR LIQUIDAR EN ESE MES"
               ELSE
                   PERFORM 6730-ACUMULAR-VENTAS
                   PERFORM 6750-FACTURAR-CONSIGNACION.

      * SOLO ENTRAN LOS PRODUCTOS VIGENTES DEL PROVEEDOR CUYO ULTIMO
      * MES LIQUIDADO ES EL ANTERIOR AL QUE SE PIDE
       6720-CARGAR-CONSIGNAS.
           MOVE 0 TO WKS-NUM-CL.
           MOVE "N" TO WKS-FIN-CONSIGNA.
           MOVE LOW-VALUES TO CN-RP-ID.
           START CONSIGNA-FILE KEY IS NOT LESS THAN CN-RP-ID
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONSIGNA.
           PERFORM 6722-LEER-CONSIGNA UNTIL WKS-EOF-CONSIGNA.

       6722-LEER-CONSIGNA.
           READ CONSIGNA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONSIGNA
               NOT AT END
                   IF CN-PV-ID IS EQUAL TO WKS-PV-CAPTURADO AND
                      CN-ACTIVA THEN
                       PERFORM 6724-AGREGAR-CONSIGNA.

       6724-AGREGAR-CONSIGNA.
           IF CN-LIQUIDADO-HASTA IS NOT LESS THAN WKS-MES-LIQUIDA THEN
               DISPLAY "PRODUCTO " CN-RP-ID " YA LIQUIDADO HASTA "
                       CN-LIQUIDADO-HASTA
           ELSE
           IF CN-LIQUIDADO-HASTA IS LESS THAN WKS-MES-PREVIO THEN
               DISPLAY "PRODUCTO " CN-RP-ID " DEBE LIQUIDARSE PRIMERO "
                       "EL MES SIGUIENTE A " CN-LIQUIDADO-HASTA
           ELSE
           IF WKS-NUM-CL IS NOT LESS THAN 200 THEN
               DISPLAY "DEMASIADOS PRODUCTOS, SE OMITE " CN-RP-ID
           ELSE
               ADD 1 TO WKS-NUM-CL
               MOVE CN-RP-ID TO WKS-CL-RP-ID(WKS-NUM-CL)
               MOVE CN-COSTO TO WKS-CL-COSTO(WKS-NUM-CL)
               MOVE 0 TO WKS-CL-VENDIDO(WKS-NUM-CL)
               MOVE 0 TO WKS-CL-DEVUELTO(WKS-NUM-CL).

       6730-ACUMULAR-VENTAS.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 6732-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.
           MOVE WKS-MES-LIQUIDA TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 6734-LEER-VENTA-ARCH UNTIL WKS-EOF-VENTAS
               CLOSE HIST-VENTAS.

       6732-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   IF TR-FECHA(1:6) IS EQUAL TO WKS-MES-LIQUIDA AND
                      TR-ESTADO IS NOT EQUAL TO "C" THEN
                       MOVE REG-VENTA TO WKS-VENTA-ARCHIVADA
                       PERFORM 6736-SUMAR-PARTIDA.

       6734-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   IF VA-ESTADO IS NOT EQUAL TO "C" THEN
                       PERFORM 6736-SUMAR-PARTIDA.

      * LA PARTIDA YA ESTA EN LA VISTA VA-; LAS DEVOLUCIONES DE
      * CLIENTES SE ACUMULAN APARTE Y RESTAN DE LO VENDIDO
       6736-SUMAR-PARTIDA.
           MOVE 1 TO WKS-IDX-CL.
           PERFORM 6738-BUSCAR-PARTIDA
               UNTIL WKS-IDX-CL IS GREATER THAN WKS-NUM-CL.

       6738-BUSCAR-PARTIDA.
           IF WKS-CL-RP-ID(WKS-IDX-CL) IS EQUAL TO VA-RP-ID THEN
               IF VA-TIPO IS EQUAL TO "D" THEN
                   ADD VA-CANTIDAD TO WKS-CL-DEVUELTO(WKS-IDX-CL)
               ELSE
                   ADD VA-CANTIDAD TO WKS-CL-VENDIDO(WKS-IDX-CL)
               END-IF
               MOVE WKS-NUM-CL TO WKS-IDX-CL.
           ADD 1 TO WKS-IDX-CL.

       6750-FACTURAR-CONSIGNACION.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-IMPORTE-CONSIGNA.
           MOVE 1 TO WKS-IDX-CL.
           PERFORM 6752-VALUAR-VENDIDO
               UNTIL WKS-IDX-CL IS GREATER THAN WKS-NUM-CL.
           MOVE 0 TO WKS-FP-ACTUAL.
           IF WKS-IMPORTE-CONSIGNA IS GREATER THAN 0 THEN
               PERFORM 6754-GRABAR-FACTURA-CN
               IF WKS-FP-ACTUAL IS EQUAL TO 0 THEN
                   DISPLAY "LIQUIDACION NO REGISTRADA, REINTENTE"
               ELSE
                   PERFORM 6760-CERRAR-MES-CONSIGNA
           ELSE
               DISPLAY "SIN VENTA NETA EN EL MES, NO HAY NADA QUE "
                       "PAGAR"
               PERFORM 6760-CERRAR-MES-CONSIGNA.

      * VENTA NETA DEL MES; SI LAS DEVOLUCIONES PASAN A LO VENDIDO
      * LA DIFERENCIA SE DESCUENTA DE LO YA LIQUIDADO
       6752-VALUAR-VENDIDO.
           COMPUTE WKS-CL-NETO(WKS-IDX-CL) =
                   WKS-CL-VENDIDO(WKS-IDX-CL) -
                   WKS-CL-DEVUELTO(WKS-IDX-CL).
           COMPUTE WKS-IMPORTE-CONSIGNA ROUNDED =
                   WKS-IMPORTE-CONSIGNA +
                   WKS-CL-NETO(WKS-IDX-CL) * WKS-CL-COSTO(WKS-IDX-CL).
           ADD 1 TO WKS-IDX-CL.

       6754-GRABAR-FACTURA-CN.
           PERFORM 7000-OBTENER-SIGUIENTE-FP.
           IF WKS-FP-ACTUAL IS GREATER THAN 0 THEN
               MOVE WKS-FP-ACTUAL TO FP-NUMERO
               MOVE WKS-PV-CAPTURADO TO FP-PV-ID
               MOVE SPACES TO FP-FACTURA
               STRING "CONSIG-" WKS-MES-LIQUIDA
                   DELIMITED BY SIZE INTO FP-FACTURA
               MOVE WKS-FECHA-HOY TO FP-FECHA
               MOVE 0 TO FP-OC
               MOVE WKS-IMPORTE-CONSIGNA TO FP-IMPORTE
               MOVE FP-FECHA TO WKS-FECHA-BASE
               MOVE PV-DIAS-CREDITO TO WKS-DIAS-SUMAR
               PERFORM 2710-FECHA-MAS-DIAS
               MOVE WKS-FECHA-RESULTADO TO FP-VENCE
               MOVE 0 TO FP-PAGADO
               MOVE "A" TO FP-ESTADO
               PERFORM 3060-LIMPIAR-DESGLOSE
               WRITE REG-FACTPROV
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR LA FACTURA"
                       MOVE 0 TO WKS-FP-ACTUAL
                   NOT INVALID KEY
                       MOVE WKS-IMPORTE-CONSIGNA TO WKS-IMPORTE-FORMAT
                       DISPLAY "LIQUIDACION REGISTRADA CON NUMERO "
                               "INTERNO " FP-NUMERO
                       DISPLAY "IMPORTE: " WKS-IMPORTE-FORMAT
                               " VENCE EL " FP-VENCE.

      * EL MES QUEDA LIQUIDADO EN CADA PRODUCTO Y SE IMPRIME EL
      * ESTADO DE CUENTA DEL PROVEEDOR
       6760-CERRAR-MES-CONSIGNA.
           MOVE WKS-PV-CAPTURADO TO WKS-ESTADO-CN-PV.
           MOVE WKS-NOMBRE-ESTADO-CN TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "ESTADO DE CONSIGNACION " WKS-MES-LIQUIDA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE SPACES TO WKS-REP-ENCABEZADO.
           STRING "PRODUCTO   NOMBRE                RECIBIDO"
                  "    VENDIDO   DEVUELTO EXISTENCIA"
               DELIMITED BY SIZE INTO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "PROVEEDOR " WKS-PV-CAPTURADO " " PV-NOMBRE(1:40)
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-CL.
           PERFORM 6762-CERRAR-PRODUCTO
               UNTIL WKS-IDX-CL IS GREATER THAN WKS-NUM-CL.
           MOVE WKS-IMPORTE-CONSIGNA TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "A PAGAR POR LO VENDIDO EN EL MES: "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-FP-ACTUAL IS GREATER THAN 0 THEN
               MOVE SPACES TO WKS-REP-LINEA
               STRING "CUENTA POR PAGAR NUMERO " WKS-FP-ACTUAL
                      " VENCE " FP-VENCE
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "ESTADO DE CUENTA IMPRESO EN " WKS-NOMBRE-ESTADO-CN.

       6762-CERRAR-PRODUCTO.
           MOVE WKS-CL-RP-ID(WKS-IDX-CL) TO CN-RP-ID.
           READ CONSIGNA-FILE KEY IS CN-RP-ID
               INVALID KEY
                   DISPLAY "CONSIGNACION NO ENCONTRADA: " CN-RP-ID
               NOT INVALID KEY
                   COMPUTE WKS-CN-ACUMULADO =
                           CN-VENDIDO + WKS-CL-NETO(WKS-IDX-CL)
                   IF WKS-CN-ACUMULADO IS LESS THAN 0 THEN
                       MOVE 0 TO WKS-CN-ACUMULADO
                   END-IF
                   MOVE WKS-CN-ACUMULADO TO CN-VENDIDO
                   MOVE WKS-MES-LIQUIDA TO CN-LIQUIDADO-HASTA
                   REWRITE REG-CONSIGNA
                       INVALID KEY
                           DISPLAY "NO SE PUDO CERRAR EL MES DE "
                                   CN-RP-ID
                   END-REWRITE
                   PERFORM 6764-RENGLON-ESTADO.
           ADD 1 TO WKS-IDX-CL.

       6764-RENGLON-ESTADO.
           MOVE SPACES TO WKS-NOMBRE-CN.
           MOVE 0 TO WKS-EXISTENCIA-CN.
           IF WKS-HAY-PRODUCTOS THEN
               MOVE CN-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       MOVE "(NO REGISTRADO)" TO WKS-NOMBRE-CN
                   NOT INVALID KEY
                       MOVE RP-NOMBRE TO WKS-NOMBRE-CN
                       MOVE RP-CANTIDAD TO WKS-EXISTENCIA-CN.
           MOVE CN-RECIBIDO TO WKS-CANT-CN-1.
           MOVE CN-VENDIDO TO WKS-CANT-CN-2.
           MOVE CN-DEVUELTO TO WKS-CANT-CN-3.
           MOVE WKS-EXISTENCIA-CN TO WKS-CANT-CN-4.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING CN-RP-ID " " WKS-NOMBRE-CN " " WKS-CANT-CN-1
                  WKS-CANT-CN-2 WKS-CANT-CN-3 WKS-CANT-CN-4
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-CL-VENDIDO(WKS-IDX-CL) TO WKS-CANT-CN-1.
           MOVE WKS-CL-DEVUELTO(WKS-IDX-CL) TO WKS-CANT-CN-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "           EN EL MES: VENDIDO " WKS-CANT-CN-1
                  " DEVUELTO POR CLIENTES " WKS-CANT-CN-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       7000-OBTENER-SIGUIENTE-FP.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.
           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY CONFIG-PROC.
