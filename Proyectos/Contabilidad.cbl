      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONTABILIDAD GENERAL POR PARTIDA DOBLE. MANTIENE EL
      *          CATALOGO DE CUENTAS (CATALOGO-CUENTAS.TXT, VER
      *          CTACONT.cpy; LA PRIMERA VEZ SE SIEMBRA EL CATALOGO
      *          BASE) Y CONTABILIZA CADA DIA EN POLIZAS.TXT (VER
      *          POLIZA.cpy) UNA POLIZA CUADRADA POR DOCUMENTO DE
      *          ORIGEN, CON SU REFERENCIA:
      *            VENTAS Y DEVOLUCIONES POR FOLIO (COBRO SEGUN LA
      *              FORMA DE PAGO, VENTA SIN IVA, IVA TRASLADADO Y
      *              COSTO DE VENTA CONTRA INVENTARIO, O CONTRA
      *              MERCANCIA POR FACTURAR SI ES DE CONSIGNACION),
      *            DIFERENCIAS DE LOS CORTES DE CAJA, DEPOSITOS AL
      *              BANCO Y MOVIMIENTOS DE CAJA,
      *            RECEPCIONES CONTRA ORDEN (RECEPCIONES.TXT) Y
      *              AJUSTES DE INVENTARIO AL COSTO,
      *            FACTURAS Y PAGOS A PROVEEDORES,
      *            PAGOS, INTERESES, CONDONACIONES Y CHEQUES
      *              DEVUELTOS DE CLIENTES,
      *            NOMINA DEL PERIODO (HISTORIA-NOMINA.TXT),
      *            DEPRECIACION DEL MES (DEPRECIACION.TXT) Y
      *            GASTOS DE OPERACION Y SU PAGO (GASTOS.TXT).
      *          LAS POLIZAS DEL DIA SE ARMAN PRIMERO EN
      *          POLIZAS-TRABAJO.TXT; SI UNA SOLA NO CUADRA NO SE
      *          ASIENTA NADA (CODIGO 8) Y EL ARCHIVO DE TRABAJO
      *          QUEDA PARA REVISION. UN DIA YA CONTABILIZADO NO SE
      *          VUELVE A CONTABILIZAR. AL CIERRE DEL MES SACA LA
      *          BALANZA DE COMPROBACION (BALANZA-AAAAMM.TXT: SALDO
      *          INICIAL, CARGOS, ABONOS Y SALDO FINAL POR CUENTA) Y
      *          EL LIBRO MAYOR (MAYOR-AAAAMM.TXT: CADA MOVIMIENTO
      *          DEL MES POR CUENTA CON SU SALDO CORRIDO).
      *          CON LA TARJETA TARJETA-CONTABILIDAD.TXT CORRE SIN
      *          CAPTURA: "CONTABILIZAR AAAAMMDD" (CADENA NOCTURNA)
      *          O "BALANZA AAAAMM" (CADENA MENSUAL).
      *          LAS VENTAS CANCELADAS DESPUES DEL DIA EN QUE SE
      *          CONTABILIZARON NO SE REVIERTEN AQUI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIDAD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO-CUENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS CT-CUENTA
                                   FILE STATUS CT-STATUS.

           SELECT POLIZA-FILE ASSIGN TO "POLIZAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PO-STATUS.

           SELECT POLTRAB-FILE ASSIGN TO "POLIZAS-TRABAJO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PT-STATUS.

           SELECT PO-KEY-FILE ASSIGN TO "LLAVE-POLIZAS.TXT"
                                   FILE STATUS POKEY-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT CIERRE-FILE ASSIGN TO "CIERRES-CAJA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT DEPOSITO-FILE ASSIGN TO "DEPOSITOS-BANCO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS DB-STATUS.

           SELECT CAJA-MOV-FILE ASSIGN TO "MOVIMIENTOS-CAJA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS MC-STATUS.

           SELECT RECEPCION-FILE ASSIGN TO "RECEPCIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RE-STATUS.

           SELECT AJUSTE-FILE ASSIGN TO "AJUSTES-INVENTARIO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AJ-STATUS.

           SELECT CONSIGNA-FILE ASSIGN TO "CONSIGNACIONES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CN-RP-ID
                                   FILE STATUS CN-STATUS.

           SELECT F-ARCHIVO ASSIGN TO WKS-RUTA-INVENTARIO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-ID
                                   ALTERNATE RECORD KEY RP-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RP-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS FS-STATUS.

           SELECT FACTPROV-FILE ASSIGN TO "FACTURAS-PROVEEDOR.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS FP-NUMERO
                                   FILE STATUS FP-STATUS.

           SELECT PAGOPROV-FILE ASSIGN TO "PAGOS-PROVEEDOR.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PP-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CUENTAS-CLIENTES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CU-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HN-LLAVE
                                   FILE STATUS HN-STATUS.

           SELECT DEPREC-FILE ASSIGN TO "DEPRECIACION.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS DE-STATUS.

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

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-CONTABILIDAD.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-FILE.
       01 REG-CATALOGO.
           COPY CTACONT.

       FD POLIZA-FILE.
       01 REG-POLIZA.
           COPY POLIZA.

      * MISMO TRAZADO; EL NUMERO ES RELATIVO AL DIA HASTA ASENTARLO
       FD POLTRAB-FILE.
       01 REG-POLTRAB.
           COPY POLIZA REPLACING LEADING ==PO== BY ==PT==.

       FD PO-KEY-FILE.
       01 REG-LLAVE-PO                         PIC 9(10).

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                       PIC X(150).

      * MISMO TRAZADO DEL CIERRE QUE ESCRIBE COMERCIO
       FD CIERRE-FILE.
       01 REG-CIERRE.
           02 CC-FECHA                         PIC 9(08).
           02 CC-HORA                          PIC 9(06).
           02 CC-NUM-TRANS                     PIC 9(05).
           02 CC-TOTAL-SISTEMA                 PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.
           02 CC-EFECTIVO                      PIC 9(13)V9(02).
           02 CC-DIFERENCIA                    PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.
           02 CC-CAJA                          PIC X(02).

      * MISMO TRAZADO DE DEPOSITOS-BANCO
       FD DEPOSITO-FILE.
       01 REG-DEPOSITO.
           02 DB-FECHA                         PIC 9(08).
           02 DB-IMPORTE                       PIC 9(13)V9(02).
           02 DB-REFERENCIA                    PIC X(15).
           02 DB-CORTE-DESDE                   PIC 9(08).
           02 DB-CORTE-HASTA                   PIC 9(08).

      * MISMO TRAZADO DE MOVIMIENTOS DE CAJA QUE ESCRIBE COMERCIO
       FD CAJA-MOV-FILE.
       01 REG-MOVCAJA.
           02 MC-FECHA                         PIC 9(08).
           02 MC-HORA                          PIC 9(06).
           02 MC-TIPO                          PIC X(01).
           02 MC-CONCEPTO                      PIC X(30).
           02 MC-IMPORTE                       PIC 9(11)V9(02).
           02 MC-OPERADOR                      PIC X(10).
           02 MC-CAJA                          PIC X(02).

       FD RECEPCION-FILE.
       01 REG-RECEPCION.
           COPY RECEPCION.

       FD AJUSTE-FILE.
       01 REG-AJUSTE.
           COPY AJUSTE.

       FD CONSIGNA-FILE.
       01 REG-CONSIGNA.
           COPY CONSIGNA.

       FD F-ARCHIVO.
       01 REG-PRODUCTO.
           COPY PRODUCTO.

       FD FACTPROV-FILE.
       01 REG-FACTPROV.
           COPY FACTPROV.

       FD PAGOPROV-FILE.
       01 REG-PAGOPROV.
           02 PP-FECHA                         PIC 9(08).
           02 PP-FP-NUMERO                     PIC 9(10).
           02 PP-TIPO                          PIC X(01).
           02 PP-IMPORTE                       PIC 9(13)V9(02).
           02 PP-REFERENCIA                    PIC X(15).

       FD CUENTA-FILE.
       01 REG-CUENTA.
           COPY CUENTACLI.

       FD HISTORIA-FILE.
       01 REG-HISTORIA.
           COPY HISTNOM.

       FD DEPREC-FILE.
       01 REG-DEPREC.
           02 DE-PERIODO                       PIC 9(06).
           02 DE-AC-ID                         PIC 9(10).
           02 DE-IMPORTE                       PIC 9(11)V9(02).
           02 DE-ACUMULADO                     PIC 9(11)V9(02).

       FD CTAGASTO-FILE.
       01 REG-CTAGASTO.
           COPY CTAGASTO.

       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.
      * LA RUTA DEL MAESTRO DE PRODUCTOS VIENE DE LA CONFIGURACION
           COPY CONFIG-WS.

       77 CT-STATUS               PIC X(02).
       77 PO-STATUS               PIC X(02).
       77 PT-STATUS               PIC X(02).
       77 POKEY-STATUS            PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 CC-STATUS               PIC X(02).
       77 DB-STATUS               PIC X(02).
       77 MC-STATUS               PIC X(02).
       77 RE-STATUS               PIC X(02).
       77 AJ-STATUS               PIC X(02).
       77 CN-STATUS               PIC X(02).
       77 FS-STATUS               PIC X(02).
       77 FP-STATUS               PIC X(02).
       77 PP-STATUS               PIC X(02).
       77 CU-STATUS               PIC X(02).
       77 HN-STATUS               PIC X(02).
       77 DE-STATUS               PIC X(02).
       77 CG-STATUS               PIC X(02).
       77 GA-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-OPCION-MENU         PIC 9(01).
       77 WKS-SALIR-MENU          PIC X(01) VALUE "N".
           88 WKS-FIN-MENU        VALUE "S".

      * CON LA TARJETA PRESENTE NO HAY CAPTURA (LAS CADENAS DEL
      * ORQUESTADOR LA DEJAN ESCRITA)
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".
       77 WKS-ACCION-LOTE         PIC X(01) VALUE SPACE.
           88 WKS-LOTE-CONTABILIZAR VALUE "C".
           88 WKS-LOTE-BALANZA    VALUE "B".
       77 WKS-FECHA-HOY           PIC 9(08).

       77 WKS-FECHA-POLIZA        PIC 9(08).
       01 WKS-MES-REPORTE         PIC 9(06).
       01 WKS-MES-REP-DESGLOSE REDEFINES WKS-MES-REPORTE.
           02 WKS-MR-ANIO         PIC 9(04).
           02 WKS-MR-MES          PIC 9(02).
       01 WKS-MES-PREVIO          PIC 9(06).
       01 WKS-MES-PREVIO-DESGLOSE REDEFINES WKS-MES-PREVIO.
           02 WKS-MP-ANIO         PIC 9(04).
           02 WKS-MP-MES          PIC 9(02).

      * CATALOGO
       77 WKS-CUENTA-CAPTURADA    PIC X(10).
       77 WKS-NOMBRE-CAPTURADO    PIC X(30).
       77 WKS-NATURALEZA-CAPT     PIC X(01).
       77 WKS-TIPO-CAPTURADO      PIC X(01).
       77 WKS-FIN-CATALOGO        PIC X(01) VALUE "N".
           88 WKS-EOF-CATALOGO    VALUE "S".
       77 WKS-CUENTAS-LISTADAS    PIC 9(04).

      * FIN DE ARCHIVO DE CADA ORIGEN
       77 WKS-FIN-POLIZAS         PIC X(01) VALUE "N".
           88 WKS-EOF-POLIZAS     VALUE "S".
       77 WKS-FIN-TRABAJO         PIC X(01) VALUE "N".
           88 WKS-EOF-TRABAJO     VALUE "S".
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-FIN-CIERRES         PIC X(01) VALUE "N".
           88 WKS-EOF-CIERRES     VALUE "S".
       77 WKS-FIN-DEPOSITOS       PIC X(01) VALUE "N".
           88 WKS-EOF-DEPOSITOS   VALUE "S".
       77 WKS-FIN-MOVCAJA         PIC X(01) VALUE "N".
           88 WKS-EOF-MOVCAJA     VALUE "S".
       77 WKS-FIN-RECEPCIONES     PIC X(01) VALUE "N".
           88 WKS-EOF-RECEPCIONES VALUE "S".
       77 WKS-FIN-AJUSTES         PIC X(01) VALUE "N".
           88 WKS-EOF-AJUSTES     VALUE "S".
       77 WKS-FIN-FACTURAS        PIC X(01) VALUE "N".
           88 WKS-EOF-FACTURAS    VALUE "S".
       77 WKS-FIN-PAGOS           PIC X(01) VALUE "N".
           88 WKS-EOF-PAGOS       VALUE "S".
       77 WKS-FIN-CUENTA          PIC X(01) VALUE "N".
           88 WKS-EOF-CUENTA      VALUE "S".
       77 WKS-FIN-HISTORIA        PIC X(01) VALUE "N".
           88 WKS-EOF-HISTORIA    VALUE "S".
       77 WKS-FIN-DEPREC          PIC X(01) VALUE "N".
           88 WKS-EOF-DEPREC      VALUE "S".
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".

      * ARCHIVOS DE CONSULTA QUE PUEDEN NO EXISTIR
       77 WKS-CONSIGNA-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CONSIGNA    VALUE "S".
       77 WKS-PRODUCTOS-SW        PIC X(01) VALUE "N".
           88 WKS-HAY-PRODUCTOS   VALUE "S".
       77 WKS-CTAGASTO-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CTAGASTO    VALUE "S".
       77 WKS-ES-CONSIGNA-SW      PIC X(01) VALUE "N".
           88 WKS-ES-CONSIGNA     VALUE "S".

      * DIA YA CONTABILIZADO Y DEPRECIACIONES YA ASENTADAS
       77 WKS-DIA-POSTEADO-SW     PIC X(01) VALUE "N".
           88 WKS-DIA-POSTEADO    VALUE "S".
       77 WKS-DEP-PREVIO-SW       PIC X(01) VALUE "N".
           88 WKS-DEP-PREVIO-HECHA VALUE "S".
       77 WKS-DEP-ACTUAL-SW       PIC X(01) VALUE "N".
           88 WKS-DEP-ACTUAL-HECHA VALUE "S".
       77 WKS-REF-DEPREC-PREVIO   PIC X(20).
       77 WKS-REF-DEPREC-ACTUAL   PIC X(20).

      * VENTA EN CURSO (VIVA O ARCHIVADA, EN EL MISMO TRAZADO)
       01 WKS-VENTA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VT==.
       77 WKS-FOLIO-ABIERTO       PIC 9(10) VALUE 0.
       77 WKS-IMPORTE-PARTIDA     PIC S9(13)V9(02).
       77 WKS-IVA-PARTIDA         PIC S9(13)V9(02).
       77 WKS-NETO-PARTIDA        PIC S9(13)V9(02).
       77 WKS-COSTO-PARTIDA       PIC S9(13)V9(02).
       77 WKS-CUENTA-COBRO        PIC X(10).
       77 WKS-CUENTA-INGRESO      PIC X(10).
       77 WKS-CUENTA-ALMACEN      PIC X(10).

      * OTROS IMPORTES DE TRABAJO
       77 WKS-IMPORTE-TRABAJO     PIC S9(13)V9(02).
       77 WKS-NOM-BRUTO           PIC 9(13)V9(02).
       77 WKS-NOM-IMPUESTO        PIC 9(13)V9(02).
       77 WKS-NOM-SEG-SOCIAL      PIC 9(13)V9(02).
       77 WKS-NOM-NETO            PIC 9(13)V9(02).
       77 WKS-NOM-OTRAS           PIC S9(13)V9(02).
       77 WKS-NOM-EMPLEADOS       PIC 9(05).
       77 WKS-DEP-MES             PIC 9(06).
       77 WKS-DEP-TOTAL           PIC 9(13)V9(02).

      * POLIZA EN CURSO: UN RENGLON POR CUENTA CON SU CARGO Y SU
      * ABONO ACUMULADOS (SE ESCRIBEN POR SEPARADO)
       01 WKS-POLIZA-ACTUAL.
           02 WKS-PA-RENGLON OCCURS 30 TIMES.
               03 WKS-PA-CUENTA       PIC X(10).
               03 WKS-PA-CARGO        PIC 9(13)V9(02).
               03 WKS-PA-ABONO        PIC 9(13)V9(02).
       77 WKS-NUM-PA              PIC 9(03) VALUE 0.
       77 WKS-IDX-PA              PIC 9(03) VALUE 0.
       77 WKS-POS-PA              PIC 9(03) VALUE 0.
       77 WKS-PA-TIPO             PIC X(02).
       77 WKS-PA-REFERENCIA       PIC X(20).
       77 WKS-PA-CONCEPTO         PIC X(30).
       77 WKS-PA-DESBORDE         PIC X(01) VALUE "N".
           88 WKS-POLIZA-DESBORDADA VALUE "S".
       77 WKS-PA-CARGOS           PIC 9(15)V9(02).
       77 WKS-PA-ABONOS           PIC 9(15)V9(02).
       77 WKS-RENGLON-POLIZA      PIC 9(03).
       77 WKS-MOV-CUENTA          PIC X(10).
       77 WKS-MOV-IMPORTE         PIC S9(13)V9(02).

      * CIFRAS DE LA CORRIDA
       77 WKS-POLIZAS-DIA         PIC 9(08) VALUE 0.
       77 WKS-POLIZAS-DESCUADRADAS PIC 9(05) VALUE 0.
       77 WKS-PO-BASE             PIC 9(10).
       77 WKS-RENGLONES-ASENTADOS PIC 9(07).
       77 WKS-TOTAL-CARGOS-DIA    PIC 9(15)V9(02).
       77 WKS-TOTAL-ABONOS-DIA    PIC 9(15)V9(02).

      * BALANZA: TABLA DE CUENTAS CON SALDO INICIAL (CARGOS MENOS
      * ABONOS ANTERIORES AL MES) Y MOVIMIENTOS DEL MES
       01 WKS-TABLA-CT.
           02 WKS-BC-RENGLON OCCURS 300 TIMES.
               03 WKS-BC-CUENTA       PIC X(10).
               03 WKS-BC-NOMBRE       PIC X(30).
               03 WKS-BC-NATURALEZA   PIC X(01).
               03 WKS-BC-INICIAL      PIC S9(13)V9(02).
               03 WKS-BC-CARGOS       PIC 9(13)V9(02).
               03 WKS-BC-ABONOS       PIC 9(13)V9(02).
       77 WKS-NUM-BC              PIC 9(03) VALUE 0.
       77 WKS-IDX-BC              PIC 9(03) VALUE 0.
       77 WKS-POS-BC              PIC 9(03) VALUE 0.
       77 WKS-BC-LLENA            PIC X(01) VALUE "N".
           88 WKS-TABLA-BC-LLENA  VALUE "S".
       77 WKS-SALDO-INICIAL       PIC S9(13)V9(02).
       77 WKS-SALDO-FINAL         PIC S9(13)V9(02).
       77 WKS-SALDO-CORRIDO       PIC S9(13)V9(02).
       77 WKS-BAL-CARGOS          PIC 9(15)V9(02).
       77 WKS-BAL-ABONOS          PIC 9(15)V9(02).
       77 WKS-BAL-DEUDOR          PIC S9(15)V9(02).
       77 WKS-BAL-ACREEDOR        PIC S9(15)V9(02).
       77 WKS-CTA-CARGOS          PIC 9(13)V9(02).
       77 WKS-CTA-ABONOS          PIC 9(13)V9(02).

      * FORMATOS DE IMPRESION
       77 WKS-SALDO-FORMAT        PIC -Z(8)9.99.
       77 WKS-SALDO2-FORMAT       PIC -Z(8)9.99.
       77 WKS-CARGO-FORMAT        PIC Z(9)9.99.
       77 WKS-ABONO-FORMAT        PIC Z(9)9.99.
       77 WKS-TOTAL-FORMAT        PIC -Z(12)9.99.
       77 WKS-TOTAL2-FORMAT       PIC -Z(12)9.99.
       77 WKS-CONTADOR-FORMAT     PIC Z(06)9.

      * APERTURA CON REINTENTO DEL ARCHIVO DE LLAVES
       77 WKS-INTENTOS-LLAVE      PIC 9(01).
       77 WKS-LLAVE-ABIERTA       PIC X(01) VALUE "N".
           88 WKS-LLAVE-OK        VALUE "S".
       77 WKS-SEGUNDOS-ESPERA     PIC 9(08) COMP VALUE 1.

           COPY REPORTE-WS.
           COPY FECHA-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONTABILIDAD GENERAL ===".
           MOVE 0 TO RETURN-CODE.
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-CATALOGO.
           PERFORM 0100-REVISAR-TARJETA.
           IF WKS-MODO-LOTE THEN
               IF WKS-LOTE-CONTABILIZAR THEN
                   DISPLAY "DIA A CONTABILIZAR (TARJETA): "
                           WKS-FECHA-POLIZA
                   PERFORM 3000-CONTABILIZAR-DIA
               ELSE
               IF WKS-LOTE-BALANZA THEN
                   DISPLAY "MES DE LA BALANZA (TARJETA): "
                           WKS-MES-REPORTE
                   PERFORM 6000-BALANZA-Y-MAYOR
               ELSE
                   DISPLAY "TARJETA SIN ACCION RECONOCIDA"
                   MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-MENU UNTIL WKS-FIN-MENU.
           CLOSE CATALOGO-FILE.
           GOBACK.

      * LA TARJETA ("CONTABILIZAR AAAAMMDD" O "BALANZA AAAAMM") SE
      * BORRA COMO EN LOS DEMAS LOTES; SIN FECHA LEGIBLE SE
      * CONTABILIZA HOY O SE SACA LA BALANZA DEL MES ANTERIOR
       0100-REVISAR-TARJETA.
           OPEN INPUT TARJETA-FILE.
           IF TJ-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EN-LOTE
               READ TARJETA-FILE
                   AT END
                       MOVE SPACES TO REG-TARJETA
               END-READ
               CLOSE TARJETA-FILE
               DELETE FILE TARJETA-FILE
               PERFORM 0110-LEER-ACCION.

       0110-LEER-ACCION.
           IF REG-TARJETA(1:12) IS EQUAL TO "CONTABILIZAR" THEN
               MOVE "C" TO WKS-ACCION-LOTE
               IF REG-TARJETA(14:8) IS NUMERIC THEN
                   MOVE REG-TARJETA(14:8) TO WKS-FECHA-POLIZA
               ELSE
                   DISPLAY "TARJETA SIN FECHA LEGIBLE, SE "
                           "CONTABILIZA EL DIA DE HOY"
                   MOVE WKS-FECHA-HOY TO WKS-FECHA-POLIZA
               END-IF
           ELSE
           IF REG-TARJETA(1:7) IS EQUAL TO "BALANZA" THEN
               MOVE "B" TO WKS-ACCION-LOTE
               IF REG-TARJETA(9:6) IS NUMERIC THEN
                   MOVE REG-TARJETA(9:6) TO WKS-MES-REPORTE
               ELSE
                   DISPLAY "TARJETA SIN MES LEGIBLE, SE SACA LA "
                           "BALANZA DEL MES ANTERIOR"
                   PERFORM 0120-MES-ANTERIOR.

       0120-MES-ANTERIOR.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-REPORTE.
           IF WKS-MR-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MR-MES
               SUBTRACT 1 FROM WKS-MR-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MR-MES.

      ******************************************************************
      * CATALOGO DE CUENTAS: SI NO EXISTE SE CREA CON EL CATALOGO
      * BASE QUE USA LA CONTABILIZACION
      ******************************************************************
       1000-ABRIR-CATALOGO.
           OPEN I-O CATALOGO-FILE.
           IF CT-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CATALOGO-FILE
               CLOSE CATALOGO-FILE
               OPEN I-O CATALOGO-FILE
               PERFORM 1100-SEMBRAR-CATALOGO.

       1100-SEMBRAR-CATALOGO.
           DISPLAY "SE CREA EL CATALOGO DE CUENTAS BASE".
           MOVE "101" TO CT-CUENTA.
           MOVE "CAJA" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "102" TO CT-CUENTA.
           MOVE "BANCOS" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "103" TO CT-CUENTA.
           MOVE "TARJETAS POR COBRAR" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "105" TO CT-CUENTA.
           MOVE "CLIENTES" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "106" TO CT-CUENTA.
           MOVE "DEUDORES EMPLEADOS" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "107" TO CT-CUENTA.
           MOVE "COBRANZA EN RUTA" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "115" TO CT-CUENTA.
           MOVE "INVENTARIO" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "118" TO CT-CUENTA.
           MOVE "IVA ACREDITABLE" TO CT-NOMBRE.
           PERFORM 1110-ALTA-ACTIVO.
           MOVE "171" TO CT-CUENTA.
           MOVE "DEPRECIACION ACUMULADA" TO CT-NOMBRE.
           MOVE "A" TO CT-NATURALEZA.
           MOVE "A" TO CT-TIPO.
           PERFORM 1120-ESCRIBIR-CUENTA.
           MOVE "201" TO CT-CUENTA.
           MOVE "PROVEEDORES" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "205" TO CT-CUENTA.
           MOVE "ACREEDORES DIVERSOS" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "206" TO CT-CUENTA.
           MOVE "MERCANCIA RECIBIDA POR FACTURAR" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "207" TO CT-CUENTA.
           MOVE "ANTICIPOS DE CLIENTES" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "208" TO CT-CUENTA.
           MOVE "IVA TRASLADADO" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "210" TO CT-CUENTA.
           MOVE "NOMINA POR PAGAR" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "213" TO CT-CUENTA.
           MOVE "ISR RETENIDO" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "214" TO CT-CUENTA.
           MOVE "IMSS POR PAGAR" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "215" TO CT-CUENTA.
           MOVE "OTRAS RETENCIONES" TO CT-NOMBRE.
           PERFORM 1130-ALTA-PASIVO.
           MOVE "301" TO CT-CUENTA.
           MOVE "CAPITAL SOCIAL" TO CT-NOMBRE.
           MOVE "A" TO CT-NATURALEZA.
           MOVE "C" TO CT-TIPO.
           PERFORM 1120-ESCRIBIR-CUENTA.
           MOVE "302" TO CT-CUENTA.
           MOVE "RESULTADOS ACUMULADOS" TO CT-NOMBRE.
           PERFORM 1120-ESCRIBIR-CUENTA.
           MOVE "401" TO CT-CUENTA.
           MOVE "VENTAS" TO CT-NOMBRE.
           MOVE "A" TO CT-NATURALEZA.
           MOVE "I" TO CT-TIPO.
           PERFORM 1120-ESCRIBIR-CUENTA.
           MOVE "402" TO CT-CUENTA.
           MOVE "DEVOLUCIONES SOBRE VENTAS" TO CT-NOMBRE.
           MOVE "D" TO CT-NATURALEZA.
           PERFORM 1120-ESCRIBIR-CUENTA.
           MOVE "403" TO CT-CUENTA.
           MOVE "OTROS INGRESOS" TO CT-NOMBRE.
           MOVE "A" TO CT-NATURALEZA.
           PERFORM 1120-ESCRIBIR-CUENTA.
           MOVE "501" TO CT-CUENTA.
           MOVE "COSTO DE VENTAS" TO CT-NOMBRE.
           PERFORM 1140-ALTA-GASTO.
           MOVE "601" TO CT-CUENTA.
           MOVE "SUELDOS Y SALARIOS" TO CT-NOMBRE.
           PERFORM 1140-ALTA-GASTO.
           MOVE "602" TO CT-CUENTA.
           MOVE "GASTOS DE OPERACION" TO CT-NOMBRE.
           PERFORM 1140-ALTA-GASTO.
           MOVE "603" TO CT-CUENTA.
           MOVE "GASTOS PAGADOS POR CAJA" TO CT-NOMBRE.
           PERFORM 1140-ALTA-GASTO.
           MOVE "604" TO CT-CUENTA.
           MOVE "DEPRECIACION DEL EJERCICIO" TO CT-NOMBRE.
           PERFORM 1140-ALTA-GASTO.
           MOVE "605" TO CT-CUENTA.
           MOVE "MERMAS Y AJUSTES DE INVENTARIO" TO CT-NOMBRE.
           PERFORM 1140-ALTA-GASTO.
           MOVE "606" TO CT-CUENTA.
           MOVE "DIFERENCIAS DE CAJA" TO CT-NOMBRE.
           PERFORM 1140-ALTA-GASTO.

       1110-ALTA-ACTIVO.
           MOVE "D" TO CT-NATURALEZA.
           MOVE "A" TO CT-TIPO.
           PERFORM 1120-ESCRIBIR-CUENTA.

       1130-ALTA-PASIVO.
           MOVE "A" TO CT-NATURALEZA.
           MOVE "P" TO CT-TIPO.
           PERFORM 1120-ESCRIBIR-CUENTA.

       1140-ALTA-GASTO.
           MOVE "D" TO CT-NATURALEZA.
           MOVE "G" TO CT-TIPO.
           PERFORM 1120-ESCRIBIR-CUENTA.

       1120-ESCRIBIR-CUENTA.
           WRITE REG-CATALOGO
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE ALTA LA CUENTA "
                           CT-CUENTA.

       2000-MENU.
           DISPLAY "1-. ALTA O CAMBIO DE CUENTA CONTABLE".
           DISPLAY "2-. CATALOGO DE CUENTAS".
           DISPLAY "3-. CONTABILIZAR UN DIA (POLIZAS)".
           DISPLAY "4-. BALANZA DE COMPROBACION Y MAYOR DEL MES".
           DISPLAY "9-. SALIR".
           ACCEPT WKS-OPCION-MENU.
           IF WKS-OPCION-MENU IS EQUAL TO 1 THEN
               PERFORM 2100-ALTA-CUENTA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 2 THEN
               PERFORM 2200-LISTAR-CATALOGO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 3 THEN
               DISPLAY "DIA A CONTABILIZAR (AAAAMMDD, 0 = HOY)"
               ACCEPT WKS-FECHA-POLIZA
               IF WKS-FECHA-POLIZA IS EQUAL TO 0 THEN
                   MOVE WKS-FECHA-HOY TO WKS-FECHA-POLIZA
               END-IF
               PERFORM 3000-CONTABILIZAR-DIA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 4 THEN
               DISPLAY "MES (AAAAMM, 0 = MES ANTERIOR)"
               ACCEPT WKS-MES-REPORTE
               IF WKS-MES-REPORTE IS EQUAL TO 0 THEN
                   PERFORM 0120-MES-ANTERIOR
               END-IF
               PERFORM 6000-BALANZA-Y-MAYOR
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 9 THEN
               MOVE "S" TO WKS-SALIR-MENU
           ELSE
               DISPLAY "OPCION INVALIDA".

      * UNA CUENTA NUEVA PIDE NATURALEZA Y TIPO; UNA EXISTENTE SOLO
      * CAMBIA SU NOMBRE (LA NATURALEZA YA TIENE MOVIMIENTOS ENCIMA)
       2100-ALTA-CUENTA.
           DISPLAY "NUMERO DE CUENTA (HASTA 10 POSICIONES)".
           ACCEPT WKS-CUENTA-CAPTURADA.
           IF WKS-CUENTA-CAPTURADA IS EQUAL TO SPACES THEN
               DISPLAY "LA CUENTA NO PUEDE IR EN BLANCO"
           ELSE
               MOVE WKS-CUENTA-CAPTURADA TO CT-CUENTA
               READ CATALOGO-FILE KEY IS CT-CUENTA
                   INVALID KEY
                       PERFORM 2110-NUEVA-CUENTA
                   NOT INVALID KEY
                       PERFORM 2120-CAMBIAR-CUENTA.

       2110-NUEVA-CUENTA.
           DISPLAY "NOMBRE DE LA CUENTA".
           ACCEPT WKS-NOMBRE-CAPTURADO.
           DISPLAY "NATURALEZA (D = DEUDORA, A = ACREEDORA)".
           ACCEPT WKS-NATURALEZA-CAPT.
           DISPLAY "TIPO (A=ACTIVO P=PASIVO C=CAPITAL I=INGRESO "
                   "G=COSTO/GASTO)".
           ACCEPT WKS-TIPO-CAPTURADO.
           IF WKS-NOMBRE-CAPTURADO IS EQUAL TO SPACES OR
              WKS-NATURALEZA-CAPT IS NOT EQUAL TO "D" AND "A" OR
              WKS-TIPO-CAPTURADO IS NOT EQUAL TO
                  "A" AND "P" AND "C" AND "I" AND "G" THEN
               DISPLAY "DATOS INCOMPLETOS, NO SE DIO DE ALTA"
           ELSE
               MOVE WKS-CUENTA-CAPTURADA TO CT-CUENTA
               MOVE WKS-NOMBRE-CAPTURADO TO CT-NOMBRE
               MOVE WKS-NATURALEZA-CAPT TO CT-NATURALEZA
               MOVE WKS-TIPO-CAPTURADO TO CT-TIPO
               WRITE REG-CATALOGO
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA LA CUENTA"
                   NOT INVALID KEY
                       DISPLAY "CUENTA " CT-CUENTA " DADA DE ALTA".

       2120-CAMBIAR-CUENTA.
           DISPLAY "CUENTA EXISTENTE: " CT-NOMBRE " NATURALEZA "
                   CT-NATURALEZA " TIPO " CT-TIPO.
           DISPLAY "NOMBRE NUEVO (EN BLANCO = SIN CAMBIO)".
           ACCEPT WKS-NOMBRE-CAPTURADO.
           IF WKS-NOMBRE-CAPTURADO IS EQUAL TO SPACES THEN
               DISPLAY "SIN CAMBIO"
           ELSE
               MOVE WKS-NOMBRE-CAPTURADO TO CT-NOMBRE
               REWRITE REG-CATALOGO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA"
                   NOT INVALID KEY
                       DISPLAY "CUENTA " CT-CUENTA " ACTUALIZADA".

       2200-LISTAR-CATALOGO.
           DISPLAY "=== CATALOGO DE CUENTAS ===".
           MOVE 0 TO WKS-CUENTAS-LISTADAS.
           MOVE "N" TO WKS-FIN-CATALOGO.
           MOVE LOW-VALUES TO CT-CUENTA.
           START CATALOGO-FILE KEY IS NOT LESS THAN CT-CUENTA
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CATALOGO.
           PERFORM 2210-MOSTRAR-CUENTA UNTIL WKS-EOF-CATALOGO.
           IF WKS-CUENTAS-LISTADAS IS EQUAL TO 0 THEN
               DISPLAY "CATALOGO VACIO".

       2210-MOSTRAR-CUENTA.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CATALOGO
               NOT AT END
                   ADD 1 TO WKS-CUENTAS-LISTADAS
                   DISPLAY CT-CUENTA " " CT-NOMBRE " "
                           CT-NATURALEZA " " CT-TIPO.

      ******************************************************************
      * CONTABILIZACION DEL DIA: CADA ORIGEN ARMA SUS POLIZAS EN EL
      * ARCHIVO DE TRABAJO; SOLO SI TODAS CUADRAN SE AGREGAN A
      * POLIZAS.TXT CON SU NUMERO DEFINITIVO
      ******************************************************************
       3000-CONTABILIZAR-DIA.
           MOVE WKS-FECHA-POLIZA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, NO SE CONTABILIZA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3010-REVISAR-POLIZAS
               IF WKS-DIA-POSTEADO THEN
                   DISPLAY "EL DIA " WKS-FECHA-POLIZA
                           " YA ESTA CONTABILIZADO"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 3100-ARMAR-POLIZAS
                   PERFORM 3200-RESULTADO-DEL-DIA.

      * UNA SOLA PASADA A POLIZAS.TXT: SI EL DIA YA TIENE POLIZAS Y
      * SI LA DEPRECIACION DEL MES ANTERIOR Y LA DEL MES DEL DIA YA
      * QUEDARON ASENTADAS
       3010-REVISAR-POLIZAS.
           MOVE "N" TO WKS-DIA-POSTEADO-SW.
           MOVE "N" TO WKS-DEP-PREVIO-SW.
           MOVE "N" TO WKS-DEP-ACTUAL-SW.
           MOVE WKS-FECHA-POLIZA(1:6) TO WKS-MES-PREVIO.
           IF WKS-MP-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MP-MES
               SUBTRACT 1 FROM WKS-MP-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MP-MES.
           MOVE SPACES TO WKS-REF-DEPREC-PREVIO.
           STRING "DEPREC " WKS-MES-PREVIO
               DELIMITED BY SIZE INTO WKS-REF-DEPREC-PREVIO.
           MOVE SPACES TO WKS-REF-DEPREC-ACTUAL.
           STRING "DEPREC " WKS-FECHA-POLIZA(1:6)
               DELIMITED BY SIZE INTO WKS-REF-DEPREC-ACTUAL.
           MOVE "N" TO WKS-FIN-POLIZAS.
           OPEN INPUT POLIZA-FILE.
           IF PO-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-POLIZAS
           ELSE
               PERFORM 3011-LEER-POLIZA UNTIL WKS-EOF-POLIZAS
               CLOSE POLIZA-FILE.

       3011-LEER-POLIZA.
           READ POLIZA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-POLIZAS
               NOT AT END
                   IF PO-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       MOVE "S" TO WKS-DIA-POSTEADO-SW
                   END-IF
                   IF PO-TIPO IS EQUAL TO "DE" THEN
                       IF PO-REFERENCIA IS EQUAL TO
                          WKS-REF-DEPREC-PREVIO THEN
                           MOVE "S" TO WKS-DEP-PREVIO-SW
                       END-IF
                       IF PO-REFERENCIA IS EQUAL TO
                          WKS-REF-DEPREC-ACTUAL THEN
                           MOVE "S" TO WKS-DEP-ACTUAL-SW.

       3100-ARMAR-POLIZAS.
           MOVE 0 TO WKS-POLIZAS-DIA.
           MOVE 0 TO WKS-POLIZAS-DESCUADRADAS.
           MOVE 0 TO WKS-TOTAL-CARGOS-DIA.
           MOVE 0 TO WKS-TOTAL-ABONOS-DIA.
           MOVE "N" TO WKS-CONSIGNA-SW.
           OPEN INPUT CONSIGNA-FILE.
           IF CN-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CONSIGNA-SW.
           MOVE "N" TO WKS-PRODUCTOS-SW.
           OPEN INPUT F-ARCHIVO.
           IF FS-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-PRODUCTOS-SW.
           MOVE "N" TO WKS-CTAGASTO-SW.
           OPEN INPUT CTAGASTO-FILE.
           IF CG-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CTAGASTO-SW.
           OPEN OUTPUT POLTRAB-FILE.
           PERFORM 4000-POLIZAS-VENTAS.
           PERFORM 4100-POLIZAS-CORTES.
           PERFORM 4200-POLIZAS-DEPOSITOS.
           PERFORM 4300-POLIZAS-MOVCAJA.
           PERFORM 4400-POLIZAS-RECEPCIONES.
           PERFORM 4500-POLIZAS-AJUSTES.
           PERFORM 4600-POLIZAS-FACTURAS-PROV.
           PERFORM 4700-POLIZAS-PAGOS-PROV.
           PERFORM 4800-POLIZAS-CLIENTES.
           PERFORM 4900-POLIZA-NOMINA.
           PERFORM 5000-POLIZAS-DEPRECIACION.
           PERFORM 5100-POLIZAS-GASTOS.
           CLOSE POLTRAB-FILE.
           IF WKS-HAY-CONSIGNA THEN
               CLOSE CONSIGNA-FILE.
           IF WKS-HAY-PRODUCTOS THEN
               CLOSE F-ARCHIVO.
           IF WKS-HAY-CTAGASTO THEN
               CLOSE CTAGASTO-FILE.

      * UNA POLIZA DESCUADRADA DETIENE TODO EL DIA: NO SE ASIENTA
      * NADA Y EL ARCHIVO DE TRABAJO QUEDA PARA REVISARLO
       3200-RESULTADO-DEL-DIA.
           MOVE WKS-POLIZAS-DIA TO WKS-CONTADOR-FORMAT.
           DISPLAY "POLIZAS ARMADAS: " WKS-CONTADOR-FORMAT.
           IF WKS-POLIZAS-DESCUADRADAS IS GREATER THAN 0 THEN
               MOVE WKS-POLIZAS-DESCUADRADAS TO WKS-CONTADOR-FORMAT
               DISPLAY "POLIZAS QUE NO CUADRAN: " WKS-CONTADOR-FORMAT
               DISPLAY "NO SE CONTABILIZO NADA DEL DIA; REVISE "
                       "POLIZAS-TRABAJO.TXT"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WKS-POLIZAS-DIA IS EQUAL TO 0 THEN
               DISPLAY "SIN MOVIMIENTOS QUE CONTABILIZAR EL DIA "
                       WKS-FECHA-POLIZA
               DELETE FILE POLTRAB-FILE
           ELSE
               PERFORM 3300-ASENTAR-POLIZAS.

      * EL NUMERO DEFINITIVO ES EL CONSECUTIVO DE LLAVE-POLIZAS.TXT
      * MAS EL NUMERO RELATIVO DEL DIA; LA LLAVE QUEDA EN EL ULTIMO
       3300-ASENTAR-POLIZAS.
           PERFORM 7000-ABRIR-LLAVE-POLIZAS.
           IF NOT WKS-LLAVE-OK THEN
               DISPLAY "NO SE CONTABILIZO; REINTENTE EN UN MOMENTO"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WKS-RENGLONES-ASENTADOS
               MOVE "N" TO WKS-FIN-TRABAJO
               OPEN INPUT POLTRAB-FILE
               OPEN EXTEND POLIZA-FILE
               IF PO-STATUS IS EQUAL TO "35" THEN
                   OPEN OUTPUT POLIZA-FILE
               END-IF
               PERFORM 3310-PASAR-RENGLON UNTIL WKS-EOF-TRABAJO
               CLOSE POLIZA-FILE
               CLOSE POLTRAB-FILE
               DELETE FILE POLTRAB-FILE
               COMPUTE REG-LLAVE-PO = WKS-PO-BASE + WKS-POLIZAS-DIA
               REWRITE REG-LLAVE-PO
               CLOSE PO-KEY-FILE
               PERFORM 3320-MOSTRAR-TOTALES.

       3310-PASAR-RENGLON.
           READ POLTRAB-FILE
               AT END
                   MOVE "S" TO WKS-FIN-TRABAJO
               NOT AT END
                   MOVE REG-POLTRAB TO REG-POLIZA
                   COMPUTE PO-NUMERO = WKS-PO-BASE + PT-NUMERO
                   WRITE REG-POLIZA
                   ADD 1 TO WKS-RENGLONES-ASENTADOS.

       3320-MOSTRAR-TOTALES.
           MOVE WKS-RENGLONES-ASENTADOS TO WKS-CONTADOR-FORMAT.
           DISPLAY "DIA " WKS-FECHA-POLIZA " CONTABILIZADO, "
                   WKS-CONTADOR-FORMAT " RENGLONES EN POLIZAS.TXT".
           MOVE WKS-TOTAL-CARGOS-DIA TO WKS-TOTAL-FORMAT.
           MOVE WKS-TOTAL-ABONOS-DIA TO WKS-TOTAL2-FORMAT.
           DISPLAY "CARGOS " WKS-TOTAL-FORMAT
                   "  ABONOS " WKS-TOTAL2-FORMAT.

      ******************************************************************
      * VENTAS Y DEVOLUCIONES DEL DIA (VIVAS Y, SI EL MES YA SE
      * ARCHIVO, DEL ARCHIVO DEL MES): UNA POLIZA POR FOLIO. EL
      * ARCHIVO VIENE EN ORDEN DE FOLIO Y PARTIDA
      ******************************************************************
       4000-POLIZAS-VENTAS.
           MOVE 0 TO WKS-FOLIO-ABIERTO.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 4010-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.
           MOVE WKS-FECHA-POLIZA(1:6) TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 4020-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           IF WKS-FOLIO-ABIERTO IS GREATER THAN 0 THEN
               PERFORM 8200-CERRAR-POLIZA.

       4010-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   IF TR-FECHA IS EQUAL TO WKS-FECHA-POLIZA AND
                      TR-ESTADO IS NOT EQUAL TO "C" THEN
                       MOVE REG-VENTA TO WKS-VENTA
                       PERFORM 4030-PARTIDA-VENTA.

       4020-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA
                   IF VT-FECHA IS EQUAL TO WKS-FECHA-POLIZA AND
                      VT-ESTADO IS NOT EQUAL TO "C" THEN
                       PERFORM 4030-PARTIDA-VENTA.

      * COBRO SEGUN LA FORMA DE PAGO CONTRA VENTA SIN IVA E IVA; EL
      * COSTO SALE DEL ALMACEN (O QUEDA A DEBER AL PROVEEDOR SI ES
      * MERCANCIA EN CONSIGNACION). LA DEVOLUCION VA AL REVES
       4030-PARTIDA-VENTA.
           IF VT-FOLIO IS NOT EQUAL TO WKS-FOLIO-ABIERTO THEN
               IF WKS-FOLIO-ABIERTO IS GREATER THAN 0 THEN
                   PERFORM 8200-CERRAR-POLIZA
               END-IF
               MOVE VT-FOLIO TO WKS-FOLIO-ABIERTO
               PERFORM 8000-INICIAR-POLIZA
               MOVE "VT" TO WKS-PA-TIPO
               STRING "FOLIO " VT-FOLIO
                   DELIMITED BY SIZE INTO WKS-PA-REFERENCIA
               IF VT-TIPO IS EQUAL TO "D" THEN
                   MOVE "DEVOLUCION DE VENTA" TO WKS-PA-CONCEPTO
               ELSE
                   MOVE "VENTA DE MOSTRADOR" TO WKS-PA-CONCEPTO.
           COMPUTE WKS-IMPORTE-PARTIDA ROUNDED =
                   VT-CANTIDAD * VT-PRECIO.
           MOVE 0 TO WKS-IVA-PARTIDA.
           IF VT-IVA-IMPORTE IS NUMERIC THEN
               MOVE VT-IVA-IMPORTE TO WKS-IVA-PARTIDA.
           COMPUTE WKS-NETO-PARTIDA =
                   WKS-IMPORTE-PARTIDA - WKS-IVA-PARTIDA.
           MOVE 0 TO WKS-COSTO-PARTIDA.
           IF VT-COSTO IS NUMERIC THEN
               COMPUTE WKS-COSTO-PARTIDA ROUNDED =
                       VT-CANTIDAD * VT-COSTO.
           PERFORM 4040-CUENTA-DE-COBRO.
           MOVE "115" TO WKS-CUENTA-ALMACEN.
           MOVE VT-RP-ID TO WKS-MOV-CUENTA.
           PERFORM 8400-BUSCAR-CONSIGNA.
           IF WKS-ES-CONSIGNA THEN
               MOVE "206" TO WKS-CUENTA-ALMACEN.
           IF VT-TIPO IS EQUAL TO "D" THEN
               MOVE "402" TO WKS-CUENTA-INGRESO
               PERFORM 4050-ASIENTO-DEVOLUCION
           ELSE
               MOVE "401" TO WKS-CUENTA-INGRESO
               PERFORM 4060-ASIENTO-VENTA.

       4040-CUENTA-DE-COBRO.
           IF VT-FORMA-PAGO IS EQUAL TO "T" THEN
               MOVE "103" TO WKS-CUENTA-COBRO
           ELSE
           IF VT-FORMA-PAGO IS EQUAL TO "C" THEN
               MOVE "105" TO WKS-CUENTA-COBRO
           ELSE
           IF VT-FORMA-PAGO IS EQUAL TO "N" THEN
               MOVE "106" TO WKS-CUENTA-COBRO
           ELSE
           IF VT-FORMA-PAGO IS EQUAL TO "A" THEN
               MOVE "207" TO WKS-CUENTA-COBRO
           ELSE
           IF VT-FORMA-PAGO IS EQUAL TO "R" THEN
               MOVE "107" TO WKS-CUENTA-COBRO
           ELSE
               MOVE "101" TO WKS-CUENTA-COBRO.

       4060-ASIENTO-VENTA.
           MOVE WKS-CUENTA-COBRO TO WKS-MOV-CUENTA.
           MOVE WKS-IMPORTE-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE WKS-CUENTA-INGRESO TO WKS-MOV-CUENTA.
           MOVE WKS-NETO-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.
           MOVE "208" TO WKS-MOV-CUENTA.
           MOVE WKS-IVA-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.
           MOVE "501" TO WKS-MOV-CUENTA.
           MOVE WKS-COSTO-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE WKS-CUENTA-ALMACEN TO WKS-MOV-CUENTA.
           MOVE WKS-COSTO-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.

       4050-ASIENTO-DEVOLUCION.
           MOVE WKS-CUENTA-COBRO TO WKS-MOV-CUENTA.
           MOVE WKS-IMPORTE-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.
           MOVE WKS-CUENTA-INGRESO TO WKS-MOV-CUENTA.
           MOVE WKS-NETO-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE "208" TO WKS-MOV-CUENTA.
           MOVE WKS-IVA-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE WKS-CUENTA-ALMACEN TO WKS-MOV-CUENTA.
           MOVE WKS-COSTO-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE "501" TO WKS-MOV-CUENTA.
           MOVE WKS-COSTO-PARTIDA TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.

      ******************************************************************
      * CORTES DE CAJA: EL SOBRANTE ENTRA A CAJA Y EL FALTANTE SALE,
      * CONTRA DIFERENCIAS DE CAJA
      ******************************************************************
       4100-POLIZAS-CORTES.
           MOVE "N" TO WKS-FIN-CIERRES.
           OPEN INPUT CIERRE-FILE.
           IF CC-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-CIERRES
           ELSE
               PERFORM 4110-LEER-CIERRE UNTIL WKS-EOF-CIERRES
               CLOSE CIERRE-FILE.

       4110-LEER-CIERRE.
           READ CIERRE-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CIERRES
               NOT AT END
                   IF CC-FECHA IS EQUAL TO WKS-FECHA-POLIZA AND
                      CC-DIFERENCIA IS NOT EQUAL TO 0 THEN
                       PERFORM 4120-POLIZA-CIERRE.

       4120-POLIZA-CIERRE.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "CC" TO WKS-PA-TIPO.
           STRING "CORTE CAJA " CC-CAJA " " CC-HORA
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           MOVE "DIFERENCIA EN CORTE DE CAJA" TO WKS-PA-CONCEPTO.
           MOVE "101" TO WKS-MOV-CUENTA.
           MOVE CC-DIFERENCIA TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE "606" TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

       4200-POLIZAS-DEPOSITOS.
           MOVE "N" TO WKS-FIN-DEPOSITOS.
           OPEN INPUT DEPOSITO-FILE.
           IF DB-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-DEPOSITOS
           ELSE
               PERFORM 4210-LEER-DEPOSITO UNTIL WKS-EOF-DEPOSITOS
               CLOSE DEPOSITO-FILE.

       4210-LEER-DEPOSITO.
           READ DEPOSITO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-DEPOSITOS
               NOT AT END
                   IF DB-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       PERFORM 4220-POLIZA-DEPOSITO.

       4220-POLIZA-DEPOSITO.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "DP" TO WKS-PA-TIPO.
           STRING "DEP " DB-REFERENCIA
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           MOVE "DEPOSITO DEL EFECTIVO AL BANCO" TO WKS-PA-CONCEPTO.
           MOVE "102" TO WKS-MOV-CUENTA.
           MOVE DB-IMPORTE TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE "101" TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * MOVIMIENTOS DE CAJA: LA SALIDA ES GASTO PAGADO POR CAJA; LA
      * ENTRADA ES ABONO DE APARTADO, LIQUIDACION DEL REPARTIDOR O
      * DOTACION DE EFECTIVO DEL BANCO
      ******************************************************************
       4300-POLIZAS-MOVCAJA.
           MOVE "N" TO WKS-FIN-MOVCAJA.
           OPEN INPUT CAJA-MOV-FILE.
           IF MC-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-MOVCAJA
           ELSE
               PERFORM 4310-LEER-MOVCAJA UNTIL WKS-EOF-MOVCAJA
               CLOSE CAJA-MOV-FILE.

       4310-LEER-MOVCAJA.
           READ CAJA-MOV-FILE
               AT END
                   MOVE "S" TO WKS-FIN-MOVCAJA
               NOT AT END
                   IF MC-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       PERFORM 4320-POLIZA-MOVCAJA.

       4320-POLIZA-MOVCAJA.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "MC" TO WKS-PA-TIPO.
           STRING "CAJA " MC-CAJA " " MC-TIPO " " MC-HORA
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           MOVE MC-CONCEPTO TO WKS-PA-CONCEPTO.
           MOVE MC-IMPORTE TO WKS-MOV-IMPORTE.
           IF MC-TIPO IS EQUAL TO "S" THEN
               MOVE "603" TO WKS-MOV-CUENTA
               PERFORM 8100-CARGAR
               MOVE "101" TO WKS-MOV-CUENTA
               PERFORM 8110-ABONAR
           ELSE
               MOVE "101" TO WKS-MOV-CUENTA
               PERFORM 8100-CARGAR
               IF MC-CONCEPTO(1:13) IS EQUAL TO "PAGO APARTADO" THEN
                   MOVE "207" TO WKS-MOV-CUENTA
               ELSE
               IF MC-CONCEPTO(1:14) IS EQUAL TO "LIQUIDA SALIDA"
               THEN
                   MOVE "107" TO WKS-MOV-CUENTA
               ELSE
                   MOVE "102" TO WKS-MOV-CUENTA
               END-IF
               END-IF
               PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * RECEPCIONES CONTRA ORDEN AL COSTO COBRADO: ENTRA AL ALMACEN Y
      * SE QUEDA A DEBER HASTA QUE LLEGA LA FACTURA. LA MERCANCIA EN
      * CONSIGNACION NO ES NUESTRA Y NO SE CONTABILIZA
      ******************************************************************
       4400-POLIZAS-RECEPCIONES.
           MOVE "N" TO WKS-FIN-RECEPCIONES.
           OPEN INPUT RECEPCION-FILE.
           IF RE-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-RECEPCIONES
           ELSE
               PERFORM 4410-LEER-RECEPCION UNTIL WKS-EOF-RECEPCIONES
               CLOSE RECEPCION-FILE.

       4410-LEER-RECEPCION.
           READ RECEPCION-FILE
               AT END
                   MOVE "S" TO WKS-FIN-RECEPCIONES
               NOT AT END
                   IF RE-FECHA IS EQUAL TO WKS-FECHA-POLIZA AND
                      RE-CONSIGNA IS NOT EQUAL TO "S" THEN
                       PERFORM 4420-POLIZA-RECEPCION.

       4420-POLIZA-RECEPCION.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "RC" TO WKS-PA-TIPO.
           STRING "OC " RE-OC "-" RE-PARTIDA
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           MOVE "RECEPCION DE MERCANCIA" TO WKS-PA-CONCEPTO.
           COMPUTE WKS-MOV-IMPORTE ROUNDED = RE-CANTIDAD * RE-COSTO.
           MOVE "115" TO WKS-MOV-CUENTA.
           PERFORM 8100-CARGAR.
           MOVE "206" TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * AJUSTES DE INVENTARIO AL COSTO DEL MAESTRO (SI EL PRODUCTO NO
      * TIENE COSTO SE TOMA EL VALOR A PRECIO DEL AJUSTE); EL
      * FALTANTE ES MERMA Y EL SOBRANTE LA DISMINUYE
      ******************************************************************
       4500-POLIZAS-AJUSTES.
           MOVE "N" TO WKS-FIN-AJUSTES.
           OPEN INPUT AJUSTE-FILE.
           IF AJ-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-AJUSTES
           ELSE
               PERFORM 4510-LEER-AJUSTE UNTIL WKS-EOF-AJUSTES
               CLOSE AJUSTE-FILE.

       4510-LEER-AJUSTE.
           READ AJUSTE-FILE
               AT END
                   MOVE "S" TO WKS-FIN-AJUSTES
               NOT AT END
                   IF AJ-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       MOVE AJ-RP-ID TO WKS-MOV-CUENTA
                       PERFORM 8400-BUSCAR-CONSIGNA
                       IF NOT WKS-ES-CONSIGNA THEN
                           PERFORM 4520-POLIZA-AJUSTE.

       4520-POLIZA-AJUSTE.
           MOVE AJ-VALOR TO WKS-IMPORTE-TRABAJO.
           IF WKS-HAY-PRODUCTOS THEN
               MOVE AJ-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RP-COSTO IS NUMERIC AND
                          RP-COSTO IS GREATER THAN 0 THEN
                           COMPUTE WKS-IMPORTE-TRABAJO ROUNDED =
                                   AJ-DIFERENCIA * RP-COSTO.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "AJ" TO WKS-PA-TIPO.
           STRING "AJUSTE " AJ-RP-ID
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           STRING "AJUSTE DE INVENTARIO " AJ-MOTIVO " " AJ-UBICACION
               DELIMITED BY SIZE INTO WKS-PA-CONCEPTO.
           MOVE WKS-IMPORTE-TRABAJO TO WKS-MOV-IMPORTE.
           MOVE "115" TO WKS-MOV-CUENTA.
           PERFORM 8100-CARGAR.
           MOVE "605" TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * FACTURAS DE PROVEEDOR: LA MERCANCIA RECIBIDA (O LA VENDIDA
      * EN CONSIGNACION) PASA A DEUDA CON EL PROVEEDOR
      ******************************************************************
       4600-POLIZAS-FACTURAS-PROV.
           MOVE "N" TO WKS-FIN-FACTURAS.
           OPEN INPUT FACTPROV-FILE.
           IF FP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-FACTURAS
           ELSE
               PERFORM 4610-LEER-FACTURA UNTIL WKS-EOF-FACTURAS
               CLOSE FACTPROV-FILE.

       4610-LEER-FACTURA.
           READ FACTPROV-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-FACTURAS
               NOT AT END
                   IF FP-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       PERFORM 4620-POLIZA-FACTURA.

       4620-POLIZA-FACTURA.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "FP" TO WKS-PA-TIPO.
           STRING "FACT " FP-FACTURA
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           STRING "FACTURA PROVEEDOR " FP-PV-ID
               DELIMITED BY SIZE INTO WKS-PA-CONCEPTO.
           MOVE FP-IMPORTE TO WKS-MOV-IMPORTE.
           MOVE "206" TO WKS-MOV-CUENTA.
           PERFORM 8100-CARGAR.
           MOVE "201" TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      * PAGO AL PROVEEDOR DESDE EL BANCO; LA NOTA DE CREDITO POR
      * DEVOLUCION BAJA LA DEUDA CONTRA LO QUE SALIO DEL ALMACEN
       4700-POLIZAS-PAGOS-PROV.
           MOVE "N" TO WKS-FIN-PAGOS.
           OPEN INPUT PAGOPROV-FILE.
           IF PP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-PAGOS
           ELSE
               PERFORM 4710-LEER-PAGO UNTIL WKS-EOF-PAGOS
               CLOSE PAGOPROV-FILE.

       4710-LEER-PAGO.
           READ PAGOPROV-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PAGOS
               NOT AT END
                   IF PP-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       PERFORM 4720-POLIZA-PAGO.

       4720-POLIZA-PAGO.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "PP" TO WKS-PA-TIPO.
           STRING "PAGO FP " PP-FP-NUMERO
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           MOVE PP-IMPORTE TO WKS-MOV-IMPORTE.
           MOVE "201" TO WKS-MOV-CUENTA.
           PERFORM 8100-CARGAR.
           IF PP-TIPO IS EQUAL TO "N" THEN
               MOVE "NOTA DE CREDITO DEL PROVEEDOR" TO WKS-PA-CONCEPTO
               MOVE "115" TO WKS-MOV-CUENTA
           ELSE
               STRING "PAGO A PROVEEDOR " PP-REFERENCIA
                   DELIMITED BY SIZE INTO WKS-PA-CONCEPTO
               MOVE "102" TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * CUENTAS DE CLIENTES: LOS CARGOS POR VENTA A CREDITO YA SALEN
      * EN LA POLIZA DEL FOLIO Y LA FUSION DE CLIENTES NO MUEVE EL
      * SALDO; AQUI VAN LOS PAGOS, INTERESES, CONDONACIONES Y
      * CHEQUES DEVUELTOS CON SU COMISION
      ******************************************************************
       4800-POLIZAS-CLIENTES.
           MOVE "N" TO WKS-FIN-CUENTA.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-CUENTA
           ELSE
               PERFORM 4810-LEER-CUENTA UNTIL WKS-EOF-CUENTA
               CLOSE CUENTA-FILE.

       4810-LEER-CUENTA.
           READ CUENTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CUENTA
               NOT AT END
                   IF CU-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       PERFORM 4820-CLASIFICAR-MOVIMIENTO.

       4820-CLASIFICAR-MOVIMIENTO.
           MOVE SPACES TO WKS-CUENTA-COBRO.
           MOVE SPACES TO WKS-CUENTA-INGRESO.
           IF CU-TIPO IS EQUAL TO "A" AND
              CU-REFERENCIA(1:4) IS EQUAL TO "PAGO" THEN
               MOVE "101" TO WKS-CUENTA-COBRO
               MOVE "105" TO WKS-CUENTA-INGRESO
           ELSE
           IF CU-TIPO IS EQUAL TO "I" THEN
               MOVE "105" TO WKS-CUENTA-COBRO
               MOVE "403" TO WKS-CUENTA-INGRESO
           ELSE
           IF CU-TIPO IS EQUAL TO "N" THEN
               MOVE "403" TO WKS-CUENTA-COBRO
               MOVE "105" TO WKS-CUENTA-INGRESO
           ELSE
           IF CU-TIPO IS EQUAL TO "C" AND
              CU-REFERENCIA(1:6) IS EQUAL TO "CHDEV " THEN
               MOVE "105" TO WKS-CUENTA-COBRO
               MOVE "102" TO WKS-CUENTA-INGRESO
           ELSE
           IF CU-TIPO IS EQUAL TO "C" AND
              CU-REFERENCIA(1:6) IS EQUAL TO "COMCH " THEN
               MOVE "105" TO WKS-CUENTA-COBRO
               MOVE "403" TO WKS-CUENTA-INGRESO.
           IF WKS-CUENTA-COBRO IS NOT EQUAL TO SPACES THEN
               PERFORM 4830-POLIZA-CLIENTE.

       4830-POLIZA-CLIENTE.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "CL" TO WKS-PA-TIPO.
           STRING CU-REFERENCIA " " CU-TIPO
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           STRING "CLIENTE " CU-CLIENTE-ID
               DELIMITED BY SIZE INTO WKS-PA-CONCEPTO.
           MOVE CU-IMPORTE TO WKS-MOV-IMPORTE.
           MOVE WKS-CUENTA-COBRO TO WKS-MOV-CUENTA.
           PERFORM 8100-CARGAR.
           MOVE WKS-CUENTA-INGRESO TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * NOMINA DEL PERIODO QUE SE PAGA EL DIA: UNA POLIZA CON EL
      * BRUTO COMO GASTO CONTRA EL NETO A PAGAR Y LAS RETENCIONES;
      * LO DEMAS (PENSIONES, PRESTAMOS, COMPRAS DE EMPLEADOS) VA A
      * OTRAS RETENCIONES
      ******************************************************************
       4900-POLIZA-NOMINA.
           MOVE 0 TO WKS-NOM-BRUTO.
           MOVE 0 TO WKS-NOM-IMPUESTO.
           MOVE 0 TO WKS-NOM-SEG-SOCIAL.
           MOVE 0 TO WKS-NOM-NETO.
           MOVE 0 TO WKS-NOM-EMPLEADOS.
           MOVE "N" TO WKS-FIN-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-HISTORIA
           ELSE
               MOVE WKS-FECHA-POLIZA TO HN-PERIODO
               MOVE 0 TO HN-EMP-ID
               START HISTORIA-FILE KEY IS NOT LESS THAN HN-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-HISTORIA
               END-START
               PERFORM 4910-LEER-HISTORIA UNTIL WKS-EOF-HISTORIA
               CLOSE HISTORIA-FILE.
           IF WKS-NOM-EMPLEADOS IS GREATER THAN 0 THEN
               PERFORM 4920-ARMAR-POLIZA-NOMINA.

       4910-LEER-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF HN-PERIODO IS NOT EQUAL TO WKS-FECHA-POLIZA THEN
                       MOVE "S" TO WKS-FIN-HISTORIA
                   ELSE
                       ADD 1 TO WKS-NOM-EMPLEADOS
                       ADD HN-BRUTO TO WKS-NOM-BRUTO
                       ADD HN-IMPUESTO TO WKS-NOM-IMPUESTO
                       ADD HN-SEG-SOCIAL TO WKS-NOM-SEG-SOCIAL
                       ADD HN-NETO TO WKS-NOM-NETO.

       4920-ARMAR-POLIZA-NOMINA.
           COMPUTE WKS-NOM-OTRAS = WKS-NOM-BRUTO - WKS-NOM-IMPUESTO
                   - WKS-NOM-SEG-SOCIAL - WKS-NOM-NETO.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "NM" TO WKS-PA-TIPO.
           STRING "NOMINA " WKS-FECHA-POLIZA
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           MOVE WKS-NOM-EMPLEADOS TO WKS-CONTADOR-FORMAT.
           STRING "NOMINA DEL PERIODO, EMPLEADOS " WKS-CONTADOR-FORMAT
               DELIMITED BY SIZE INTO WKS-PA-CONCEPTO.
           MOVE "601" TO WKS-MOV-CUENTA.
           MOVE WKS-NOM-BRUTO TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE "213" TO WKS-MOV-CUENTA.
           MOVE WKS-NOM-IMPUESTO TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.
           MOVE "214" TO WKS-MOV-CUENTA.
           MOVE WKS-NOM-SEG-SOCIAL TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.
           MOVE "210" TO WKS-MOV-CUENTA.
           MOVE WKS-NOM-NETO TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.
           MOVE "215" TO WKS-MOV-CUENTA.
           MOVE WKS-NOM-OTRAS TO WKS-MOV-IMPORTE.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * DEPRECIACION: LA DE CADA MES SE ASIENTA UNA SOLA VEZ, EN EL
      * PRIMER DIA QUE SE CONTABILIZA DESPUES DE QUE ACTIVOS-FIJOS
      * LA CALCULO (SE REVISAN EL MES DEL DIA Y EL ANTERIOR)
      ******************************************************************
       5000-POLIZAS-DEPRECIACION.
           IF NOT WKS-DEP-PREVIO-HECHA THEN
               MOVE WKS-MES-PREVIO TO WKS-DEP-MES
               PERFORM 5010-DEPRECIACION-DEL-MES.
           IF NOT WKS-DEP-ACTUAL-HECHA THEN
               MOVE WKS-FECHA-POLIZA(1:6) TO WKS-DEP-MES
               PERFORM 5010-DEPRECIACION-DEL-MES.

       5010-DEPRECIACION-DEL-MES.
           MOVE 0 TO WKS-DEP-TOTAL.
           MOVE "N" TO WKS-FIN-DEPREC.
           OPEN INPUT DEPREC-FILE.
           IF DE-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-DEPREC
           ELSE
               PERFORM 5020-LEER-DEPREC UNTIL WKS-EOF-DEPREC
               CLOSE DEPREC-FILE.
           IF WKS-DEP-TOTAL IS GREATER THAN 0 THEN
               PERFORM 8000-INICIAR-POLIZA
               MOVE "DE" TO WKS-PA-TIPO
               STRING "DEPREC " WKS-DEP-MES
                   DELIMITED BY SIZE INTO WKS-PA-REFERENCIA
               MOVE "DEPRECIACION DE ACTIVOS FIJOS" TO
                   WKS-PA-CONCEPTO
               MOVE WKS-DEP-TOTAL TO WKS-MOV-IMPORTE
               MOVE "604" TO WKS-MOV-CUENTA
               PERFORM 8100-CARGAR
               MOVE "171" TO WKS-MOV-CUENTA
               PERFORM 8110-ABONAR
               PERFORM 8200-CERRAR-POLIZA.

       5020-LEER-DEPREC.
           READ DEPREC-FILE
               AT END
                   MOVE "S" TO WKS-FIN-DEPREC
               NOT AT END
                   IF DE-PERIODO IS EQUAL TO WKS-DEP-MES THEN
                       ADD DE-IMPORTE TO WKS-DEP-TOTAL.

      ******************************************************************
      * GASTOS DE OPERACION: EL DIA DE LA FACTURA SE CARGA LA
      * SUBCUENTA 602 + CLAVE DE LA CUENTA DE GASTO (SE DA DE ALTA
      * SOLA) Y EL IVA ACREDITABLE CONTRA ACREEDORES; EL DIA DEL PAGO
      * SE SALDA EL ACREEDOR CONTRA EL BANCO
      ******************************************************************
       5100-POLIZAS-GASTOS.
           MOVE "N" TO WKS-FIN-GASTOS.
           OPEN INPUT GASTO-FILE.
           IF GA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-GASTOS
           ELSE
               PERFORM 5110-LEER-GASTO UNTIL WKS-EOF-GASTOS
               CLOSE GASTO-FILE.

       5110-LEER-GASTO.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   IF NOT GA-CANCELADO AND
                      GA-FECHA IS EQUAL TO WKS-FECHA-POLIZA THEN
                       PERFORM 5120-POLIZA-GASTO
                   END-IF
                   IF GA-PAGADO AND
                      GA-FECHA-PAGO IS EQUAL TO WKS-FECHA-POLIZA THEN
                       PERFORM 5130-POLIZA-PAGO-GASTO.

       5120-POLIZA-GASTO.
           MOVE SPACES TO WKS-CUENTA-INGRESO.
           STRING "602" GA-CUENTA
               DELIMITED BY SIZE INTO WKS-CUENTA-INGRESO.
           PERFORM 8300-ASEGURAR-SUBCUENTA.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "GA" TO WKS-PA-TIPO.
           STRING "GASTO " GA-NUMERO
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           MOVE GA-BENEFICIARIO TO WKS-PA-CONCEPTO.
           MOVE WKS-CUENTA-INGRESO TO WKS-MOV-CUENTA.
           MOVE GA-IMPORTE TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE "118" TO WKS-MOV-CUENTA.
           MOVE GA-IVA TO WKS-MOV-IMPORTE.
           PERFORM 8100-CARGAR.
           MOVE "205" TO WKS-MOV-CUENTA.
           COMPUTE WKS-MOV-IMPORTE = GA-IMPORTE + GA-IVA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

       5130-POLIZA-PAGO-GASTO.
           PERFORM 8000-INICIAR-POLIZA.
           MOVE "GP" TO WKS-PA-TIPO.
           STRING "PAGO GASTO " GA-NUMERO
               DELIMITED BY SIZE INTO WKS-PA-REFERENCIA.
           STRING "PAGO " GA-REFERENCIA
               DELIMITED BY SIZE INTO WKS-PA-CONCEPTO.
           COMPUTE WKS-MOV-IMPORTE = GA-IMPORTE + GA-IVA.
           MOVE "205" TO WKS-MOV-CUENTA.
           PERFORM 8100-CARGAR.
           MOVE "102" TO WKS-MOV-CUENTA.
           PERFORM 8110-ABONAR.
           PERFORM 8200-CERRAR-POLIZA.

      ******************************************************************
      * BALANZA DE COMPROBACION Y LIBRO MAYOR DEL MES
      ******************************************************************
       6000-BALANZA-Y-MAYOR.
           IF WKS-MR-MES IS LESS THAN 1 OR
              WKS-MR-MES IS GREATER THAN 12 THEN
               DISPLAY "MES INVALIDO, NO HAY BALANZA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 6010-CARGAR-CATALOGO
               PERFORM 6100-ACUMULAR-POLIZAS
               PERFORM 6200-IMPRIMIR-BALANZA
               PERFORM 6500-IMPRIMIR-MAYOR.

       6010-CARGAR-CATALOGO.
           MOVE 0 TO WKS-NUM-BC.
           MOVE "N" TO WKS-BC-LLENA.
           MOVE "N" TO WKS-FIN-CATALOGO.
           MOVE LOW-VALUES TO CT-CUENTA.
           START CATALOGO-FILE KEY IS NOT LESS THAN CT-CUENTA
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CATALOGO.
           PERFORM 6020-LEER-CATALOGO UNTIL WKS-EOF-CATALOGO.

       6020-LEER-CATALOGO.
           READ CATALOGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CATALOGO
               NOT AT END
                   IF WKS-NUM-BC IS LESS THAN 300 THEN
                       ADD 1 TO WKS-NUM-BC
                       MOVE CT-CUENTA TO WKS-BC-CUENTA(WKS-NUM-BC)
                       MOVE CT-NOMBRE TO WKS-BC-NOMBRE(WKS-NUM-BC)
                       MOVE CT-NATURALEZA TO
                           WKS-BC-NATURALEZA(WKS-NUM-BC)
                       MOVE 0 TO WKS-BC-INICIAL(WKS-NUM-BC)
                       MOVE 0 TO WKS-BC-CARGOS(WKS-NUM-BC)
                       MOVE 0 TO WKS-BC-ABONOS(WKS-NUM-BC)
                   ELSE
                       MOVE "S" TO WKS-BC-LLENA.

      * LO ANTERIOR AL MES FORMA EL SALDO INICIAL; LO POSTERIOR NO
      * CUENTA. UNA CUENTA QUE NO ESTA EN EL CATALOGO SE AGREGA AL
      * FINAL DE LA TABLA PARA QUE LA BALANZA SIGA CUADRANDO
       6100-ACUMULAR-POLIZAS.
           MOVE "N" TO WKS-FIN-POLIZAS.
           OPEN INPUT POLIZA-FILE.
           IF PO-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY POLIZAS CONTABILIZADAS"
               MOVE "S" TO WKS-FIN-POLIZAS
           ELSE
               PERFORM 6110-LEER-POLIZA UNTIL WKS-EOF-POLIZAS
               CLOSE POLIZA-FILE.

       6110-LEER-POLIZA.
           READ POLIZA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-POLIZAS
               NOT AT END
                   IF PO-FECHA(1:6) IS NOT GREATER THAN
                      WKS-MES-REPORTE THEN
                       PERFORM 6120-SUMAR-RENGLON.

       6120-SUMAR-RENGLON.
           PERFORM 6130-BUSCAR-CUENTA-BC.
           IF WKS-POS-BC IS EQUAL TO 0 THEN
               MOVE "S" TO WKS-BC-LLENA
           ELSE
           IF PO-FECHA(1:6) IS LESS THAN WKS-MES-REPORTE THEN
               ADD PO-CARGO TO WKS-BC-INICIAL(WKS-POS-BC)
               SUBTRACT PO-ABONO FROM WKS-BC-INICIAL(WKS-POS-BC)
           ELSE
               ADD PO-CARGO TO WKS-BC-CARGOS(WKS-POS-BC)
               ADD PO-ABONO TO WKS-BC-ABONOS(WKS-POS-BC).

       6130-BUSCAR-CUENTA-BC.
           MOVE 0 TO WKS-POS-BC.
           MOVE 1 TO WKS-IDX-BC.
           PERFORM 6131-CICLO-CUENTA-BC
               UNTIL WKS-IDX-BC IS GREATER THAN WKS-NUM-BC
                  OR WKS-POS-BC IS GREATER THAN 0.
           IF WKS-POS-BC IS EQUAL TO 0 AND
              WKS-NUM-BC IS LESS THAN 300 THEN
               ADD 1 TO WKS-NUM-BC
               MOVE WKS-NUM-BC TO WKS-POS-BC
               MOVE PO-CUENTA TO WKS-BC-CUENTA(WKS-POS-BC)
               MOVE "CUENTA FUERA DEL CATALOGO" TO
                   WKS-BC-NOMBRE(WKS-POS-BC)
               MOVE "D" TO WKS-BC-NATURALEZA(WKS-POS-BC)
               MOVE 0 TO WKS-BC-INICIAL(WKS-POS-BC)
               MOVE 0 TO WKS-BC-CARGOS(WKS-POS-BC)
               MOVE 0 TO WKS-BC-ABONOS(WKS-POS-BC).

       6131-CICLO-CUENTA-BC.
           IF WKS-BC-CUENTA(WKS-IDX-BC) IS EQUAL TO PO-CUENTA THEN
               MOVE WKS-IDX-BC TO WKS-POS-BC
           ELSE
               ADD 1 TO WKS-IDX-BC.

      * LOS SALDOS SE MUESTRAN SEGUN LA NATURALEZA DE LA CUENTA; AL
      * PIE, CARGOS CONTRA ABONOS Y SALDOS DEUDORES CONTRA
      * ACREEDORES DEBEN SER IGUALES
       6200-IMPRIMIR-BALANZA.
           MOVE 0 TO WKS-BAL-CARGOS.
           MOVE 0 TO WKS-BAL-ABONOS.
           MOVE 0 TO WKS-BAL-DEUDOR.
           MOVE 0 TO WKS-BAL-ACREEDOR.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "BALANZA-" WKS-MES-REPORTE ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "BALANZA DE COMPROBACION DEL MES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "CUENTA     NOMBRE       SALDO INICIAL        CARGOS
      -        "        ABONOS   SALDO FINAL" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 1 TO WKS-IDX-BC.
           PERFORM 6210-RENGLON-BALANZA
               UNTIL WKS-IDX-BC IS GREATER THAN WKS-NUM-BC.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-BAL-CARGOS TO WKS-TOTAL-FORMAT.
           MOVE WKS-BAL-ABONOS TO WKS-TOTAL2-FORMAT.
           STRING "SUMAS DEL MES    CARGOS " WKS-TOTAL-FORMAT
                  "  ABONOS " WKS-TOTAL2-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-BAL-DEUDOR TO WKS-TOTAL-FORMAT.
           MOVE WKS-BAL-ACREEDOR TO WKS-TOTAL2-FORMAT.
           STRING "SALDOS FINALES DEUDOR " WKS-TOTAL-FORMAT
                  "  ACREEDOR " WKS-TOTAL2-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-BAL-CARGOS IS EQUAL TO WKS-BAL-ABONOS AND
              WKS-BAL-DEUDOR IS EQUAL TO WKS-BAL-ACREEDOR THEN
               MOVE "LA BALANZA CUADRA" TO WKS-REP-LINEA
           ELSE
               MOVE "*** LA BALANZA NO CUADRA, REVISE POLIZAS.TXT ***"
                   TO WKS-REP-LINEA
               MOVE 8 TO RETURN-CODE.
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-TABLA-BC-LLENA THEN
               MOVE "*** MAS DE 300 CUENTAS, LA BALANZA ESTA INCOMPLETA"
                   TO WKS-REP-LINEA
               DISPLAY WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               MOVE 8 TO RETURN-CODE.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "BALANZA EN " WKS-REP-NOMBRE.

       6210-RENGLON-BALANZA.
           IF WKS-BC-INICIAL(WKS-IDX-BC) IS NOT EQUAL TO 0 OR
              WKS-BC-CARGOS(WKS-IDX-BC) IS NOT EQUAL TO 0 OR
              WKS-BC-ABONOS(WKS-IDX-BC) IS NOT EQUAL TO 0 THEN
               PERFORM 6220-IMPRIMIR-CUENTA.
           ADD 1 TO WKS-IDX-BC.

       6220-IMPRIMIR-CUENTA.
           PERFORM 6230-SALDOS-CUENTA.
           ADD WKS-BC-CARGOS(WKS-IDX-BC) TO WKS-BAL-CARGOS.
           ADD WKS-BC-ABONOS(WKS-IDX-BC) TO WKS-BAL-ABONOS.
           COMPUTE WKS-IMPORTE-TRABAJO = WKS-BC-INICIAL(WKS-IDX-BC)
                   + WKS-BC-CARGOS(WKS-IDX-BC)
                   - WKS-BC-ABONOS(WKS-IDX-BC).
           IF WKS-IMPORTE-TRABAJO IS GREATER THAN 0 THEN
               ADD WKS-IMPORTE-TRABAJO TO WKS-BAL-DEUDOR
           ELSE
               SUBTRACT WKS-IMPORTE-TRABAJO FROM WKS-BAL-ACREEDOR.
           MOVE WKS-SALDO-INICIAL TO WKS-SALDO-FORMAT.
           MOVE WKS-BC-CARGOS(WKS-IDX-BC) TO WKS-CARGO-FORMAT.
           MOVE WKS-BC-ABONOS(WKS-IDX-BC) TO WKS-ABONO-FORMAT.
           MOVE WKS-SALDO-FINAL TO WKS-SALDO2-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-BC-CUENTA(WKS-IDX-BC) " "
                  WKS-BC-NOMBRE(WKS-IDX-BC)(1:12) " "
                  WKS-SALDO-FORMAT " " WKS-CARGO-FORMAT " "
                  WKS-ABONO-FORMAT " " WKS-SALDO2-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      * SALDO INICIAL Y FINAL DE LA CUENTA EN CURSO SEGUN SU
      * NATURALEZA (LA ACREEDORA CRECE CON LOS ABONOS)
       6230-SALDOS-CUENTA.
           IF WKS-BC-NATURALEZA(WKS-IDX-BC) IS EQUAL TO "A" THEN
               COMPUTE WKS-SALDO-INICIAL =
                       0 - WKS-BC-INICIAL(WKS-IDX-BC)
               COMPUTE WKS-SALDO-FINAL = WKS-SALDO-INICIAL
                       + WKS-BC-ABONOS(WKS-IDX-BC)
                       - WKS-BC-CARGOS(WKS-IDX-BC)
           ELSE
               MOVE WKS-BC-INICIAL(WKS-IDX-BC) TO WKS-SALDO-INICIAL
               COMPUTE WKS-SALDO-FINAL = WKS-SALDO-INICIAL
                       + WKS-BC-CARGOS(WKS-IDX-BC)
                       - WKS-BC-ABONOS(WKS-IDX-BC).

      * LIBRO MAYOR: POR CADA CUENTA CON SALDO O MOVIMIENTOS, SU
      * SALDO INICIAL Y CADA RENGLON DEL MES CON EL SALDO CORRIDO
      * (UNA PASADA A POLIZAS.TXT POR CUENTA)
       6500-IMPRIMIR-MAYOR.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "MAYOR-" WKS-MES-REPORTE ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "LIBRO MAYOR DEL MES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "FECHA    POLIZA   REFERENCIA                 CARGO
      -        "        ABONO         SALDO" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 1 TO WKS-IDX-BC.
           PERFORM 6510-CUENTA-MAYOR
               UNTIL WKS-IDX-BC IS GREATER THAN WKS-NUM-BC.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "LIBRO MAYOR EN " WKS-REP-NOMBRE.

       6510-CUENTA-MAYOR.
           IF WKS-BC-INICIAL(WKS-IDX-BC) IS NOT EQUAL TO 0 OR
              WKS-BC-CARGOS(WKS-IDX-BC) IS NOT EQUAL TO 0 OR
              WKS-BC-ABONOS(WKS-IDX-BC) IS NOT EQUAL TO 0 THEN
               PERFORM 6520-IMPRIMIR-CUENTA-MAYOR.
           ADD 1 TO WKS-IDX-BC.

       6520-IMPRIMIR-CUENTA-MAYOR.
           PERFORM 6230-SALDOS-CUENTA.
           MOVE WKS-SALDO-INICIAL TO WKS-SALDO-CORRIDO.
           MOVE WKS-SALDO-INICIAL TO WKS-SALDO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-BC-CUENTA(WKS-IDX-BC) " "
                  WKS-BC-NOMBRE(WKS-IDX-BC) " SALDO INICIAL "
                  WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-BC-CARGOS(WKS-IDX-BC) IS NOT EQUAL TO 0 OR
              WKS-BC-ABONOS(WKS-IDX-BC) IS NOT EQUAL TO 0 THEN
               MOVE "N" TO WKS-FIN-POLIZAS
               OPEN INPUT POLIZA-FILE
               PERFORM 6530-LEER-MOVIMIENTO UNTIL WKS-EOF-POLIZAS
               CLOSE POLIZA-FILE.
           MOVE WKS-BC-CARGOS(WKS-IDX-BC) TO WKS-CARGO-FORMAT.
           MOVE WKS-BC-ABONOS(WKS-IDX-BC) TO WKS-ABONO-FORMAT.
           MOVE WKS-SALDO-FINAL TO WKS-SALDO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "                  TOTAL DE LA CUENTA  "
                  WKS-CARGO-FORMAT " " WKS-ABONO-FORMAT " "
                  WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       6530-LEER-MOVIMIENTO.
           READ POLIZA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-POLIZAS
               NOT AT END
                   IF PO-FECHA(1:6) IS EQUAL TO WKS-MES-REPORTE AND
                      PO-CUENTA IS EQUAL TO WKS-BC-CUENTA(WKS-IDX-BC)
                   THEN
                       PERFORM 6540-IMPRIMIR-MOVIMIENTO.

       6540-IMPRIMIR-MOVIMIENTO.
           IF WKS-BC-NATURALEZA(WKS-IDX-BC) IS EQUAL TO "A" THEN
               COMPUTE WKS-SALDO-CORRIDO = WKS-SALDO-CORRIDO
                       + PO-ABONO - PO-CARGO
           ELSE
               COMPUTE WKS-SALDO-CORRIDO = WKS-SALDO-CORRIDO
                       + PO-CARGO - PO-ABONO.
           MOVE PO-CARGO TO WKS-CARGO-FORMAT.
           MOVE PO-ABONO TO WKS-ABONO-FORMAT.
           MOVE WKS-SALDO-CORRIDO TO WKS-SALDO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING PO-FECHA " " PO-NUMERO " " PO-REFERENCIA " "
                  WKS-CARGO-FORMAT " " WKS-ABONO-FORMAT " "
                  WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      ******************************************************************
      * CONSECUTIVO DE POLIZAS: SE ABRE CON REINTENTO Y QUEDA ABIERTO
      * MIENTRAS SE ASIENTAN LAS POLIZAS DEL DIA
      ******************************************************************
       7000-ABRIR-LLAVE-POLIZAS.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.
           PERFORM 7010-ABRIR-LLAVE-PO
               UNTIL WKS-LLAVE-OK OR WKS-INTENTOS-LLAVE > 4.
           IF NOT WKS-LLAVE-OK THEN
               DISPLAY "LLAVE-POLIZAS.TXT OCUPADO POR OTRA "
                       "TERMINAL"
           ELSE
               READ PO-KEY-FILE NEXT RECORD
                   AT END
                       DISPLAY "LLAVE NO ENCONTRADA EN "
                               "LLAVE-POLIZAS.TXT"
               END-READ
               MOVE REG-LLAVE-PO TO WKS-PO-BASE.

       7010-ABRIR-LLAVE-PO.
           ADD 1 TO WKS-INTENTOS-LLAVE.
           OPEN I-O PO-KEY-FILE.
           IF POKEY-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PO-KEY-FILE
               MOVE 0 TO REG-LLAVE-PO
               WRITE REG-LLAVE-PO
               CLOSE PO-KEY-FILE
               OPEN I-O PO-KEY-FILE.
           IF POKEY-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-LLAVE-ABIERTA
           ELSE
               CALL "C$SLEEP" USING WKS-SEGUNDOS-ESPERA.

      ******************************************************************
      * ARMADO DE LA POLIZA EN CURSO
      ******************************************************************
       8000-INICIAR-POLIZA.
           MOVE 0 TO WKS-NUM-PA.
           MOVE "N" TO WKS-PA-DESBORDE.
           MOVE SPACES TO WKS-PA-TIPO.
           MOVE SPACES TO WKS-PA-REFERENCIA.
           MOVE SPACES TO WKS-PA-CONCEPTO.

      * UN IMPORTE NEGATIVO SE PASA AL OTRO LADO DE LA CUENTA
       8100-CARGAR.
           IF WKS-MOV-IMPORTE IS NOT EQUAL TO 0 THEN
               PERFORM 8120-BUSCAR-RENGLON
               IF WKS-POS-PA IS GREATER THAN 0 THEN
                   IF WKS-MOV-IMPORTE IS GREATER THAN 0 THEN
                       ADD WKS-MOV-IMPORTE TO WKS-PA-CARGO(WKS-POS-PA)
                   ELSE
                       SUBTRACT WKS-MOV-IMPORTE
                           FROM WKS-PA-ABONO(WKS-POS-PA).

       8110-ABONAR.
           IF WKS-MOV-IMPORTE IS NOT EQUAL TO 0 THEN
               PERFORM 8120-BUSCAR-RENGLON
               IF WKS-POS-PA IS GREATER THAN 0 THEN
                   IF WKS-MOV-IMPORTE IS GREATER THAN 0 THEN
                       ADD WKS-MOV-IMPORTE TO WKS-PA-ABONO(WKS-POS-PA)
                   ELSE
                       SUBTRACT WKS-MOV-IMPORTE
                           FROM WKS-PA-CARGO(WKS-POS-PA).

       8120-BUSCAR-RENGLON.
           MOVE 0 TO WKS-POS-PA.
           MOVE 1 TO WKS-IDX-PA.
           PERFORM 8121-CICLO-RENGLON
               UNTIL WKS-IDX-PA IS GREATER THAN WKS-NUM-PA
                  OR WKS-POS-PA IS GREATER THAN 0.
           IF WKS-POS-PA IS EQUAL TO 0 THEN
               IF WKS-NUM-PA IS LESS THAN 30 THEN
                   ADD 1 TO WKS-NUM-PA
                   MOVE WKS-NUM-PA TO WKS-POS-PA
                   MOVE WKS-MOV-CUENTA TO WKS-PA-CUENTA(WKS-POS-PA)
                   MOVE 0 TO WKS-PA-CARGO(WKS-POS-PA)
                   MOVE 0 TO WKS-PA-ABONO(WKS-POS-PA)
               ELSE
                   MOVE "S" TO WKS-PA-DESBORDE.

       8121-CICLO-RENGLON.
           IF WKS-PA-CUENTA(WKS-IDX-PA) IS EQUAL TO WKS-MOV-CUENTA
           THEN
               MOVE WKS-IDX-PA TO WKS-POS-PA
           ELSE
               ADD 1 TO WKS-IDX-PA.

      * LA POLIZA SE ESCRIBE AL ARCHIVO DE TRABAJO CUADRE O NO; SI
      * NO CUADRA SE CUENTA Y SE AVISA CON SU REFERENCIA
       8200-CERRAR-POLIZA.
           MOVE 0 TO WKS-PA-CARGOS.
           MOVE 0 TO WKS-PA-ABONOS.
           MOVE 1 TO WKS-IDX-PA.
           PERFORM 8210-SUMAR-RENGLON
               UNTIL WKS-IDX-PA IS GREATER THAN WKS-NUM-PA.
           IF WKS-NUM-PA IS GREATER THAN 0 THEN
               ADD 1 TO WKS-POLIZAS-DIA
               ADD WKS-PA-CARGOS TO WKS-TOTAL-CARGOS-DIA
               ADD WKS-PA-ABONOS TO WKS-TOTAL-ABONOS-DIA
               MOVE 0 TO WKS-RENGLON-POLIZA
               MOVE 1 TO WKS-IDX-PA
               PERFORM 8220-ESCRIBIR-RENGLONES
                   UNTIL WKS-IDX-PA IS GREATER THAN WKS-NUM-PA
               IF WKS-PA-CARGOS IS NOT EQUAL TO WKS-PA-ABONOS OR
                  WKS-POLIZA-DESBORDADA THEN
                   ADD 1 TO WKS-POLIZAS-DESCUADRADAS
                   MOVE WKS-PA-CARGOS TO WKS-TOTAL-FORMAT
                   MOVE WKS-PA-ABONOS TO WKS-TOTAL2-FORMAT
                   DISPLAY "POLIZA NO CUADRA: " WKS-PA-TIPO " "
                           WKS-PA-REFERENCIA
                   DISPLAY "  CARGOS " WKS-TOTAL-FORMAT
                           " ABONOS " WKS-TOTAL2-FORMAT.

       8210-SUMAR-RENGLON.
           ADD WKS-PA-CARGO(WKS-IDX-PA) TO WKS-PA-CARGOS.
           ADD WKS-PA-ABONO(WKS-IDX-PA) TO WKS-PA-ABONOS.
           ADD 1 TO WKS-IDX-PA.

       8220-ESCRIBIR-RENGLONES.
           IF WKS-PA-CARGO(WKS-IDX-PA) IS GREATER THAN 0 THEN
               MOVE WKS-PA-CARGO(WKS-IDX-PA) TO PT-CARGO
               MOVE 0 TO PT-ABONO
               PERFORM 8230-ESCRIBIR-TRABAJO.
           IF WKS-PA-ABONO(WKS-IDX-PA) IS GREATER THAN 0 THEN
               MOVE 0 TO PT-CARGO
               MOVE WKS-PA-ABONO(WKS-IDX-PA) TO PT-ABONO
               PERFORM 8230-ESCRIBIR-TRABAJO.
           ADD 1 TO WKS-IDX-PA.

       8230-ESCRIBIR-TRABAJO.
           ADD 1 TO WKS-RENGLON-POLIZA.
           MOVE WKS-FECHA-POLIZA TO PT-FECHA.
           MOVE WKS-POLIZAS-DIA TO PT-NUMERO.
           MOVE WKS-PA-TIPO TO PT-TIPO.
           MOVE WKS-RENGLON-POLIZA TO PT-RENGLON.
           MOVE WKS-PA-CUENTA(WKS-IDX-PA) TO PT-CUENTA.
           MOVE WKS-PA-REFERENCIA TO PT-REFERENCIA.
           MOVE WKS-PA-CONCEPTO TO PT-CONCEPTO.
           WRITE REG-POLTRAB.

      * LA SUBCUENTA DE UN GASTO DE OPERACION SE DA DE ALTA CON EL
      * NOMBRE DE SU CUENTA DE GASTO LA PRIMERA VEZ QUE SE USA
       8300-ASEGURAR-SUBCUENTA.
           MOVE WKS-CUENTA-INGRESO TO CT-CUENTA.
           READ CATALOGO-FILE KEY IS CT-CUENTA
               INVALID KEY
                   PERFORM 8310-ALTA-SUBCUENTA.

       8310-ALTA-SUBCUENTA.
           MOVE WKS-CUENTA-INGRESO TO CT-CUENTA.
           MOVE "GASTO " TO CT-NOMBRE.
           MOVE GA-CUENTA TO CT-NOMBRE(7:6).
           IF WKS-HAY-CTAGASTO THEN
               MOVE GA-CUENTA TO CG-CUENTA
               READ CTAGASTO-FILE KEY IS CG-CUENTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CG-NOMBRE TO CT-NOMBRE.
           MOVE "D" TO CT-NATURALEZA.
           MOVE "G" TO CT-TIPO.
           PERFORM 1120-ESCRIBIR-CUENTA.

      * WKS-MOV-CUENTA TRAE EL PRODUCTO A REVISAR
       8400-BUSCAR-CONSIGNA.
           MOVE "N" TO WKS-ES-CONSIGNA-SW.
           IF WKS-HAY-CONSIGNA THEN
               MOVE WKS-MOV-CUENTA TO CN-RP-ID
               READ CONSIGNA-FILE KEY IS CN-RP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-ACTIVA THEN
                           MOVE "S" TO WKS-ES-CONSIGNA-SW.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY CONFIG-PROC.
