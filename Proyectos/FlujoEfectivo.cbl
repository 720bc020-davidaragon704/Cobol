      ******************************************************************
      * Author:
      * Date:
      * Purpose: FLUJO DE EFECTIVO PROYECTADO A 13 SEMANAS, PARA SABER
      *          CON TIEMPO SI HABRA DINERO PARA LA NOMINA Y LOS
      *          PROVEEDORES. PARTE DEL SALDO EN BANCOS QUE SE
      *          CAPTURA Y PROYECTA SEMANA POR SEMANA (LA SEMANA 1
      *          EMPIEZA HOY):
      *            ENTRADAS
      *              COBRANZA   CARTERA DE CUENTAS-CLIENTES.TXT CON
      *                         LOS ABONOS APLICADOS FIFO (COMO
      *                         ANTIGUEDAD-CARTERA): LO NO VENCIDO EN
      *                         LA SEMANA DE SU VENCIMIENTO (FECHA +
      *                         DIAS-VENCE), LO VENCIDO HASTA 90 DIAS
      *                         REPARTIDO EN LAS SEMANAS 1 A 4; LO DE
      *                         MAS DE 90 DIAS NO SE PROYECTA
      *              APARTADOS  SALDO DE LOS APARTADOS ABIERTOS AL
      *                         RITMO SEMANAL QUE HA PAGADO EL
      *                         CLIENTE HASTA HOY
      *              VENTAS     PROMEDIO SEMANAL DE LAS VENTAS DE
      *                         CONTADO DE LAS ULTIMAS 4 SEMANAS
      *                         (VENTAS.TXT Y EL MES ARCHIVADO)
      *            SALIDAS
      *              PROVEEDOR  SALDO DE FACTURAS DE PROVEEDOR Y
      *                         GASTOS ABIERTOS EN SU VENCIMIENTO (LO
      *                         VENCIDO EN LA SEMANA 1)
      *              NOMINA     NETO PROMEDIO DE LAS ULTIMAS 3
      *                         CORRIDAS ORDINARIAS EN CADA FECHA DE
      *                         PAGO DE CALENDARIO-NOMINA.TXT; CUANDO
      *                         UN PRESTAMO DE EMPLEADO TERMINA DE
      *                         PAGARSE, SU ABONO VUELVE AL NETO
      *              PENSIONES  PENSIONES ALIMENTICIAS RETENIDAS QUE
      *                         SE ENTREGAN CADA FECHA DE PAGO
      *              IMSS       CUOTAS OBRERO-PATRONALES DEL BRUTO
      *                         DEL ULTIMO MES CERRADO CON LA TABLA
      *                         VIGENTE DE CUOTAS-IMSS.TXT, EL DIA 17
      *                         DEL MES SIGUIENTE
      *          EL REPORTE (FLUJO-EFECTIVO-AAAAMMDD.TXT) TRAE EL
      *          SALDO FINAL DE CADA SEMANA, MARCA LAS SEMANAS EN
      *          NEGATIVO Y AL FINAL EL DESGLOSE POR CONCEPTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJO-EFECTIVO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO WKS-RUTA-CLIENTES
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RC-ID
                                   FILE STATUS CLI-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CUENTAS-CLIENTES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CU-STATUS.

           SELECT APARTADO-FILE ASSIGN TO "APARTADOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS AP-NUMERO
                                   FILE STATUS AP-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT FACTPROV-FILE ASSIGN TO "FACTURAS-PROVEEDOR.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS FP-NUMERO
                                   FILE STATUS FP-STATUS.

           SELECT GASTO-FILE ASSIGN TO "GASTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS GA-NUMERO
                                   FILE STATUS GA-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CP-LLAVE
                                   FILE STATUS CP-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HN-LLAVE
                                   FILE STATUS HN-STATUS.

           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PR-EMP-ID
                                   FILE STATUS PR-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS-IMSS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CI-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-FILE.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD CUENTA-FILE.
       01 REG-CUENTA.
           COPY CUENTACLI.

      * MISMO TRAZADO DE APARTADOS QUE ESCRIBE COMERCIO
       FD APARTADO-FILE.
       01 REG-APARTADO.
           02 AP-NUMERO                        PIC 9(10).
           02 AP-FECHA                         PIC 9(08).
           02 AP-CLIENTE-ID                    PIC 9(10).
           02 AP-TOTAL                         PIC 9(13)V9(02).
           02 AP-PAGADO                        PIC 9(13)V9(02).
           02 AP-ESTADO                        PIC X(01).

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                       PIC X(150).

       FD FACTPROV-FILE.
       01 REG-FACTPROV.
           COPY FACTPROV.

       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

       FD CALENDARIO-FILE.
       01 REG-CALENDARIO.
           COPY CALNOM.

       FD HISTORIA-FILE.
       01 REG-HISTORIA.
           COPY HISTNOM.

       FD PRESTAMO-FILE.
       01 REG-PRESTAMO.
           COPY PRESTAMO.

       FD CUOTAS-FILE.
       01 REG-CUOTA-IMSS.
           02 CI-FECHA-VIGENCIA                PIC 9(08).
           02 CI-CONCEPTO                      PIC X(20).
           02 CI-PCT-OBRERO                    PIC 9(02)V9(04).
           02 CI-PCT-PATRON                    PIC 9(02)V9(04).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.
      * LOS NOMBRES DE LOS MAESTROS Y LOS DIAS DE CREDITO VIENEN DE
      * LA CONFIGURACION
           COPY CONFIG-WS.

       77 CLI-STATUS              PIC X(02).
       77 CU-STATUS               PIC X(02).
       77 AP-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 FP-STATUS               PIC X(02).
       77 GA-STATUS               PIC X(02).
       77 CP-STATUS               PIC X(02).
       77 HN-STATUS               PIC X(02).
       77 PR-STATUS               PIC X(02).
       77 CI-STATUS               PIC X(02).

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-FECHA-FIN-PROY      PIC 9(08).
       77 WKS-SALDO-BANCOS        PIC S9(13)V9(02).

      * SEMANAS DE LA PROYECCION
       01 WKS-TABLA-SEMANAS.
           02 WKS-SM-RENGLON OCCURS 13 TIMES.
               03 WKS-SM-INICIO       PIC 9(08).
               03 WKS-SM-COBRANZA     PIC 9(13)V9(02).
               03 WKS-SM-APARTADOS    PIC 9(13)V9(02).
               03 WKS-SM-VENTAS       PIC 9(13)V9(02).
               03 WKS-SM-PROVEEDORES  PIC 9(13)V9(02).
               03 WKS-SM-NOMINA       PIC 9(13)V9(02).
               03 WKS-SM-PENSIONES    PIC 9(13)V9(02).
               03 WKS-SM-IMSS         PIC 9(13)V9(02).
               03 WKS-SM-SALDO        PIC S9(13)V9(02).
       77 WKS-IDX-SM              PIC 9(02).
       77 WKS-SEMANA              PIC 9(02).
       77 WKS-FECHA-EVENTO        PIC 9(08).
       77 WKS-SEMANAS-NEGATIVAS   PIC 9(02) VALUE 0.
       77 WKS-ENTRADAS-SEMANA     PIC 9(13)V9(02).
       77 WKS-SALIDAS-SEMANA      PIC 9(13)V9(02).
       77 WKS-SALDO-CORRIDO       PIC S9(13)V9(02).

      * CARTERA DEL CLIENTE EN CURSO (APLICACION FIFO DE ABONOS)
       77 WKS-FIN-CLIENTES        PIC X(01) VALUE "N".
           88 WKS-EOF-CLIENTES    VALUE "S".
       77 WKS-FIN-CUENTA          PIC X(01) VALUE "N".
           88 WKS-EOF-CUENTA      VALUE "S".
       77 WKS-CLIENTE-CONSULTA    PIC 9(10).
       01 WKS-TABLA-CARGOS.
           02 WKS-CG-RENGLON OCCURS 200 TIMES.
               03 WKS-CG-FECHA        PIC 9(08).
               03 WKS-CG-IMPORTE      PIC 9(11)V9(02).
               03 WKS-CG-REFERENCIA   PIC X(12).
       77 WKS-NUM-CARGOS          PIC 9(03).
       77 WKS-IDX-CG              PIC 9(03).
       77 WKS-POS-INTERES         PIC 9(03).
       77 WKS-REF-INTERES         PIC X(12).
       77 WKS-ABONOS-TOTAL        PIC 9(13)V9(02).
       77 WKS-EDAD-DIAS           PIC S9(07).
       77 WKS-CARTERA-DUDOSA      PIC 9(13)V9(02) VALUE 0.
       77 WKS-CUARTA-PARTE        PIC 9(13)V9(02).

      * APARTADOS ABIERTOS
       77 WKS-FIN-APARTADOS       PIC X(01) VALUE "N".
           88 WKS-EOF-APARTADOS   VALUE "S".
       77 WKS-SALDO-APARTADO      PIC 9(13)V9(02).
       77 WKS-RITMO-APARTADO      PIC 9(13)V9(02).
       77 WKS-SEMANAS-APARTADO    PIC 9(05).
       77 WKS-ABONO-PROYECTADO    PIC 9(13)V9(02).

      * VENTAS DE CONTADO DE LAS ULTIMAS 4 SEMANAS
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.
       01 WKS-FECHA-DESDE         PIC 9(08).
       01 WKS-DESDE-DESGLOSE REDEFINES WKS-FECHA-DESDE.
           02 WKS-DD-ANIO         PIC 9(04).
           02 WKS-DD-MES          PIC 9(02).
           02 WKS-DD-DIA          PIC 9(02).
       77 WKS-VENTAS-CONTADO      PIC S9(13)V9(02) VALUE 0.
       77 WKS-VENTA-SEMANAL       PIC 9(13)V9(02) VALUE 0.
       77 WKS-IMPORTE-PARTIDA     PIC 9(13)V9(02).

      * CUENTAS POR PAGAR
       77 WKS-FIN-FACTURAS        PIC X(01) VALUE "N".
           88 WKS-EOF-FACTURAS    VALUE "S".
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".
       77 WKS-SALDO-FACTURA       PIC 9(13)V9(02).

      * NOMINA: ULTIMAS 3 CORRIDAS ORDINARIAS (LA HISTORIA VIENE EN
      * ORDEN DE PERIODO, LA TABLA SE RECORRE HACIA ARRIBA)
       77 WKS-FIN-HISTORIA        PIC X(01) VALUE "N".
           88 WKS-EOF-HISTORIA    VALUE "S".
       01 WKS-TABLA-CORRIDAS.
           02 WKS-CR-RENGLON OCCURS 3 TIMES.
               03 WKS-CR-PERIODO      PIC 9(08).
               03 WKS-CR-NETO         PIC 9(13)V9(02).
               03 WKS-CR-PENSION      PIC 9(13)V9(02).
       77 WKS-NUM-CORRIDAS        PIC 9(01) VALUE 0.
       77 WKS-IDX-CR              PIC 9(01).
       77 WKS-NETO-PROMEDIO       PIC 9(13)V9(02) VALUE 0.
       77 WKS-PENSION-PROMEDIO    PIC 9(13)V9(02) VALUE 0.
       01 WKS-MES-CERRADO         PIC 9(06).
       01 WKS-MES-CERRADO-DESGLOSE REDEFINES WKS-MES-CERRADO.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).
       77 WKS-BRUTO-MES           PIC 9(13)V9(02) VALUE 0.

      * FECHAS DE PAGO DE NOMINA DENTRO DE LA PROYECCION Y LO QUE
      * REGRESA AL NETO EN CADA UNA POR PRESTAMOS YA LIQUIDADOS
       77 WKS-FIN-CALENDARIO      PIC X(01) VALUE "N".
           88 WKS-EOF-CALENDARIO  VALUE "S".
       77 WKS-FIN-PRESTAMOS       PIC X(01) VALUE "N".
           88 WKS-EOF-PRESTAMOS   VALUE "S".
       01 WKS-TABLA-PRESTAMOS.
           02 WKS-PL-LIBERADO     PIC 9(11)V9(02) OCCURS 20 TIMES.
       77 WKS-IDX-PL              PIC 9(02).
       77 WKS-NUM-PAGOS-NOMINA    PIC 9(02) VALUE 0.
       77 WKS-ABONOS-RESTANTES    PIC 9(05).
       77 WKS-RESTO-PRESTAMO      PIC 9(08)V9(02).

      * IMSS: PORCENTAJE TOTAL (OBRERO MAS PATRONAL) DE LA TABLA
      * VIGENTE Y LOS MESES QUE SE ENTERAN DENTRO DE LA PROYECCION
       77 WKS-FIN-CUOTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-CUOTAS      VALUE "S".
       77 WKS-CU-VIGENCIA         PIC 9(08).
       77 WKS-PCT-IMSS            PIC 9(03)V9(04) VALUE 0.
       77 WKS-CUOTA-IMSS-MES      PIC 9(13)V9(02) VALUE 0.
       01 WKS-FECHA-ENTERO        PIC 9(08).
       01 WKS-ENTERO-DESGLOSE REDEFINES WKS-FECHA-ENTERO.
           02 WKS-EN-ANIO         PIC 9(04).
           02 WKS-EN-MES          PIC 9(02).
           02 WKS-EN-DIA          PIC 9(02).
       77 WKS-MESES-IMSS          PIC 9(01).

      * FORMATOS DE IMPRESION
       77 WKS-IMPORTE-FORMAT      PIC Z(9)9.99.
       77 WKS-IMPORTE2-FORMAT     PIC Z(9)9.99.
       77 WKS-IMPORTE3-FORMAT     PIC Z(9)9.99.
       77 WKS-IMPORTE4-FORMAT     PIC Z(9)9.99.
       77 WKS-SALDO-FORMAT        PIC -Z(11)9.99.

           COPY REPORTE-WS.
           COPY FECHA-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== FLUJO DE EFECTIVO A 13 SEMANAS ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "SALDO EN BANCOS HOY (EJ. 150000.00, NEGATIVO "
                   "CON SIGNO -)".
           ACCEPT WKS-SALDO-BANCOS.
           PERFORM 1000-ARMAR-SEMANAS.
           PERFORM 2000-COBRANZA-CLIENTES.
           PERFORM 2500-APARTADOS.
           PERFORM 3000-VENTAS-CONTADO.
           PERFORM 4000-CUENTAS-POR-PAGAR.
           PERFORM 5000-NOMINA.
           PERFORM 5500-IMSS.
           PERFORM 6000-SALDOS-SEMANALES.
           PERFORM 7000-IMPRIMIR-FLUJO.
           GOBACK.

      * LA SEMANA 1 EMPIEZA HOY; LA PROYECCION TERMINA EL DIA
      * ANTERIOR AL QUE SERIA EL INICIO DE LA SEMANA 14
       1000-ARMAR-SEMANAS.
           MOVE 1 TO WKS-IDX-SM.
           PERFORM 1010-INICIAR-SEMANA
               UNTIL WKS-IDX-SM IS GREATER THAN 13.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
           MOVE 91 TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-FECHA-FIN-PROY.

       1010-INICIAR-SEMANA.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
           COMPUTE WKS-DIAS-SUMAR = (WKS-IDX-SM - 1) * 7.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-SM-INICIO(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-COBRANZA(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-APARTADOS(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-VENTAS(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-PROVEEDORES(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-NOMINA(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-PENSIONES(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-IMSS(WKS-IDX-SM).
           MOVE 0 TO WKS-SM-SALDO(WKS-IDX-SM).
           ADD 1 TO WKS-IDX-SM.

      * SEMANA DE WKS-FECHA-EVENTO: LO ATRASADO CAE EN LA SEMANA 1 Y
      * LO POSTERIOR A LA PROYECCION DEJA WKS-SEMANA EN CERO
       1100-SEMANA-DE-FECHA.
           IF WKS-FECHA-EVENTO IS LESS THAN WKS-FECHA-HOY THEN
               MOVE 1 TO WKS-SEMANA
           ELSE
           IF WKS-FECHA-EVENTO IS NOT LESS THAN WKS-FECHA-FIN-PROY
           THEN
               MOVE 0 TO WKS-SEMANA
           ELSE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-DE
               MOVE WKS-FECHA-EVENTO TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               COMPUTE WKS-SEMANA = WKS-DIAS-DIFERENCIA / 7 + 1.

      ******************************************************************
      * COBRANZA: CARTERA VIVA DE CADA CLIENTE DESPUES DE APLICAR SUS
      * ABONOS A LOS CARGOS MAS VIEJOS, IGUAL QUE ANTIGUEDAD-CARTERA
      ******************************************************************
       2000-COBRANZA-CLIENTES.
           MOVE "N" TO WKS-FIN-CLIENTES.
           OPEN INPUT CLIENTE-FILE.
           IF CLI-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "SIN MAESTRO DE CLIENTES, NO SE PROYECTA "
                       "COBRANZA"
               MOVE "S" TO WKS-FIN-CLIENTES
           ELSE
               MOVE LOW-VALUES TO RC-ID
               START CLIENTE-FILE KEY IS NOT LESS THAN RC-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-CLIENTES
               END-START
               PERFORM 2010-LEER-CLIENTE UNTIL WKS-EOF-CLIENTES
               CLOSE CLIENTE-FILE.

       2010-LEER-CLIENTE.
           READ CLIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CLIENTES
               NOT AT END
                   PERFORM 2100-CARTERA-CLIENTE.

       2100-CARTERA-CLIENTE.
           MOVE RC-ID TO WKS-CLIENTE-CONSULTA.
           MOVE 0 TO WKS-NUM-CARGOS.
           MOVE 0 TO WKS-ABONOS-TOTAL.
           MOVE "N" TO WKS-FIN-CUENTA.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-CUENTA
           ELSE
               PERFORM 2110-JUNTAR-MOVIMIENTO UNTIL WKS-EOF-CUENTA
               CLOSE CUENTA-FILE.
           IF WKS-NUM-CARGOS IS GREATER THAN 0 THEN
               MOVE 1 TO WKS-IDX-CG
               PERFORM 2130-APLICAR-ABONO
                   UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS
                      OR WKS-ABONOS-TOTAL IS EQUAL TO 0
               MOVE 1 TO WKS-IDX-CG
               PERFORM 2140-PROYECTAR-CARGO
                   UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS.

       2110-JUNTAR-MOVIMIENTO.
           READ CUENTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CUENTA
               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       IF CU-TIPO IS EQUAL TO "A" THEN
                           ADD CU-IMPORTE TO WKS-ABONOS-TOTAL
                       ELSE
                       IF CU-TIPO IS EQUAL TO "N" THEN
                           PERFORM 2120-APLICAR-CONDONACION
                       ELSE
                       IF WKS-NUM-CARGOS IS LESS THAN 200 THEN
                           ADD 1 TO WKS-NUM-CARGOS
                           MOVE CU-FECHA
                               TO WKS-CG-FECHA(WKS-NUM-CARGOS)
                           MOVE CU-IMPORTE
                               TO WKS-CG-IMPORTE(WKS-NUM-CARGOS)
                           MOVE CU-REFERENCIA
                               TO WKS-CG-REFERENCIA(WKS-NUM-CARGOS).

      * LA CONDONACION ANULA EL INTERES DE SU MES, COMO EN LA
      * ANTIGUEDAD DE CARTERA
       2120-APLICAR-CONDONACION.
           MOVE SPACES TO WKS-REF-INTERES.
           STRING "INT " CU-REFERENCIA(5:6)
               DELIMITED BY SIZE INTO WKS-REF-INTERES.
           MOVE 0 TO WKS-POS-INTERES.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 2121-BUSCAR-INTERES
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS
                  OR WKS-POS-INTERES IS GREATER THAN 0.
           IF WKS-POS-INTERES IS EQUAL TO 0 THEN
               ADD CU-IMPORTE TO WKS-ABONOS-TOTAL
           ELSE
           IF CU-IMPORTE IS GREATER THAN
              WKS-CG-IMPORTE(WKS-POS-INTERES) THEN
               COMPUTE WKS-ABONOS-TOTAL = WKS-ABONOS-TOTAL +
                       CU-IMPORTE - WKS-CG-IMPORTE(WKS-POS-INTERES)
               MOVE 0 TO WKS-CG-IMPORTE(WKS-POS-INTERES)
           ELSE
               SUBTRACT CU-IMPORTE
                   FROM WKS-CG-IMPORTE(WKS-POS-INTERES).

       2121-BUSCAR-INTERES.
           IF WKS-CG-REFERENCIA(WKS-IDX-CG) IS EQUAL TO
              WKS-REF-INTERES THEN
               MOVE WKS-IDX-CG TO WKS-POS-INTERES.
           ADD 1 TO WKS-IDX-CG.

       2130-APLICAR-ABONO.
           IF WKS-ABONOS-TOTAL IS NOT LESS THAN
              WKS-CG-IMPORTE(WKS-IDX-CG) THEN
               SUBTRACT WKS-CG-IMPORTE(WKS-IDX-CG)
                   FROM WKS-ABONOS-TOTAL
               MOVE 0 TO WKS-CG-IMPORTE(WKS-IDX-CG)
           ELSE
               SUBTRACT WKS-ABONOS-TOTAL
                   FROM WKS-CG-IMPORTE(WKS-IDX-CG)
               MOVE 0 TO WKS-ABONOS-TOTAL.
           ADD 1 TO WKS-IDX-CG.

      * NO VENCIDO: EN LA SEMANA DE SU VENCIMIENTO. VENCIDO HASTA 90
      * DIAS: UNA CUARTA PARTE EN CADA UNA DE LAS SEMANAS 1 A 4. MAS
      * DE 90 DIAS: NO SE CUENTA CON EL
       2140-PROYECTAR-CARGO.
           IF WKS-CG-IMPORTE(WKS-IDX-CG) IS GREATER THAN 0 THEN
               MOVE WKS-CG-FECHA(WKS-IDX-CG) TO WKS-FECHA-DE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               MOVE WKS-DIAS-DIFERENCIA TO WKS-EDAD-DIAS
               IF WKS-EDAD-DIAS IS NOT GREATER THAN
                  WKS-CFG-DIAS-VENCE THEN
                   MOVE WKS-CG-FECHA(WKS-IDX-CG) TO WKS-FECHA-BASE
                   MOVE WKS-CFG-DIAS-VENCE TO WKS-DIAS-SUMAR
                   PERFORM 2710-FECHA-MAS-DIAS
                   MOVE WKS-FECHA-RESULTADO TO WKS-FECHA-EVENTO
                   PERFORM 1100-SEMANA-DE-FECHA
                   IF WKS-SEMANA IS GREATER THAN 0 THEN
                       ADD WKS-CG-IMPORTE(WKS-IDX-CG)
                           TO WKS-SM-COBRANZA(WKS-SEMANA)
                   END-IF
               ELSE
               IF WKS-EDAD-DIAS IS NOT GREATER THAN 90 THEN
                   PERFORM 2150-REPARTIR-VENCIDO
               ELSE
                   ADD WKS-CG-IMPORTE(WKS-IDX-CG)
                       TO WKS-CARTERA-DUDOSA.
           ADD 1 TO WKS-IDX-CG.

       2150-REPARTIR-VENCIDO.
           COMPUTE WKS-CUARTA-PARTE = WKS-CG-IMPORTE(WKS-IDX-CG) / 4.
           ADD WKS-CUARTA-PARTE TO WKS-SM-COBRANZA(1).
           ADD WKS-CUARTA-PARTE TO WKS-SM-COBRANZA(2).
           ADD WKS-CUARTA-PARTE TO WKS-SM-COBRANZA(3).
           COMPUTE WKS-SM-COBRANZA(4) = WKS-SM-COBRANZA(4) +
                   WKS-CG-IMPORTE(WKS-IDX-CG) - WKS-CUARTA-PARTE * 3.

      ******************************************************************
      * APARTADOS ABIERTOS: EL SALDO SE PROYECTA AL RITMO SEMANAL QUE
      * EL CLIENTE HA ABONADO DESDE QUE APARTO, HASTA LIQUIDARLO
      ******************************************************************
       2500-APARTADOS.
           MOVE "N" TO WKS-FIN-APARTADOS.
           OPEN INPUT APARTADO-FILE.
           IF AP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-APARTADOS
           ELSE
               PERFORM 2510-LEER-APARTADO UNTIL WKS-EOF-APARTADOS
               CLOSE APARTADO-FILE.

       2510-LEER-APARTADO.
           READ APARTADO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-APARTADOS
               NOT AT END
                   IF AP-ESTADO IS EQUAL TO "A" AND
                      AP-TOTAL IS GREATER THAN AP-PAGADO AND
                      AP-PAGADO IS GREATER THAN 0 THEN
                       PERFORM 2520-PROYECTAR-APARTADO.

       2520-PROYECTAR-APARTADO.
           COMPUTE WKS-SALDO-APARTADO = AP-TOTAL - AP-PAGADO.
           MOVE AP-FECHA TO WKS-FECHA-DE.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           IF WKS-DIAS-DIFERENCIA IS LESS THAN 0 THEN
               MOVE 0 TO WKS-DIAS-DIFERENCIA.
           COMPUTE WKS-SEMANAS-APARTADO = WKS-DIAS-DIFERENCIA / 7 + 1.
           COMPUTE WKS-RITMO-APARTADO ROUNDED =
                   AP-PAGADO / WKS-SEMANAS-APARTADO.
           MOVE 1 TO WKS-IDX-SM.
           PERFORM 2530-ABONO-SEMANAL
               UNTIL WKS-IDX-SM IS GREATER THAN 13
                  OR WKS-SALDO-APARTADO IS EQUAL TO 0.

       2530-ABONO-SEMANAL.
           IF WKS-SALDO-APARTADO IS LESS THAN WKS-RITMO-APARTADO THEN
               MOVE WKS-SALDO-APARTADO TO WKS-ABONO-PROYECTADO
           ELSE
               MOVE WKS-RITMO-APARTADO TO WKS-ABONO-PROYECTADO.
           ADD WKS-ABONO-PROYECTADO TO WKS-SM-APARTADOS(WKS-IDX-SM).
           SUBTRACT WKS-ABONO-PROYECTADO FROM WKS-SALDO-APARTADO.
           ADD 1 TO WKS-IDX-SM.

      ******************************************************************
      * VENTAS DE CONTADO (EFECTIVO, TARJETA, CHEQUE Y REPARTO) DE LOS
      * 28 DIAS ANTERIORES A HOY, NETAS DE DEVOLUCIONES; EL CREDITO,
      * LA VENTA A EMPLEADOS Y EL APARTADO CONVERTIDO NO ENTRAN (YA
      * ESTAN EN COBRANZA, NOMINA O APARTADOS)
      ******************************************************************
       3000-VENTAS-CONTADO.
           PERFORM 3010-FECHA-DESDE.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 3020-LEER-VENTA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.
           IF WKS-FECHA-DESDE(1:6) IS LESS THAN WKS-FECHA-HOY(1:6)
           THEN
               MOVE WKS-FECHA-DESDE(1:6) TO WKS-MES-HISTORICO
               MOVE "N" TO WKS-FIN-ARCHIVADAS
               OPEN INPUT HIST-VENTAS
               IF HV-STATUS IS NOT EQUAL TO "00" THEN
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               ELSE
                   PERFORM 3030-LEER-VENTA-ARCH
                       UNTIL WKS-EOF-ARCHIVADAS
                   CLOSE HIST-VENTAS.
           IF WKS-VENTAS-CONTADO IS GREATER THAN 0 THEN
               COMPUTE WKS-VENTA-SEMANAL ROUNDED =
                       WKS-VENTAS-CONTADO / 4.
           MOVE 1 TO WKS-IDX-SM.
           PERFORM 3050-VENTA-SEMANAL
               UNTIL WKS-IDX-SM IS GREATER THAN 13.

      * HOY MENOS 28 DIAS, SIN SALIR DEL MES ANTERIOR
       3010-FECHA-DESDE.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-DESDE.
           IF WKS-DD-DIA IS GREATER THAN 28 THEN
               SUBTRACT 28 FROM WKS-DD-DIA
           ELSE
               IF WKS-DD-MES IS EQUAL TO 1 THEN
                   MOVE 12 TO WKS-DD-MES
                   SUBTRACT 1 FROM WKS-DD-ANIO
               ELSE
                   SUBTRACT 1 FROM WKS-DD-MES
               END-IF
               MOVE WKS-DD-ANIO TO WKS-FE-ANIO
               MOVE WKS-DD-MES TO WKS-FE-MES
               PERFORM 2705-FE-DIAS-DEL-MES
               COMPUTE WKS-DD-DIA = WKS-FE-DIAS-MES + WKS-DD-DIA - 28.

       3020-LEER-VENTA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   MOVE REG-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 3040-SUMAR-PARTIDA.

       3030-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 3040-SUMAR-PARTIDA.

       3040-SUMAR-PARTIDA.
           IF VA-FECHA IS NUMERIC AND
              VA-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
              VA-FECHA IS LESS THAN WKS-FECHA-HOY AND
              VA-ESTADO IS NOT EQUAL TO "C" AND
              VA-FORMA-PAGO IS NOT EQUAL TO "C" AND "N" AND "A" THEN
               COMPUTE WKS-IMPORTE-PARTIDA ROUNDED =
                       VA-CANTIDAD * VA-PRECIO
               IF VA-TIPO IS EQUAL TO "D" THEN
                   SUBTRACT WKS-IMPORTE-PARTIDA
                       FROM WKS-VENTAS-CONTADO
               ELSE
                   ADD WKS-IMPORTE-PARTIDA TO WKS-VENTAS-CONTADO.

       3050-VENTA-SEMANAL.
           MOVE WKS-VENTA-SEMANAL TO WKS-SM-VENTAS(WKS-IDX-SM).
           ADD 1 TO WKS-IDX-SM.

      ******************************************************************
      * CUENTAS POR PAGAR: SALDO DE FACTURAS DE PROVEEDOR ABIERTAS Y
      * GASTOS DE OPERACION SIN PAGAR (IMPORTE MAS IVA), COMO EN LOS
      * PAGOS POR VENCER DE CUENTAS-PAGAR
      ******************************************************************
       4000-CUENTAS-POR-PAGAR.
           MOVE "N" TO WKS-FIN-FACTURAS.
           OPEN INPUT FACTPROV-FILE.
           IF FP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-FACTURAS
           ELSE
               PERFORM 4010-LEER-FACTURA UNTIL WKS-EOF-FACTURAS
               CLOSE FACTPROV-FILE.
           MOVE "N" TO WKS-FIN-GASTOS.
           OPEN INPUT GASTO-FILE.
           IF GA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-GASTOS
           ELSE
               PERFORM 4020-LEER-GASTO UNTIL WKS-EOF-GASTOS
               CLOSE GASTO-FILE.

       4010-LEER-FACTURA.
           READ FACTPROV-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-FACTURAS
               NOT AT END
                   IF FP-ESTADO IS EQUAL TO "A" THEN
                       COMPUTE WKS-SALDO-FACTURA =
                               FP-IMPORTE - FP-PAGADO
                       MOVE FP-VENCE TO WKS-FECHA-EVENTO
                       PERFORM 1100-SEMANA-DE-FECHA
                       IF WKS-SEMANA IS GREATER THAN 0 THEN
                           ADD WKS-SALDO-FACTURA
                               TO WKS-SM-PROVEEDORES(WKS-SEMANA).

       4020-LEER-GASTO.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   IF GA-ABIERTO THEN
                       COMPUTE WKS-SALDO-FACTURA =
                               GA-IMPORTE + GA-IVA
                       MOVE GA-VENCE TO WKS-FECHA-EVENTO
                       PERFORM 1100-SEMANA-DE-FECHA
                       IF WKS-SEMANA IS GREATER THAN 0 THEN
                           ADD WKS-SALDO-FACTURA
                               TO WKS-SM-PROVEEDORES(WKS-SEMANA).

      ******************************************************************
      * NOMINA: PROMEDIO DE LAS ULTIMAS 3 CORRIDAS ORDINARIAS Y BRUTO
      * DEL ULTIMO MES CERRADO (BASE DEL IMSS); CADA FECHA DE PAGO DEL
      * CALENDARIO DENTRO DE LA PROYECCION LLEVA EL NETO, LO QUE
      * REGRESA DE PRESTAMOS YA LIQUIDADOS Y LAS PENSIONES A ENTREGAR
      ******************************************************************
       5000-NOMINA.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-CERRADO.
           IF WKS-MC-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MC-MES
               SUBTRACT 1 FROM WKS-MC-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MC-MES.
           MOVE "N" TO WKS-FIN-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-HISTORIA
           ELSE
               PERFORM 5010-LEER-HISTORIA UNTIL WKS-EOF-HISTORIA
               CLOSE HISTORIA-FILE.
           IF WKS-NUM-CORRIDAS IS GREATER THAN 0 THEN
               MOVE 1 TO WKS-IDX-CR
               PERFORM 5030-SUMAR-CORRIDA
                   UNTIL WKS-IDX-CR IS GREATER THAN WKS-NUM-CORRIDAS
               DIVIDE WKS-NUM-CORRIDAS INTO WKS-NETO-PROMEDIO ROUNDED
               DIVIDE WKS-NUM-CORRIDAS INTO WKS-PENSION-PROMEDIO
                   ROUNDED.
           PERFORM 5100-PRESTAMOS-POR-LIQUIDAR.
           MOVE 0 TO WKS-NUM-PAGOS-NOMINA.
           MOVE "N" TO WKS-FIN-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF CP-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "SIN CALENDARIO-NOMINA.TXT, NO SE PROYECTA "
                       "NOMINA"
               MOVE "S" TO WKS-FIN-CALENDARIO
           ELSE
               PERFORM 5040-LEER-PERIODO UNTIL WKS-EOF-CALENDARIO
               CLOSE CALENDARIO-FILE.

       5010-LEER-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF HN-TIPO IS EQUAL TO "N" OR "C" THEN
                       PERFORM 5020-ACUMULAR-CORRIDA.

       5020-ACUMULAR-CORRIDA.
           IF HN-PERIODO(1:6) IS EQUAL TO WKS-MES-CERRADO THEN
               ADD HN-BRUTO TO WKS-BRUTO-MES.
           IF WKS-NUM-CORRIDAS IS EQUAL TO 0 OR
              HN-PERIODO IS NOT EQUAL TO
              WKS-CR-PERIODO(WKS-NUM-CORRIDAS) THEN
               IF WKS-NUM-CORRIDAS IS LESS THAN 3 THEN
                   ADD 1 TO WKS-NUM-CORRIDAS
               ELSE
                   MOVE WKS-CR-RENGLON(2) TO WKS-CR-RENGLON(1)
                   MOVE WKS-CR-RENGLON(3) TO WKS-CR-RENGLON(2)
               END-IF
               MOVE HN-PERIODO TO WKS-CR-PERIODO(WKS-NUM-CORRIDAS)
               MOVE 0 TO WKS-CR-NETO(WKS-NUM-CORRIDAS)
               MOVE 0 TO WKS-CR-PENSION(WKS-NUM-CORRIDAS).
           ADD HN-NETO TO WKS-CR-NETO(WKS-NUM-CORRIDAS).
           IF HN-PENSION IS NUMERIC THEN
               ADD HN-PENSION TO WKS-CR-PENSION(WKS-NUM-CORRIDAS).

       5030-SUMAR-CORRIDA.
           ADD WKS-CR-NETO(WKS-IDX-CR) TO WKS-NETO-PROMEDIO.
           ADD WKS-CR-PENSION(WKS-IDX-CR) TO WKS-PENSION-PROMEDIO.
           ADD 1 TO WKS-IDX-CR.

       5040-LEER-PERIODO.
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CALENDARIO
               NOT AT END
                   IF CP-ESTADO IS EQUAL TO "A" AND
                      CP-PAGO IS NOT LESS THAN WKS-FECHA-HOY AND
                      CP-PAGO IS LESS THAN WKS-FECHA-FIN-PROY THEN
                       PERFORM 5050-PAGO-DE-NOMINA.

       5050-PAGO-DE-NOMINA.
           ADD 1 TO WKS-NUM-PAGOS-NOMINA.
           MOVE CP-PAGO TO WKS-FECHA-EVENTO.
           PERFORM 1100-SEMANA-DE-FECHA.
           IF WKS-SEMANA IS GREATER THAN 0 THEN
               ADD WKS-NETO-PROMEDIO TO WKS-SM-NOMINA(WKS-SEMANA)
               ADD WKS-PENSION-PROMEDIO
                   TO WKS-SM-PENSIONES(WKS-SEMANA)
               IF WKS-NUM-PAGOS-NOMINA IS NOT GREATER THAN 20 THEN
                   ADD WKS-PL-LIBERADO(WKS-NUM-PAGOS-NOMINA)
                       TO WKS-SM-NOMINA(WKS-SEMANA).

      * UN PRESTAMO CON N ABONOS POR DELANTE DEJA DE DESCONTARSE A
      * PARTIR DEL PAGO N + 1: DESDE AHI SU ABONO VUELVE A SALIR EN EL
      * NETO
       5100-PRESTAMOS-POR-LIQUIDAR.
           MOVE 1 TO WKS-IDX-PL.
           PERFORM 5110-LIMPIAR-LIBERADO
               UNTIL WKS-IDX-PL IS GREATER THAN 20.
           MOVE "N" TO WKS-FIN-PRESTAMOS.
           OPEN INPUT PRESTAMO-FILE.
           IF PR-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-PRESTAMOS
           ELSE
               PERFORM 5120-LEER-PRESTAMO UNTIL WKS-EOF-PRESTAMOS
               CLOSE PRESTAMO-FILE.

       5110-LIMPIAR-LIBERADO.
           MOVE 0 TO WKS-PL-LIBERADO(WKS-IDX-PL).
           ADD 1 TO WKS-IDX-PL.

       5120-LEER-PRESTAMO.
           READ PRESTAMO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PRESTAMOS
               NOT AT END
                   IF PR-SALDO IS GREATER THAN 0 AND
                      PR-ABONO IS GREATER THAN 0 THEN
                       PERFORM 5130-LIBERAR-ABONO.

       5130-LIBERAR-ABONO.
           DIVIDE PR-SALDO BY PR-ABONO GIVING WKS-ABONOS-RESTANTES
               REMAINDER WKS-RESTO-PRESTAMO.
           IF WKS-RESTO-PRESTAMO IS GREATER THAN 0 THEN
               ADD 1 TO WKS-ABONOS-RESTANTES.
           COMPUTE WKS-IDX-PL = WKS-ABONOS-RESTANTES + 1.
           IF WKS-ABONOS-RESTANTES IS LESS THAN 20 THEN
               PERFORM 5140-SUMAR-LIBERADO
                   UNTIL WKS-IDX-PL IS GREATER THAN 20.

       5140-SUMAR-LIBERADO.
           ADD PR-ABONO TO WKS-PL-LIBERADO(WKS-IDX-PL).
           ADD 1 TO WKS-IDX-PL.

      ******************************************************************
      * IMSS: CUOTA DEL MES = BRUTO DEL ULTIMO MES CERRADO POR LA SUMA
      * DE PORCENTAJES OBRERO Y PATRONAL VIGENTES; SE ENTERA EL DIA 17
      * DEL MES SIGUIENTE AL QUE CORRESPONDE
      ******************************************************************
       5500-IMSS.
           MOVE 0 TO WKS-CU-VIGENCIA.
           MOVE "N" TO WKS-FIN-CUOTAS.
           OPEN INPUT CUOTAS-FILE.
           IF CI-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "SIN CUOTAS-IMSS.TXT, NO SE PROYECTA IMSS"
               MOVE "S" TO WKS-FIN-CUOTAS
           ELSE
               PERFORM 5510-BUSCAR-VIGENCIA UNTIL WKS-EOF-CUOTAS
               CLOSE CUOTAS-FILE.
           IF WKS-CU-VIGENCIA IS GREATER THAN 0 THEN
               MOVE "N" TO WKS-FIN-CUOTAS
               OPEN INPUT CUOTAS-FILE
               PERFORM 5520-SUMAR-PORCENTAJE UNTIL WKS-EOF-CUOTAS
               CLOSE CUOTAS-FILE.
           COMPUTE WKS-CUOTA-IMSS-MES ROUNDED =
                   WKS-BRUTO-MES * WKS-PCT-IMSS / 100.
           IF WKS-CUOTA-IMSS-MES IS GREATER THAN 0 THEN
               MOVE WKS-FECHA-HOY TO WKS-FECHA-ENTERO
               MOVE 17 TO WKS-EN-DIA
               MOVE 0 TO WKS-MESES-IMSS
               PERFORM 5530-ENTERO-DEL-MES
                   UNTIL WKS-MESES-IMSS IS GREATER THAN 3.

       5510-BUSCAR-VIGENCIA.
           READ CUOTAS-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CUOTAS
               NOT AT END
                   IF CI-FECHA-VIGENCIA IS NOT GREATER THAN
                      WKS-FECHA-HOY AND
                      CI-FECHA-VIGENCIA IS GREATER THAN
                      WKS-CU-VIGENCIA THEN
                       MOVE CI-FECHA-VIGENCIA TO WKS-CU-VIGENCIA.

       5520-SUMAR-PORCENTAJE.
           READ CUOTAS-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CUOTAS
               NOT AT END
                   IF CI-FECHA-VIGENCIA IS EQUAL TO WKS-CU-VIGENCIA
                   THEN
                       ADD CI-PCT-OBRERO TO WKS-PCT-IMSS
                       ADD CI-PCT-PATRON TO WKS-PCT-IMSS.

      * EL 17 DE ESTE MES Y DE LOS TRES SIGUIENTES; EL QUE YA PASO NO
      * CUENTA (SE SUPONE ENTERADO)
       5530-ENTERO-DEL-MES.
           IF WKS-FECHA-ENTERO IS NOT LESS THAN WKS-FECHA-HOY THEN
               MOVE WKS-FECHA-ENTERO TO WKS-FECHA-EVENTO
               PERFORM 1100-SEMANA-DE-FECHA
               IF WKS-SEMANA IS GREATER THAN 0 THEN
                   ADD WKS-CUOTA-IMSS-MES TO WKS-SM-IMSS(WKS-SEMANA).
           IF WKS-EN-MES IS EQUAL TO 12 THEN
               MOVE 1 TO WKS-EN-MES
               ADD 1 TO WKS-EN-ANIO
           ELSE
               ADD 1 TO WKS-EN-MES.
           ADD 1 TO WKS-MESES-IMSS.

      ******************************************************************
      * SALDO FINAL DE CADA SEMANA A PARTIR DEL SALDO EN BANCOS
      ******************************************************************
       6000-SALDOS-SEMANALES.
           MOVE WKS-SALDO-BANCOS TO WKS-SALDO-CORRIDO.
           MOVE 0 TO WKS-SEMANAS-NEGATIVAS.
           MOVE 1 TO WKS-IDX-SM.
           PERFORM 6010-SALDO-SEMANA
               UNTIL WKS-IDX-SM IS GREATER THAN 13.

       6010-SALDO-SEMANA.
           PERFORM 6020-TOTALES-SEMANA.
           COMPUTE WKS-SALDO-CORRIDO = WKS-SALDO-CORRIDO +
                   WKS-ENTRADAS-SEMANA - WKS-SALIDAS-SEMANA.
           MOVE WKS-SALDO-CORRIDO TO WKS-SM-SALDO(WKS-IDX-SM).
           IF WKS-SALDO-CORRIDO IS LESS THAN 0 THEN
               ADD 1 TO WKS-SEMANAS-NEGATIVAS.
           ADD 1 TO WKS-IDX-SM.

       6020-TOTALES-SEMANA.
           COMPUTE WKS-ENTRADAS-SEMANA = WKS-SM-COBRANZA(WKS-IDX-SM)
                   + WKS-SM-APARTADOS(WKS-IDX-SM)
                   + WKS-SM-VENTAS(WKS-IDX-SM).
           COMPUTE WKS-SALIDAS-SEMANA = WKS-SM-PROVEEDORES(WKS-IDX-SM)
                   + WKS-SM-NOMINA(WKS-IDX-SM)
                   + WKS-SM-PENSIONES(WKS-IDX-SM)
                   + WKS-SM-IMSS(WKS-IDX-SM).

      ******************************************************************
      * REPORTE: RESUMEN SEMANAL CON LAS SEMANAS EN NEGATIVO MARCADAS
      * Y DESPUES EL DESGLOSE DE ENTRADAS Y SALIDAS POR SEMANA
      ******************************************************************
       7000-IMPRIMIR-FLUJO.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "FLUJO-EFECTIVO-" WKS-FECHA-HOY ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "FLUJO DE EFECTIVO A 13 SEMANAS DESDE "
                  WKS-FECHA-HOY
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "SEM INICIO        ENTRADAS      SALIDAS     SALDO FIN
      -        "AL" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-SALDO-BANCOS TO WKS-SALDO-FORMAT.
           STRING "SALDO INICIAL EN BANCOS                   "
                  WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-SM.
           PERFORM 7010-RENGLON-SEMANA
               UNTIL WKS-IDX-SM IS GREATER THAN 13.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-SEMANAS-NEGATIVAS IS GREATER THAN 0 THEN
               STRING "*** " WKS-SEMANAS-NEGATIVAS
                      " SEMANA(S) CON SALDO NEGATIVO ***"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
               MOVE "EL SALDO NO QUEDA EN NEGATIVO EN NINGUNA SEMANA"
                   TO WKS-REP-LINEA.
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "DESGLOSE POR SEMANA" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-SM.
           PERFORM 7020-DESGLOSE-SEMANA
               UNTIL WKS-IDX-SM IS GREATER THAN 13.
           PERFORM 7030-BASES-DEL-CALCULO.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "FLUJO DE EFECTIVO EN " WKS-REP-NOMBRE.

       7010-RENGLON-SEMANA.
           PERFORM 6020-TOTALES-SEMANA.
           MOVE WKS-ENTRADAS-SEMANA TO WKS-IMPORTE-FORMAT.
           MOVE WKS-SALIDAS-SEMANA TO WKS-IMPORTE2-FORMAT.
           MOVE WKS-SM-SALDO(WKS-IDX-SM) TO WKS-SALDO-FORMAT.
           STRING " " WKS-IDX-SM " " WKS-SM-INICIO(WKS-IDX-SM) " "
                  WKS-IMPORTE-FORMAT " " WKS-IMPORTE2-FORMAT " "
                  WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           IF WKS-SM-SALDO(WKS-IDX-SM) IS LESS THAN 0 THEN
               MOVE "*** NEGATIVO" TO WKS-REP-LINEA(66:12).
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-SM.

       7020-DESGLOSE-SEMANA.
           MOVE WKS-SM-COBRANZA(WKS-IDX-SM) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-SM-APARTADOS(WKS-IDX-SM) TO WKS-IMPORTE2-FORMAT.
           MOVE WKS-SM-VENTAS(WKS-IDX-SM) TO WKS-IMPORTE3-FORMAT.
           STRING " " WKS-IDX-SM " COBRANZA " WKS-IMPORTE-FORMAT
                  " APARTADOS " WKS-IMPORTE2-FORMAT
                  " VENTAS " WKS-IMPORTE3-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-SM-PROVEEDORES(WKS-IDX-SM) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-SM-NOMINA(WKS-IDX-SM) TO WKS-IMPORTE2-FORMAT.
           MOVE WKS-SM-PENSIONES(WKS-IDX-SM) TO WKS-IMPORTE3-FORMAT.
           MOVE WKS-SM-IMSS(WKS-IDX-SM) TO WKS-IMPORTE4-FORMAT.
           STRING "    PROV " WKS-IMPORTE-FORMAT
                  " NOM " WKS-IMPORTE2-FORMAT
                  " PENS " WKS-IMPORTE3-FORMAT
                  " IMSS " WKS-IMPORTE4-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-SM.

       7030-BASES-DEL-CALCULO.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-VENTA-SEMANAL TO WKS-IMPORTE-FORMAT.
           STRING "VENTA DE CONTADO PROMEDIO SEMANAL (4 SEMANAS) "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NETO-PROMEDIO TO WKS-IMPORTE-FORMAT.
           STRING "NETO DE NOMINA PROMEDIO POR PAGO (" WKS-NUM-CORRIDAS
                  " CORRIDAS)   " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-CUOTA-IMSS-MES TO WKS-IMPORTE-FORMAT.
           STRING "CUOTA IMSS MENSUAL (BRUTO DE " WKS-MES-CERRADO
                  ")            " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-CARTERA-DUDOSA TO WKS-IMPORTE-FORMAT.
           STRING "CARTERA DE MAS DE 90 DIAS NO PROYECTADA      "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY CONFIG-PROC.
