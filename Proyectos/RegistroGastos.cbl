      ******************************************************************
      * Author:
      * Date:
      * Purpose: REGISTRO DE GASTOS DE OPERACION. LA RENTA, LA LUZ,
      *          EL TELEFONO, EL MANTENIMIENTO Y DEMAS RECIBOS QUE NO
      *          SON MERCANCIA NO TENIAN DONDE CAPTURARSE: CUENTAS-
      *          PAGAR SOLO TOMA FACTURAS CRUZADAS CONTRA ORDENES DE
      *          COMPRA Y EL ESTADO DE RESULTADOS SOLO VEIA LO PAGADO
      *          POR CAJA. AQUI VIVEN EL CATALOGO DE CUENTAS DE GASTO
      *          (CUENTAS-GASTO.TXT, VER CTAGASTO.cpy) Y EL REGISTRO
      *          DE GASTOS (GASTOS.TXT, VER GASTO.cpy): FACTURA,
      *          BENEFICIARIO, CUENTA, IMPORTE, IVA, VENCIMIENTO Y SI
      *          YA SE PAGO (CON FECHA Y REFERENCIA DEL PAGO). EL
      *          ESTADO DE RESULTADOS LOS TOMA POR CUENTA, EL EXTRACTO
      *          CONTABLE SACA UNA LINEA POR CUENTA Y LA LISTA SEMANAL
      *          DE PAGOS POR VENCER DE CUENTAS-PAGAR LOS MUESTRA
      *          JUNTO A LAS FACTURAS DE PROVEEDOR. LO QUE SE PAGA EN
      *          EFECTIVO DESDE LA CAJA SIGUE CAPTURANDOSE COMO SALIDA
      *          DE CAJA EN COMERCIO Y NO SE REGISTRA AQUI (SE
      *          CONTARIA DOS VECES). CADA GASTO LLEVA EL RFC DEL
      *          BENEFICIARIO Y LA TASA DE IVA (TASAS-IVA.TXT) CON QUE
      *          SE CALCULA SU IVA, PARA LA DIOT MENSUAL (DIOT-IVA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-GASTOS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CTAGASTO-FILE ASSIGN TO "CUENTAS-GASTO.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS CG-CUENTA
                                   FILE STATUS CG-STATUS.

           SELECT GASTO-FILE ASSIGN TO "GASTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS GA-NUMERO
                                   FILE STATUS GA-STATUS.

           SELECT GA-KEY-FILE ASSIGN TO "LLAVE-GASTOS.TXT"
                                   FILE STATUS GAKEY-STATUS.

           SELECT TASA-FILE ASSIGN TO "TASAS-IVA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TI-CODIGO
                                   FILE STATUS TI-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CTAGASTO-FILE.
       01 REG-CTAGASTO.
           COPY CTAGASTO.

       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

       FD GA-KEY-FILE.
       01 REG-LLAVE-GA                         PIC 9(10).

      * TASAS DE IVA (LAS DA DE ALTA COMERCIO)
       FD TASA-FILE.
       01 REG-TASA-IVA.
           COPY TASAIVA.

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.
       77 CG-STATUS               PIC X(02).
       77 GA-STATUS               PIC X(02).
       77 GAKEY-STATUS            PIC X(02).
       77 TI-STATUS               PIC X(02).
       77 WKS-TASAS-SW            PIC X(01) VALUE "N".
           88 WKS-HAY-TASAS       VALUE "S".

       77 WKS-OPCION-MENU         PIC 9(01).
       77 WKS-SALIR-MENU          PIC X(01) VALUE "N".
           88 WKS-FIN-MENU        VALUE "S".
       77 WKS-CONFIRMA            PIC X(01).

      * CATALOGO
       77 WKS-CUENTA-CAPTURADA    PIC X(06).
       77 WKS-NOMBRE-CAPTURADO    PIC X(30).
       77 WKS-FIN-CUENTAS         PIC X(01) VALUE "N".
           88 WKS-EOF-CUENTAS     VALUE "S".
       77 WKS-CUENTAS-LISTADAS    PIC 9(04).

      * GASTOS
       77 WKS-GA-ACTUAL           PIC 9(10).
       77 WKS-GA-BUSCADO          PIC 9(10).
       77 WKS-YA-PAGADO           PIC X(01).
       77 WKS-FECHA-CAPTURADA     PIC 9(08).
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".
       77 WKS-GASTOS-LISTADOS     PIC 9(05).
       77 WKS-TOTAL-GASTO         PIC 9(13)V9(02).
       77 WKS-TOTAL-POR-PAGAR     PIC 9(15)V9(02).
       77 WKS-IMPORTE-FORMAT      PIC -Z(12)9.99.
       77 WKS-IVA-CALCULADO       PIC 9(11)V9(02).

      * APERTURA CON REINTENTO DEL ARCHIVO DE LLAVES
       77 WKS-INTENTOS-LLAVE      PIC 9(01).
       77 WKS-LLAVE-ABIERTA       PIC X(01) VALUE "N".
           88 WKS-LLAVE-OK        VALUE "S".
       77 WKS-SEGUNDOS-ESPERA     PIC 9(08) COMP VALUE 1.

           COPY REPORTE-WS.
           COPY FECHA-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== GASTOS DE OPERACION ===".
           PERFORM 1000-ABRIR-ARCHIVOS.
           PERFORM 2000-MENU UNTIL WKS-FIN-MENU.
           PERFORM 9000-CIERRE.
           GOBACK.

       1000-ABRIR-ARCHIVOS.
           OPEN I-O CTAGASTO-FILE.
           IF CG-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CTAGASTO-FILE
               CLOSE CTAGASTO-FILE
               OPEN I-O CTAGASTO-FILE.
           OPEN I-O GASTO-FILE.
           IF GA-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT GASTO-FILE
               CLOSE GASTO-FILE
               OPEN I-O GASTO-FILE.
           OPEN INPUT TASA-FILE.
           IF TI-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-TASAS-SW.

       9000-CIERRE.
           CLOSE CTAGASTO-FILE.
           CLOSE GASTO-FILE.
           IF WKS-HAY-TASAS THEN
               CLOSE TASA-FILE.

       2000-MENU.
           DISPLAY "1-. ALTA O CAMBIO DE CUENTA DE GASTO".
           DISPLAY "2-. BAJA DE CUENTA DE GASTO".
           DISPLAY "3-. CATALOGO DE CUENTAS DE GASTO".
           DISPLAY "4-. REGISTRAR GASTO (FACTURA O RECIBO)".
           DISPLAY "5-. MARCAR GASTO PAGADO".
           DISPLAY "6-. CANCELAR GASTO CAPTURADO POR ERROR".
           DISPLAY "7-. GASTOS POR PAGAR".
           DISPLAY "9-. SALIR".
           ACCEPT WKS-OPCION-MENU.
           IF WKS-OPCION-MENU IS EQUAL TO 1 THEN
               PERFORM 3000-ALTA-CUENTA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 2 THEN
               PERFORM 3100-BAJA-CUENTA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 3 THEN
               PERFORM 3200-LISTAR-CUENTAS
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 4 THEN
               PERFORM 4000-REGISTRAR-GASTO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 5 THEN
               PERFORM 5000-PAGAR-GASTO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 6 THEN
               PERFORM 5500-CANCELAR-GASTO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 7 THEN
               PERFORM 6000-GASTOS-POR-PAGAR
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 9 THEN
               MOVE "S" TO WKS-SALIR-MENU
           ELSE
               DISPLAY "OPCION INVALIDA".

      ******************************************************************
      * CATALOGO DE CUENTAS: LA CLAVE ES CORTA (RENTA, LUZ, TELEF)
      * PORQUE VIAJA EN EL EXTRACTO; EL NOMBRE ES EL DEL RENGLON
      ******************************************************************
       3000-ALTA-CUENTA.
           DISPLAY "CLAVE DE LA CUENTA (HASTA 6 LETRAS)".
           ACCEPT WKS-CUENTA-CAPTURADA.
           IF WKS-CUENTA-CAPTURADA IS EQUAL TO SPACES THEN
               DISPLAY "LA CLAVE NO PUEDE IR EN BLANCO"
           ELSE
               MOVE WKS-CUENTA-CAPTURADA TO CG-CUENTA
               READ CTAGASTO-FILE KEY IS CG-CUENTA
                   INVALID KEY
                       PERFORM 3010-NUEVA-CUENTA
                   NOT INVALID KEY
                       PERFORM 3020-CAMBIAR-CUENTA.

       3010-NUEVA-CUENTA.
           DISPLAY "NOMBRE DE LA CUENTA (RENGLON DEL ESTADO)".
           ACCEPT WKS-NOMBRE-CAPTURADO.
           IF WKS-NOMBRE-CAPTURADO IS EQUAL TO SPACES THEN
               DISPLAY "EL NOMBRE NO PUEDE IR EN BLANCO"
           ELSE
               MOVE WKS-CUENTA-CAPTURADA TO CG-CUENTA
               MOVE WKS-NOMBRE-CAPTURADO TO CG-NOMBRE
               MOVE "A" TO CG-ESTADO
               WRITE REG-CTAGASTO
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA LA CUENTA"
                   NOT INVALID KEY
                       DISPLAY "CUENTA " CG-CUENTA " DADA DE ALTA".

      * UNA CUENTA EN BAJA QUE SE VUELVE A CAPTURAR SE REACTIVA
       3020-CAMBIAR-CUENTA.
           DISPLAY "CUENTA EXISTENTE: " CG-NOMBRE " ESTADO "
                   CG-ESTADO.
           DISPLAY "NOMBRE NUEVO (EN BLANCO = SIN CAMBIO)".
           ACCEPT WKS-NOMBRE-CAPTURADO.
           IF WKS-NOMBRE-CAPTURADO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-NOMBRE-CAPTURADO TO CG-NOMBRE.
           MOVE "A" TO CG-ESTADO.
           REWRITE REG-CTAGASTO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA"
               NOT INVALID KEY
                   DISPLAY "CUENTA " CG-CUENTA " ACTUALIZADA".

      * LA BAJA ES LOGICA: LOS GASTOS YA CAPTURADOS CONSERVAN SU
      * CUENTA Y SIGUEN SALIENDO EN LOS REPORTES
       3100-BAJA-CUENTA.
           DISPLAY "CLAVE DE LA CUENTA A DAR DE BAJA".
           ACCEPT WKS-CUENTA-CAPTURADA.
           MOVE WKS-CUENTA-CAPTURADA TO CG-CUENTA.
           READ CTAGASTO-FILE KEY IS CG-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA NO ENCONTRADA"
               NOT INVALID KEY
                   IF CG-BAJA THEN
                       DISPLAY "LA CUENTA YA ESTA DADA DE BAJA"
                   ELSE
                       MOVE "B" TO CG-ESTADO
                       REWRITE REG-CTAGASTO
                           INVALID KEY
                               DISPLAY "NO SE PUDO DAR DE BAJA"
                           NOT INVALID KEY
                               DISPLAY "CUENTA " CG-CUENTA
                                       " DADA DE BAJA".

       3200-LISTAR-CUENTAS.
           DISPLAY "=== CUENTAS DE GASTO ===".
           MOVE 0 TO WKS-CUENTAS-LISTADAS.
           MOVE "N" TO WKS-FIN-CUENTAS.
           MOVE LOW-VALUES TO CG-CUENTA.
           START CTAGASTO-FILE KEY IS NOT LESS THAN CG-CUENTA
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CUENTAS.
           PERFORM 3210-MOSTRAR-CUENTA UNTIL WKS-EOF-CUENTAS.
           IF WKS-CUENTAS-LISTADAS IS EQUAL TO 0 THEN
               DISPLAY "SIN CUENTAS EN EL CATALOGO".

       3210-MOSTRAR-CUENTA.
           READ CTAGASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CUENTAS
               NOT AT END
                   ADD 1 TO WKS-CUENTAS-LISTADAS
                   DISPLAY CG-CUENTA " " CG-NOMBRE " " CG-ESTADO.

      ******************************************************************
      * REGISTRO DEL GASTO: LA CUENTA DEBE EXISTIR Y ESTAR ACTIVA; SI
      * EL RECIBO YA SE PAGO SE CAPTURA DE UNA VEZ CON SU PAGO
      ******************************************************************
       4000-REGISTRAR-GASTO.
           DISPLAY "CUENTA DE GASTO".
           ACCEPT WKS-CUENTA-CAPTURADA.
           MOVE WKS-CUENTA-CAPTURADA TO CG-CUENTA.
           READ CTAGASTO-FILE KEY IS CG-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA NO ENCONTRADA EN EL CATALOGO"
               NOT INVALID KEY
                   IF CG-BAJA THEN
                       DISPLAY "LA CUENTA ESTA DADA DE BAJA"
                   ELSE
                       DISPLAY "CUENTA: " CG-NOMBRE
                       PERFORM 4010-CAPTURAR-GASTO.

       4010-CAPTURAR-GASTO.
           MOVE CG-CUENTA TO GA-CUENTA.
           DISPLAY "NUMERO DE FACTURA O RECIBO".
           ACCEPT GA-FACTURA.
           DISPLAY "BENEFICIARIO (A QUIEN SE LE PAGA)".
           ACCEPT GA-BENEFICIARIO.
           DISPLAY "RFC DEL BENEFICIARIO".
           ACCEPT GA-RFC.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 4015-PEDIR-FECHA-GASTO UNTIL WKS-FECHA-VALIDA.
           DISPLAY "IMPORTE ANTES DE IVA".
           ACCEPT GA-IMPORTE.
           PERFORM 4012-CAPTURAR-IVA.
           IF GA-IMPORTE IS EQUAL TO 0 THEN
               DISPLAY "EL IMPORTE NO PUEDE SER CERO"
           ELSE
               MOVE "N" TO WKS-FECHA-OK-SW
               PERFORM 4020-PEDIR-VENCIMIENTO UNTIL WKS-FECHA-VALIDA
               MOVE "A" TO GA-ESTADO
               MOVE 0 TO GA-FECHA-PAGO
               MOVE SPACES TO GA-REFERENCIA
               DISPLAY "YA ESTA PAGADO? (S/N)"
               ACCEPT WKS-YA-PAGADO
               IF WKS-YA-PAGADO IS EQUAL TO "S" OR "s" THEN
                   PERFORM 5020-CAPTURAR-PAGO
               END-IF
               PERFORM 4030-GRABAR-GASTO.

      * EL IVA SE CALCULA CON LA TASA CAPTURADA; EL DEL RECIBO LO
      * CORRIGE SI NO COINCIDE. SIN TASA EL IVA SE CAPTURA A MANO
       4012-CAPTURAR-IVA.
           MOVE SPACE TO GA-IVA-CODIGO.
           MOVE 0 TO WKS-IVA-CALCULADO.
           IF WKS-HAY-TASAS THEN
               DISPLAY "CODIGO DE TASA DE IVA (BLANCO = SIN TASA)"
               ACCEPT GA-IVA-CODIGO
               IF GA-IVA-CODIGO IS NOT EQUAL TO SPACE THEN
                   MOVE GA-IVA-CODIGO TO TI-CODIGO
                   READ TASA-FILE KEY IS TI-CODIGO
                       INVALID KEY
                           DISPLAY "TASA NO REGISTRADA, SE CAPTURA "
                                   "SIN TASA"
                           MOVE SPACE TO GA-IVA-CODIGO
                       NOT INVALID KEY
                           COMPUTE WKS-IVA-CALCULADO ROUNDED =
                                   GA-IMPORTE * TI-TASA
                           MOVE WKS-IVA-CALCULADO
                               TO WKS-IMPORTE-FORMAT
                           DISPLAY "IVA CALCULADO: "
                                   WKS-IMPORTE-FORMAT.
           DISPLAY "IVA DEL RECIBO (0 = EL CALCULADO O SIN IVA)".
           ACCEPT GA-IVA.
           IF GA-IVA IS EQUAL TO 0 THEN
               MOVE WKS-IVA-CALCULADO TO GA-IVA.

       4015-PEDIR-FECHA-GASTO.
           DISPLAY "FECHA DE LA FACTURA (AAAAMMDD)".
           ACCEPT GA-FECHA.
           MOVE GA-FECHA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      * SIN FECHA DE VENCIMIENTO EL GASTO VENCE EL DIA DE LA FACTURA
       4020-PEDIR-VENCIMIENTO.
           DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, 0 = LA DE LA "
                   "FACTURA)".
           ACCEPT WKS-FECHA-CAPTURADA.
           IF WKS-FECHA-CAPTURADA IS EQUAL TO 0 THEN
               MOVE GA-FECHA TO WKS-FECHA-CAPTURADA.
           MOVE WKS-FECHA-CAPTURADA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL"
           ELSE
           IF WKS-FECHA-CAPTURADA IS LESS THAN GA-FECHA THEN
               DISPLAY "EL VENCIMIENTO NO PUEDE SER ANTERIOR A LA "
                       "FACTURA"
               MOVE "N" TO WKS-FECHA-OK-SW
           ELSE
               MOVE WKS-FECHA-CAPTURADA TO GA-VENCE.

       4030-GRABAR-GASTO.
           PERFORM 7000-OBTENER-SIGUIENTE-GA.
           IF WKS-GA-ACTUAL IS EQUAL TO 0 THEN
               DISPLAY "SIN NUMERO INTERNO, NO SE REGISTRO"
           ELSE
               MOVE WKS-GA-ACTUAL TO GA-NUMERO
               WRITE REG-GASTO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR EL GASTO"
                   NOT INVALID KEY
                       COMPUTE WKS-TOTAL-GASTO = GA-IMPORTE + GA-IVA
                       MOVE WKS-TOTAL-GASTO TO WKS-IMPORTE-FORMAT
                       DISPLAY "GASTO REGISTRADO CON NUMERO "
                               "INTERNO " GA-NUMERO
                       DISPLAY "TOTAL CON IVA " WKS-IMPORTE-FORMAT
                               " ESTADO " GA-ESTADO.

      ******************************************************************
      * PAGO DEL GASTO: SE PAGA COMPLETO (LOS RECIBOS DE SERVICIOS NO
      * SE ABONAN), CON SU FECHA Y LA REFERENCIA DE LA TRANSFERENCIA
      * O EL CHEQUE
      ******************************************************************
       5000-PAGAR-GASTO.
           DISPLAY "NUMERO INTERNO DEL GASTO".
           ACCEPT WKS-GA-BUSCADO.
           MOVE WKS-GA-BUSCADO TO GA-NUMERO.
           READ GASTO-FILE KEY IS GA-NUMERO
               INVALID KEY
                   DISPLAY "GASTO NO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT GA-ABIERTO THEN
                       DISPLAY "EL GASTO NO ESTA POR PAGAR (ESTADO "
                               GA-ESTADO ")"
                   ELSE
                       PERFORM 5010-APLICAR-PAGO.

       5010-APLICAR-PAGO.
           COMPUTE WKS-TOTAL-GASTO = GA-IMPORTE + GA-IVA.
           MOVE WKS-TOTAL-GASTO TO WKS-IMPORTE-FORMAT.
           DISPLAY GA-FACTURA " " GA-BENEFICIARIO.
           DISPLAY "TOTAL A PAGAR: " WKS-IMPORTE-FORMAT.
           PERFORM 5020-CAPTURAR-PAGO.
           REWRITE REG-GASTO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL GASTO"
               NOT INVALID KEY
                   DISPLAY "GASTO " GA-NUMERO " PAGADO EL "
                           GA-FECHA-PAGO.

       5020-CAPTURAR-PAGO.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 5030-PEDIR-FECHA-PAGO UNTIL WKS-FECHA-VALIDA.
           DISPLAY "REFERENCIA DEL PAGO (TRANSFERENCIA O CHEQUE)".
           ACCEPT GA-REFERENCIA.
           MOVE "P" TO GA-ESTADO.

       5030-PEDIR-FECHA-PAGO.
           DISPLAY "FECHA DEL PAGO (AAAAMMDD, 0 = HOY)".
           ACCEPT WKS-FECHA-CAPTURADA.
           IF WKS-FECHA-CAPTURADA IS EQUAL TO 0 THEN
               ACCEPT WKS-FECHA-CAPTURADA FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-CAPTURADA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL"
           ELSE
               MOVE WKS-FECHA-CAPTURADA TO GA-FECHA-PAGO.

      * UN GASTO PAGADO NO SE CANCELA (EL PAGO YA SALIO DEL BANCO)
       5500-CANCELAR-GASTO.
           DISPLAY "NUMERO INTERNO DEL GASTO A CANCELAR".
           ACCEPT WKS-GA-BUSCADO.
           MOVE WKS-GA-BUSCADO TO GA-NUMERO.
           READ GASTO-FILE KEY IS GA-NUMERO
               INVALID KEY
                   DISPLAY "GASTO NO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT GA-ABIERTO THEN
                       DISPLAY "SOLO SE CANCELAN GASTOS POR PAGAR "
                               "(ESTADO " GA-ESTADO ")"
                   ELSE
                       PERFORM 5510-CONFIRMAR-CANCELACION.

       5510-CONFIRMAR-CANCELACION.
           DISPLAY GA-FACTURA " " GA-BENEFICIARIO.
           DISPLAY "CONFIRMA LA CANCELACION? (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
               MOVE "C" TO GA-ESTADO
               REWRITE REG-GASTO
                   INVALID KEY
                       DISPLAY "NO SE PUDO CANCELAR EL GASTO"
                   NOT INVALID KEY
                       DISPLAY "GASTO " GA-NUMERO " CANCELADO"
           ELSE
               DISPLAY "NO SE CANCELO".

      ******************************************************************
      * GASTOS POR PAGAR: TODO LO ABIERTO CON SU VENCIMIENTO, A
      * PANTALLA Y A GASTOS-POR-PAGAR.TXT
      ******************************************************************
       6000-GASTOS-POR-PAGAR.
           MOVE 0 TO WKS-GASTOS-LISTADOS.
           MOVE 0 TO WKS-TOTAL-POR-PAGAR.
           MOVE "GASTOS-POR-PAGAR.TXT" TO WKS-REP-NOMBRE.
           MOVE "GASTOS DE OPERACION POR PAGAR" TO WKS-REP-TITULO.
           MOVE "NUMERO     VENCE    CUENTA BENEFICIARIO"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "N" TO WKS-FIN-GASTOS.
           MOVE LOW-VALUES TO GA-NUMERO.
           START GASTO-FILE KEY IS NOT LESS THAN GA-NUMERO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-GASTOS.
           PERFORM 6010-LEER-GASTO UNTIL WKS-EOF-GASTOS.
           MOVE WKS-TOTAL-POR-PAGAR TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "TOTAL POR PAGAR:                            "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           IF WKS-GASTOS-LISTADOS IS EQUAL TO 0 THEN
               DISPLAY "NO HAY GASTOS POR PAGAR".
           DISPLAY "TOTAL POR PAGAR: " WKS-IMPORTE-FORMAT.
           DISPLAY "REPORTE IMPRESO EN GASTOS-POR-PAGAR.TXT".

       6010-LEER-GASTO.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   IF GA-ABIERTO THEN
                       PERFORM 6020-IMPRIMIR-GASTO.

       6020-IMPRIMIR-GASTO.
           ADD 1 TO WKS-GASTOS-LISTADOS.
           COMPUTE WKS-TOTAL-GASTO = GA-IMPORTE + GA-IVA.
           ADD WKS-TOTAL-GASTO TO WKS-TOTAL-POR-PAGAR.
           MOVE WKS-TOTAL-GASTO TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING GA-NUMERO " " GA-VENCE " " GA-CUENTA " "
                  GA-BENEFICIARIO(1:28) WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           DISPLAY "GASTO " GA-NUMERO " " GA-CUENTA
                   " VENCE " GA-VENCE " TOTAL " WKS-IMPORTE-FORMAT.

       7000-OBTENER-SIGUIENTE-GA.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.
           PERFORM 7010-ABRIR-LLAVE-GA
               UNTIL WKS-LLAVE-OK OR WKS-INTENTOS-LLAVE > 4.
           IF NOT WKS-LLAVE-OK THEN
               DISPLAY "LLAVE-GASTOS.TXT OCUPADO POR OTRA "
                       "TERMINAL, REINTENTE EN UN MOMENTO"
               MOVE 0 TO WKS-GA-ACTUAL
           ELSE
               READ GA-KEY-FILE NEXT RECORD
                   AT END
                       DISPLAY "LLAVE NO ENCONTRADA EN "
                               "LLAVE-GASTOS.TXT"
               END-READ
               ADD 1 TO REG-LLAVE-GA
               REWRITE REG-LLAVE-GA
               MOVE REG-LLAVE-GA TO WKS-GA-ACTUAL
               CLOSE GA-KEY-FILE.

       7010-ABRIR-LLAVE-GA.
           ADD 1 TO WKS-INTENTOS-LLAVE.
           OPEN I-O GA-KEY-FILE.
           IF GAKEY-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT GA-KEY-FILE
               MOVE 0 TO REG-LLAVE-GA
               WRITE REG-LLAVE-GA
               CLOSE GA-KEY-FILE
               OPEN I-O GA-KEY-FILE.
           IF GAKEY-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-LLAVE-ABIERTA
           ELSE
               CALL "C$SLEEP" USING WKS-SEGUNDOS-ESPERA.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.
