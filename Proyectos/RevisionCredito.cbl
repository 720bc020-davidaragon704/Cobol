      ******************************************************************
      * Author:
      * Date:
      * Purpose: REVISION TRIMESTRAL DE LIMITES DE CREDITO. EL
      *          RC-LIMITE-CREDITO SE FIJA AL DAR DE ALTA AL CLIENTE Y
      *          NADIE LO VOLVIA A VER. AQUI, PARA CADA CLIENTE CON
      *          LIMITE, SE REPASAN LOS ULTIMOS 12 MESES DE SU CUENTA
      *          (CUENTAS-CLIENTES.TXT, CON EL MISMO FIFO DE LA
      *          ANTIGUEDAD DE SALDOS) Y DE SUS COMPRAS (VENTAS.TXT Y
      *          LOS ARCHIVOS MENSUALES VENTAS-AAAAMM.TXT):
      *            - DIAS PROMEDIO DE PAGO (PONDERADOS POR IMPORTE)
      *            - SALDO MAS ALTO
      *            - VECES BLOQUEADO POR MORA (CIERRES DE MES EN QUE
      *              TENIA UN CARGO SIN PAGAR DE MAS DE
      *              DIAS-MORA-CREDITO, QUE ES CUANDO LA CAJA LE
      *              NIEGA EL CREDITO)
      *            - USO DEL LIMITE (SALDO MAS ALTO CONTRA LIMITE)
      *            - VOLUMEN DE COMPRA Y ULTIMA COMPRA
      *          Y SE RECOMIENDA UN LIMITE NUEVO POR REGLA: CUENTA
      *          DORMIDA A CERO, MAL PAGADOR CRONICO RECORTADO, BUEN
      *          PAGADOR QUE ANDA CERCA DE SU LIMITE AUMENTADO. LAS
      *          PROPUESTAS QUEDAN EN REVISION-CREDITO.TXT Y EL
      *          DETALLE EN REVISION-CREDITO-AAAAMMDD.TXT. UN
      *          SUPERVISOR LAS APRUEBA UNA POR UNA O TODAS JUNTAS;
      *          LAS APROBADAS ACTUALIZAN DATOS.TXT (CON SU IMAGEN EN
      *          EL DIARIO DE MAESTROS) Y QUEDAN EN LA BITACORA DE
      *          CAMBIOS CON EL LIMITE ANTERIOR Y EL NUEVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-CREDITO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO WKS-RUTA-CLIENTES
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS RC-ID
                                   FILE STATUS CLI-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CUENTAS-CLIENTES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CU-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT PROPUESTA-FILE ASSIGN TO "REVISION-CREDITO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PR-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL-TOTALES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CTL-STATUS.

           SELECT AUDIT-CAMBIOS-FILE
                                   ASSIGN TO WKS-NOMBRE-AUDITORIA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AUD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WKS-NOMBRE-JOURNAL
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS JRN-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OP-ID
                                   FILE STATUS OP-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-FILE.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD CUENTA-FILE.
       01 REG-CUENTA.
           COPY CUENTACLI.

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                       PIC X(150).

      * PROPUESTA DE LIMITE POR CLIENTE. PV-REGLA: A = AUMENTO
      * (BUEN PAGADOR CERCA DE SU LIMITE), R = RECORTE (MAL PAGADOR
      * CRONICO), D = CUENTA DORMIDA (A CERO). PV-ESTADO: P =
      * PENDIENTE, A = APROBADA (YA ESTA EN DATOS.TXT), X =
      * RECHAZADA. LOS INDICADORES SE GUARDAN PARA QUE EL SUPERVISOR
      * VEA AL APROBAR LO MISMO QUE DICE EL REPORTE.
       FD PROPUESTA-FILE.
       01 REG-PROPUESTA.
           02 PV-FECHA                         PIC 9(08).
           02 PV-CLIENTE-ID                    PIC 9(10).
           02 PV-LIMITE-ACTUAL                 PIC 9(07)V9(02).
           02 PV-LIMITE-NUEVO                  PIC 9(07)V9(02).
           02 PV-REGLA                         PIC X(01).
           02 PV-ESTADO                        PIC X(01).
           02 PV-DIAS-PAGO                     PIC 9(05).
           02 PV-SALDO-MAXIMO                  PIC 9(11)V9(02).
           02 PV-BLOQUEOS                      PIC 9(02).
           02 PV-USO                           PIC 9(03).
           02 PV-COMPRAS                       PIC 9(11)V9(02).
           02 PV-ULTIMA-COMPRA                 PIC 9(08).
           02 PV-SUPERVISOR                    PIC X(10).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       FD CONTROL-FILE.
       01 REG-CONTROL.
           COPY CTLTOT.

       FD AUDIT-CAMBIOS-FILE.
       01 REG-AUDIT-CAMBIO.
           COPY AUDITREG.

       FD JOURNAL-FILE.
       01 REG-JOURNAL.
           COPY JOURNALREG.

       FD OPERADOR-FILE.
       01 REG-OPERADOR.
           COPY OPERADOR.

       FD SESION-FILE.
       01 REG-SESION                           PIC X(50).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.

      * EL MAESTRO, DIAS-MORA-CREDITO Y DIAS-VENCIMIENTO VIENEN DE LA
      * CONFIGURACION
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY AUDIT-WS.
           COPY JOURNAL-WS.
           COPY OPLOG-WS.

       77 CLI-STATUS              PIC X(02).
       77 CU-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 PR-STATUS               PIC X(02).
       77 CTL-STATUS              PIC X(02).

       77 WKS-OPERADOR-SESION     PIC X(10) VALUE SPACES.
       77 WKS-LOGIN-PTR           POINTER.
       77 WKS-OPCION              PIC 9(01) VALUE 0.
       77 WKS-CONFIRMA            PIC X(01).

      * REGLAS DE LA REVISION
       77 WKS-MESES-REVISION      PIC 9(02) VALUE 12.
       77 WKS-DIAS-DORMIDA        PIC 9(03) VALUE 180.
       77 WKS-USO-ALTO            PIC 9(03) VALUE 80.
       77 WKS-PCT-AUMENTO         PIC 9(03) VALUE 25.
       77 WKS-PCT-RECORTE         PIC 9(03) VALUE 50.
       77 WKS-BLOQUEOS-CRONICO    PIC 9(02) VALUE 3.
       77 WKS-LIMITE-TOPE         PIC 9(07)V9(02) VALUE 9999900.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-FECHA-HOY           PIC 9(08).
      * PRIMER DIA QUE CUENTA EN LA REVISION (HOY MENOS 12 MESES)
       01 WKS-FECHA-DESDE         PIC 9(08).
       01 WKS-FECHA-DESDE-R REDEFINES WKS-FECHA-DESDE.
           02 WKS-FD-ANIO         PIC 9(04).
           02 WKS-FD-MESDIA       PIC 9(04).
       77 WKS-CONT-MESES          PIC 9(02).
       01 WKS-MES-CURSOR          PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).

      * CIERRES DE MES DE LA REVISION (PARA CONTAR LOS BLOQUEOS)
       01 WKS-TABLA-CIERRES.
           02 WKS-CIERRE-FECHA    PIC 9(08) OCCURS 12 TIMES.
       77 WKS-IDX-CI              PIC 9(02).

       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-FIN-CLIENTES        PIC X(01) VALUE "N".
           88 WKS-EOF-CLIENTES    VALUE "S".
       77 WKS-FIN-CUENTA          PIC X(01) VALUE "N".
           88 WKS-EOF-CUENTA      VALUE "S".
       77 WKS-FIN-PROPUESTAS      PIC X(01) VALUE "N".
           88 WKS-EOF-PROPUESTAS  VALUE "S".

      * VISTA COMUN DE LA PARTIDA EN PROCESO (VIVA O ARCHIVADA)
       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.

      * CLIENTES CON LIMITE DE CREDITO Y SUS INDICADORES
       01 WKS-TABLA-CLIENTES.
           02 WKS-CL-RENGLON OCCURS 500 TIMES.
               03 WKS-CL-ID           PIC 9(10).
               03 WKS-CL-NOMBRE       PIC X(20).
               03 WKS-CL-LIMITE       PIC 9(07)V9(02).
               03 WKS-CL-COMPRAS      PIC S9(11)V9(02).
               03 WKS-CL-ULTIMA       PIC 9(08).
       77 WKS-NUM-CLIENTES        PIC 9(03) VALUE 0.
       77 WKS-IDX-CL              PIC 9(03).
       77 WKS-POS-CL              PIC 9(03).
       77 WKS-IMPORTE-RENGLON     PIC 9(13)V9(02).

      * CARGOS DEL CLIENTE EN CURSO: LO QUE QUEDA DE CADA UNO, EL DIA
      * EN QUE SE TERMINO DE PAGAR (0 = SIGUE VIVO) Y EL DIA EN QUE
      * EMPIEZA A CONTAR COMO MORA
       01 WKS-TABLA-CARGOS.
           02 WKS-CG-RENGLON OCCURS 200 TIMES.
               03 WKS-CG-FECHA        PIC 9(08).
               03 WKS-CG-IMPORTE      PIC 9(11)V9(02).
               03 WKS-CG-REFERENCIA   PIC X(12).
               03 WKS-CG-PAGADO       PIC 9(08).
               03 WKS-CG-MORA-DESDE   PIC 9(08).
       77 WKS-NUM-CARGOS          PIC 9(03).
       77 WKS-IDX-CG              PIC 9(03).
       77 WKS-PRIMER-VIVO         PIC 9(03).
       77 WKS-POS-INTERES         PIC 9(03).
       77 WKS-REF-INTERES         PIC X(12).
       77 WKS-ABONO-RESTO         PIC 9(13)V9(02).
       77 WKS-ABONO-APLICADO      PIC 9(13)V9(02).
       77 WKS-FECHA-ABONO         PIC 9(08).
       77 WKS-EN-MORA-SW          PIC X(01).
           88 WKS-EN-MORA         VALUE "S".

      * INDICADORES DEL CLIENTE EN CURSO
       77 WKS-SALDO-CORRIDO       PIC S9(13)V9(02).
       77 WKS-SALDO-MAXIMO        PIC S9(13)V9(02).
       77 WKS-SUMA-PAGADO         PIC 9(13)V9(02).
       77 WKS-SUMA-PONDERADA      PIC 9(17)V9(02).
       77 WKS-DIAS-PAGO           PIC 9(05).
       77 WKS-BLOQUEOS            PIC 9(02).
       77 WKS-USO                 PIC 9(03).
       77 WKS-USO-CALCULO         PIC 9(07).
       77 WKS-DIAS-SIN-COMPRA     PIC 9(05).
       77 WKS-LIMITE-NUEVO        PIC 9(07)V9(02).
       77 WKS-LIMITE-CALCULO      PIC 9(09)V9(02).
       77 WKS-CIENTOS             PIC 9(07).
       77 WKS-CIENTOS-RESTO       PIC 9(09)V9(02).
       77 WKS-REGLA               PIC X(01).

      * PROPUESTAS EN MEMORIA PARA LA APROBACION
       01 WKS-TABLA-PROPUESTAS.
           02 WKS-PV-RENGLON      PIC X(106) OCCURS 500 TIMES.
       77 WKS-NUM-PROPUESTAS      PIC 9(03) VALUE 0.
       77 WKS-IDX-PV              PIC 9(03).
       77 WKS-PENDIENTES          PIC 9(03).
       77 WKS-APROBADAS           PIC 9(03).
       77 WKS-RECHAZADAS          PIC 9(03).
       77 WKS-MODO-APROBACION     PIC X(01).
       77 WKS-DECISION            PIC X(01).
       77 WKS-HUBO-CAMBIOS        PIC X(01) VALUE "N".

      * CIFRAS DE CONTROL DEL MAESTRO DE CLIENTES
       77 WKS-CTL-REGISTROS       PIC 9(09).
       77 WKS-CTL-IMPORTE         PIC 9(15)V9(02).
       77 WKS-HORA-CTL            PIC 9(08).
       77 WKS-FIN-CONTEO          PIC X(01) VALUE "N".
           88 WKS-EOF-CONTEO      VALUE "S".

       77 WKS-LIMITE-FORMAT       PIC Z(06)9.99.
       77 WKS-LIMITE-FORMAT-2     PIC Z(06)9.99.
       77 WKS-IMPORTE-FORMAT      PIC -Z(10)9.99.
       77 WKS-IMPORTE-FORMAT-2    PIC -Z(10)9.99.
       77 WKS-DIAS-FORMAT         PIC ZZZZ9.
       77 WKS-REGLA-TEXTO         PIC X(10).
       77 WKS-CONTADOR-FORMAT     PIC ZZ9.

       LINKAGE SECTION.
       01 LOGIN-COMUN.
           COPY LOGIN.

       PROCEDURE DIVISION USING LOGIN-COMUN.
       MAIN-PROCEDURE.
           DISPLAY "=== REVISION DE LIMITES DE CREDITO ===".
           SET WKS-LOGIN-PTR TO ADDRESS OF LOGIN-COMUN.
           IF WKS-LOGIN-PTR IS NOT EQUAL TO NULL THEN
               MOVE LOGIN-OPERADOR TO WKS-OPERADOR-SESION
               DISPLAY "OPERADOR EN SESION: " WKS-OPERADOR-SESION.
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-OPCION.
           PERFORM 0100-MENU UNTIL WKS-OPCION IS EQUAL TO 9.
           GOBACK.

       0100-MENU.
           DISPLAY "1. GENERAR LA REVISION (PROPUESTAS NUEVAS)".
           DISPLAY "2. APROBAR PROPUESTAS PENDIENTES".
           DISPLAY "9. SALIR".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               PERFORM 1000-GENERAR-REVISION
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               PERFORM 6000-APROBAR-PROPUESTAS
           ELSE
           IF WKS-OPCION IS NOT EQUAL TO 9 THEN
               DISPLAY "OPCION INVALIDA".

      ******************************************************************
      * GENERACION: CLIENTES CON LIMITE, SUS COMPRAS, SU CUENTA Y LA
      * REGLA; LAS PROPUESTAS NUEVAS REEMPLAZAN A LAS ANTERIORES
      ******************************************************************
       1000-GENERAR-REVISION.
           PERFORM 6100-CARGAR-PROPUESTAS.
           MOVE "S" TO WKS-CONFIRMA.
           IF WKS-PENDIENTES IS GREATER THAN 0 THEN
               DISPLAY "HAY " WKS-PENDIENTES " PROPUESTAS SIN "
                       "APROBAR; LA REVISION NUEVA LAS REEMPLAZA."
               DISPLAY "CONTINUAR (S/N)"
               ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
               DISPLAY "NO SE GENERO LA REVISION"
           ELSE
               PERFORM 1100-CALCULAR-PERIODO
               PERFORM 1200-CARGAR-CLIENTES
               IF WKS-NUM-CLIENTES IS EQUAL TO 0 THEN
                   DISPLAY "NINGUN CLIENTE TIENE LIMITE DE CREDITO"
               ELSE
                   PERFORM 2000-RECORRER-VIVO
                   PERFORM 3000-RECORRER-ARCHIVOS
                   PERFORM 4000-REVISAR-CLIENTES.

      * LA REVISION CUBRE LOS 12 MESES ANTERIORES A HOY; LOS CIERRES
      * SON LOS ULTIMOS DIAS DE LOS 12 MESES COMPLETOS ANTERIORES
       1100-CALCULAR-PERIODO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-DESDE.
           SUBTRACT 1 FROM WKS-FD-ANIO.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-CURSOR.
           MOVE 1 TO WKS-IDX-CI.
           PERFORM 1110-CIERRE-DE-MES
               UNTIL WKS-IDX-CI IS GREATER THAN WKS-MESES-REVISION.

       1110-CIERRE-DE-MES.
           PERFORM 3200-MES-ANTERIOR.
           MOVE WKS-MC-ANIO TO WKS-FE-ANIO.
           MOVE WKS-MC-MES TO WKS-FE-MES.
           PERFORM 2705-FE-DIAS-DEL-MES.
           MOVE WKS-MES-CURSOR TO WKS-CIERRE-FECHA(WKS-IDX-CI)(1:6).
           MOVE WKS-FE-DIAS-MES TO WKS-CIERRE-FECHA(WKS-IDX-CI)(7:2).
           ADD 1 TO WKS-IDX-CI.

       1200-CARGAR-CLIENTES.
           MOVE 0 TO WKS-NUM-CLIENTES.
           MOVE "N" TO WKS-FIN-CLIENTES.
           OPEN INPUT CLIENTE-FILE.
           IF CLI-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES"
           ELSE
               MOVE LOW-VALUES TO RC-ID
               START CLIENTE-FILE KEY IS NOT LESS THAN RC-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-CLIENTES
               END-START
               PERFORM 1210-LEER-CLIENTE UNTIL WKS-EOF-CLIENTES
               CLOSE CLIENTE-FILE.

       1210-LEER-CLIENTE.
           READ CLIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CLIENTES
               NOT AT END
                   IF RC-LIMITE-CREDITO IS NUMERIC AND
                      RC-LIMITE-CREDITO IS GREATER THAN 0 THEN
                       IF WKS-NUM-CLIENTES IS LESS THAN 500 THEN
                           ADD 1 TO WKS-NUM-CLIENTES
                           MOVE RC-ID TO WKS-CL-ID(WKS-NUM-CLIENTES)
                           MOVE RC-NOMBRE
                               TO WKS-CL-NOMBRE(WKS-NUM-CLIENTES)
                           MOVE RC-LIMITE-CREDITO
                               TO WKS-CL-LIMITE(WKS-NUM-CLIENTES)
                           MOVE 0 TO WKS-CL-COMPRAS(WKS-NUM-CLIENTES)
                           MOVE 0 TO WKS-CL-ULTIMA(WKS-NUM-CLIENTES)
                       ELSE
                           DISPLAY "TABLA DE CLIENTES LLENA, SE OMITE "
                                   "ID " RC-ID.

       2000-RECORRER-VIVO.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 2010-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.

       2010-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   MOVE REG-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 2500-ACUMULAR-PARTIDA
                       THRU 2500-SALIR.

      * LOS MESES ARCHIVADOS SE RECORREN HACIA ATRAS DESDE EL MES
      * ANTERIOR AL ACTUAL; UN MES SIN ARCHIVO SOLO SE BRINCA
       3000-RECORRER-ARCHIVOS.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-CURSOR.
           MOVE 0 TO WKS-CONT-MESES.
           PERFORM 3100-MES-ARCHIVADO
               UNTIL WKS-CONT-MESES IS NOT LESS THAN
                     WKS-MESES-REVISION.

       3100-MES-ARCHIVADO.
           PERFORM 3200-MES-ANTERIOR.
           MOVE WKS-MES-CURSOR TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 3110-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           ADD 1 TO WKS-CONT-MESES.

       3110-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 2500-ACUMULAR-PARTIDA
                       THRU 2500-SALIR.

       3200-MES-ANTERIOR.
           IF WKS-MC-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MC-MES
               SUBTRACT 1 FROM WKS-MC-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MC-MES.

      ******************************************************************
      * ACUMULACION DE UNA PARTIDA (YA EN LA VISTA VA-): SOLO CUENTAN
      * LAS DEL PERIODO, DE UN CLIENTE CON LIMITE, NO CANCELADAS
      ******************************************************************
       2500-ACUMULAR-PARTIDA.
           IF VA-ESTADO IS EQUAL TO "C" THEN
               GO TO 2500-SALIR.
           IF VA-CLIENTE-ID IS NOT NUMERIC THEN
               GO TO 2500-SALIR.
           IF VA-CLIENTE-ID IS EQUAL TO 0 THEN
               GO TO 2500-SALIR.
           IF VA-FECHA IS LESS THAN WKS-FECHA-DESDE THEN
               GO TO 2500-SALIR.
           MOVE 0 TO WKS-POS-CL.
           MOVE 1 TO WKS-IDX-CL.
           PERFORM 2510-BUSCAR-CLIENTE
               UNTIL WKS-IDX-CL IS GREATER THAN WKS-NUM-CLIENTES
                  OR WKS-POS-CL IS GREATER THAN 0.
           IF WKS-POS-CL IS EQUAL TO 0 THEN
               GO TO 2500-SALIR.
           COMPUTE WKS-IMPORTE-RENGLON =
                   VA-CANTIDAD * VA-PRECIO.
           IF VA-TIPO IS EQUAL TO "D" THEN
               SUBTRACT WKS-IMPORTE-RENGLON
                   FROM WKS-CL-COMPRAS(WKS-POS-CL)
           ELSE
               ADD WKS-IMPORTE-RENGLON
                   TO WKS-CL-COMPRAS(WKS-POS-CL)
               IF VA-FECHA IS GREATER THAN
                  WKS-CL-ULTIMA(WKS-POS-CL) THEN
                   MOVE VA-FECHA TO WKS-CL-ULTIMA(WKS-POS-CL).
       2500-SALIR.
           EXIT.

       2510-BUSCAR-CLIENTE.
           IF WKS-CL-ID(WKS-IDX-CL) IS EQUAL TO VA-CLIENTE-ID THEN
               MOVE WKS-IDX-CL TO WKS-POS-CL
           ELSE
               ADD 1 TO WKS-IDX-CL.

      ******************************************************************
      * CUENTA DE CADA CLIENTE, REGLA Y PROPUESTA
      ******************************************************************
       4000-REVISAR-CLIENTES.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "REVISION-CREDITO-" WKS-FECHA-HOY ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE "REVISION DE LIMITES DE CREDITO (ULTIMOS 12 MESES)"
               TO WKS-REP-TITULO.
           MOVE "CLIENTE    NOMBRE                   LIMITE   PROPUES
      -        "TO  REGLA" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 0 TO WKS-NUM-PROPUESTAS.
           MOVE 0 TO WKS-PENDIENTES.
           OPEN OUTPUT PROPUESTA-FILE.
           MOVE 1 TO WKS-IDX-CL.
           PERFORM 4100-REVISAR-CLIENTE
               UNTIL WKS-IDX-CL IS GREATER THAN WKS-NUM-CLIENTES.
           CLOSE PROPUESTA-FILE.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-NUM-CLIENTES TO WKS-CONTADOR-FORMAT.
           STRING "CLIENTES REVISADOS: " WKS-CONTADOR-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NUM-PROPUESTAS TO WKS-CONTADOR-FORMAT.
           STRING "PROPUESTAS DE CAMBIO: " WKS-CONTADOR-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "CLIENTES REVISADOS: " WKS-NUM-CLIENTES
                   "  PROPUESTAS: " WKS-NUM-PROPUESTAS.
           DISPLAY "DETALLE EN " WKS-REP-NOMBRE.

       4100-REVISAR-CLIENTE.
           MOVE WKS-IDX-CL TO WKS-POS-CL.
           PERFORM 4200-RECORRER-CUENTA.
           PERFORM 4400-CONTAR-BLOQUEOS.
           PERFORM 4500-APLICAR-REGLA.
           PERFORM 4600-IMPRIMIR-CLIENTE.
           IF WKS-REGLA IS NOT EQUAL TO SPACE THEN
               PERFORM 4700-ESCRIBIR-PROPUESTA.
           ADD 1 TO WKS-IDX-CL.

      * LA CUENTA SE REPASA EN EL ORDEN EN QUE SE ASENTO: CADA ABONO
      * SE APLICA A LOS CARGOS VIVOS MAS VIEJOS (FIFO) Y ESO DA LOS
      * DIAS QUE TARDO EN PAGARSE CADA PESO Y EL DIA EN QUE CADA
      * CARGO QUEDO PAGADO
       4200-RECORRER-CUENTA.
           MOVE 0 TO WKS-NUM-CARGOS.
           MOVE 1 TO WKS-PRIMER-VIVO.
           MOVE 0 TO WKS-SALDO-CORRIDO.
           MOVE 0 TO WKS-SALDO-MAXIMO.
           MOVE 0 TO WKS-SUMA-PAGADO.
           MOVE 0 TO WKS-SUMA-PONDERADA.
           MOVE "N" TO WKS-FIN-CUENTA.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-CUENTA
           ELSE
               PERFORM 4210-LEER-MOVIMIENTO UNTIL WKS-EOF-CUENTA
               CLOSE CUENTA-FILE.
           IF WKS-SALDO-CORRIDO IS GREATER THAN WKS-SALDO-MAXIMO THEN
               MOVE WKS-SALDO-CORRIDO TO WKS-SALDO-MAXIMO.
           IF WKS-SUMA-PAGADO IS GREATER THAN 0 THEN
               COMPUTE WKS-DIAS-PAGO ROUNDED =
                       WKS-SUMA-PONDERADA / WKS-SUMA-PAGADO
           ELSE
               MOVE 0 TO WKS-DIAS-PAGO.

       4210-LEER-MOVIMIENTO.
           READ CUENTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CUENTA
               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CL-ID(WKS-POS-CL)
                   THEN
                       PERFORM 4220-APLICAR-MOVIMIENTO.

       4220-APLICAR-MOVIMIENTO.
           IF CU-TIPO IS EQUAL TO "A" OR
              CU-TIPO IS EQUAL TO "N" THEN
               SUBTRACT CU-IMPORTE FROM WKS-SALDO-CORRIDO
           ELSE
               ADD CU-IMPORTE TO WKS-SALDO-CORRIDO.
           IF CU-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
              WKS-SALDO-CORRIDO IS GREATER THAN WKS-SALDO-MAXIMO THEN
               MOVE WKS-SALDO-CORRIDO TO WKS-SALDO-MAXIMO.
           IF CU-TIPO IS EQUAL TO "A" THEN
               MOVE CU-IMPORTE TO WKS-ABONO-RESTO
               MOVE CU-FECHA TO WKS-FECHA-ABONO
               PERFORM 4230-APLICAR-ABONO
                   UNTIL WKS-PRIMER-VIVO IS GREATER THAN
                         WKS-NUM-CARGOS
                      OR WKS-ABONO-RESTO IS EQUAL TO 0
           ELSE
           IF CU-TIPO IS EQUAL TO "N" THEN
               PERFORM 4250-APLICAR-CONDONACION
           ELSE
           IF WKS-NUM-CARGOS IS LESS THAN 200 THEN
               ADD 1 TO WKS-NUM-CARGOS
               MOVE CU-FECHA TO WKS-CG-FECHA(WKS-NUM-CARGOS)
               MOVE CU-IMPORTE TO WKS-CG-IMPORTE(WKS-NUM-CARGOS)
               MOVE CU-REFERENCIA TO WKS-CG-REFERENCIA(WKS-NUM-CARGOS)
               MOVE 0 TO WKS-CG-PAGADO(WKS-NUM-CARGOS)
               MOVE CU-FECHA TO WKS-FECHA-BASE
               COMPUTE WKS-DIAS-SUMAR = WKS-CFG-DIAS-MORA + 1
               PERFORM 2710-FECHA-MAS-DIAS
               MOVE WKS-FECHA-RESULTADO
                   TO WKS-CG-MORA-DESDE(WKS-NUM-CARGOS).

      * EL ABONO VA CONTRA EL CARGO VIVO MAS VIEJO; LO QUE SE APLICA
      * DENTRO DEL PERIODO PONDERA LOS DIAS QUE TARDO EN PAGARSE
       4230-APLICAR-ABONO.
           IF WKS-CG-IMPORTE(WKS-PRIMER-VIVO) IS EQUAL TO 0 THEN
               ADD 1 TO WKS-PRIMER-VIVO
           ELSE
               IF WKS-ABONO-RESTO IS NOT LESS THAN
                  WKS-CG-IMPORTE(WKS-PRIMER-VIVO) THEN
                   MOVE WKS-CG-IMPORTE(WKS-PRIMER-VIVO)
                       TO WKS-ABONO-APLICADO
               ELSE
                   MOVE WKS-ABONO-RESTO TO WKS-ABONO-APLICADO
               END-IF
               SUBTRACT WKS-ABONO-APLICADO FROM WKS-ABONO-RESTO
               SUBTRACT WKS-ABONO-APLICADO
                   FROM WKS-CG-IMPORTE(WKS-PRIMER-VIVO)
               IF WKS-FECHA-ABONO IS NOT LESS THAN WKS-FECHA-DESDE
               THEN
                   PERFORM 4240-PONDERAR-DIAS
               END-IF
               IF WKS-CG-IMPORTE(WKS-PRIMER-VIVO) IS EQUAL TO 0 THEN
                   MOVE WKS-FECHA-ABONO
                       TO WKS-CG-PAGADO(WKS-PRIMER-VIVO)
                   ADD 1 TO WKS-PRIMER-VIVO.

       4240-PONDERAR-DIAS.
           MOVE WKS-CG-FECHA(WKS-PRIMER-VIVO) TO WKS-FECHA-DE.
           MOVE WKS-FECHA-ABONO TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           IF WKS-DIAS-DIFERENCIA IS LESS THAN 0 THEN
               MOVE 0 TO WKS-DIAS-DIFERENCIA.
           ADD WKS-ABONO-APLICADO TO WKS-SUMA-PAGADO.
           COMPUTE WKS-SUMA-PONDERADA = WKS-SUMA-PONDERADA +
                   WKS-ABONO-APLICADO * WKS-DIAS-DIFERENCIA.

      * UNA CONDONACION ANULA EL CARGO DE INTERES DE SU MES (NO ES UN
      * PAGO, NO CUENTA PARA LOS DIAS DE PAGO); SI ESE CARGO NO ESTA
      * SE APLICA COMO ABONO
       4250-APLICAR-CONDONACION.
           MOVE SPACES TO WKS-REF-INTERES.
           STRING "INT " CU-REFERENCIA(5:6)
               DELIMITED BY SIZE INTO WKS-REF-INTERES.
           MOVE 0 TO WKS-POS-INTERES.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 4260-BUSCAR-INTERES
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS
                  OR WKS-POS-INTERES IS GREATER THAN 0.
           IF WKS-POS-INTERES IS EQUAL TO 0 THEN
               MOVE CU-IMPORTE TO WKS-ABONO-RESTO
               MOVE CU-FECHA TO WKS-FECHA-ABONO
               PERFORM 4230-APLICAR-ABONO
                   UNTIL WKS-PRIMER-VIVO IS GREATER THAN
                         WKS-NUM-CARGOS
                      OR WKS-ABONO-RESTO IS EQUAL TO 0
           ELSE
           IF CU-IMPORTE IS NOT LESS THAN
              WKS-CG-IMPORTE(WKS-POS-INTERES) THEN
               MOVE 0 TO WKS-CG-IMPORTE(WKS-POS-INTERES)
               MOVE CU-FECHA TO WKS-CG-PAGADO(WKS-POS-INTERES)
           ELSE
               SUBTRACT CU-IMPORTE
                   FROM WKS-CG-IMPORTE(WKS-POS-INTERES).

       4260-BUSCAR-INTERES.
           IF WKS-CG-REFERENCIA(WKS-IDX-CG) IS EQUAL TO
              WKS-REF-INTERES AND
              WKS-CG-IMPORTE(WKS-IDX-CG) IS GREATER THAN 0 THEN
               MOVE WKS-IDX-CG TO WKS-POS-INTERES.
           ADD 1 TO WKS-IDX-CG.

      * UN CIERRE DE MES CUENTA COMO BLOQUEO SI A ESA FECHA HABIA UN
      * CARGO SIN PAGAR CON MAS DE DIAS-MORA-CREDITO DIAS
       4400-CONTAR-BLOQUEOS.
           MOVE 0 TO WKS-BLOQUEOS.
           MOVE 1 TO WKS-IDX-CI.
           PERFORM 4410-REVISAR-CIERRE
               UNTIL WKS-IDX-CI IS GREATER THAN WKS-MESES-REVISION.

       4410-REVISAR-CIERRE.
           MOVE "N" TO WKS-EN-MORA-SW.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 4420-REVISAR-CARGO
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS
                  OR WKS-EN-MORA.
           IF WKS-EN-MORA THEN
               ADD 1 TO WKS-BLOQUEOS.
           ADD 1 TO WKS-IDX-CI.

       4420-REVISAR-CARGO.
           IF WKS-CG-MORA-DESDE(WKS-IDX-CG) IS NOT GREATER THAN
              WKS-CIERRE-FECHA(WKS-IDX-CI) AND
              (WKS-CG-PAGADO(WKS-IDX-CG) IS EQUAL TO 0 OR
               WKS-CG-PAGADO(WKS-IDX-CG) IS GREATER THAN
               WKS-CIERRE-FECHA(WKS-IDX-CI)) THEN
               MOVE "S" TO WKS-EN-MORA-SW.
           ADD 1 TO WKS-IDX-CG.

      * REGLAS, EN ESTE ORDEN: DORMIDA (SIN COMPRAS NI CARGOS EN
      * WKS-DIAS-DORMIDA DIAS) A CERO; MAL PAGADOR CRONICO (BLOQUEADO
      * EN WKS-BLOQUEOS-CRONICO CIERRES O MAS, O QUE PAGA EN MAS DE
      * DIAS-MORA-CREDITO DIAS) RECORTADO WKS-PCT-RECORTE %; BUEN
      * PAGADOR (NUNCA BLOQUEADO, PAGA DENTRO DE DIAS-VENCIMIENTO)
      * QUE USO WKS-USO-ALTO % O MAS DEL LIMITE, AUMENTADO
      * WKS-PCT-AUMENTO %. LOS LIMITES NUEVOS VAN EN CIENTOS.
       4500-APLICAR-REGLA.
           MOVE SPACE TO WKS-REGLA.
           MOVE WKS-CL-LIMITE(WKS-POS-CL) TO WKS-LIMITE-NUEVO.
           IF WKS-SALDO-MAXIMO IS GREATER THAN 0 THEN
               COMPUTE WKS-USO-CALCULO ROUNDED =
                       WKS-SALDO-MAXIMO * 100 /
                       WKS-CL-LIMITE(WKS-POS-CL)
           ELSE
               MOVE 0 TO WKS-USO-CALCULO.
           IF WKS-USO-CALCULO IS GREATER THAN 999 THEN
               MOVE 999 TO WKS-USO
           ELSE
               MOVE WKS-USO-CALCULO TO WKS-USO.
           PERFORM 4510-DIAS-SIN-MOVIMIENTO.
           IF WKS-DIAS-SIN-COMPRA IS GREATER THAN WKS-DIAS-DORMIDA
           THEN
               MOVE "D" TO WKS-REGLA
               MOVE 0 TO WKS-LIMITE-NUEVO
           ELSE
           IF WKS-BLOQUEOS IS NOT LESS THAN WKS-BLOQUEOS-CRONICO OR
              WKS-DIAS-PAGO IS GREATER THAN WKS-CFG-DIAS-MORA THEN
               MOVE "R" TO WKS-REGLA
               COMPUTE WKS-LIMITE-CALCULO =
                       WKS-CL-LIMITE(WKS-POS-CL) *
                       (100 - WKS-PCT-RECORTE) / 100
               DIVIDE WKS-LIMITE-CALCULO BY 100
                   GIVING WKS-CIENTOS REMAINDER WKS-CIENTOS-RESTO
               COMPUTE WKS-LIMITE-NUEVO = WKS-CIENTOS * 100
           ELSE
           IF WKS-BLOQUEOS IS EQUAL TO 0 AND
              WKS-SUMA-PAGADO IS GREATER THAN 0 AND
              WKS-DIAS-PAGO IS NOT GREATER THAN WKS-CFG-DIAS-VENCE AND
              WKS-USO IS NOT LESS THAN WKS-USO-ALTO THEN
               MOVE "A" TO WKS-REGLA
               COMPUTE WKS-LIMITE-CALCULO =
                       WKS-CL-LIMITE(WKS-POS-CL) *
                       (100 + WKS-PCT-AUMENTO) / 100
               DIVIDE WKS-LIMITE-CALCULO BY 100
                   GIVING WKS-CIENTOS REMAINDER WKS-CIENTOS-RESTO
               IF WKS-CIENTOS-RESTO IS GREATER THAN 0 THEN
                   ADD 1 TO WKS-CIENTOS
               END-IF
               IF WKS-CIENTOS * 100 IS GREATER THAN WKS-LIMITE-TOPE
               THEN
                   MOVE WKS-LIMITE-TOPE TO WKS-LIMITE-NUEVO
               ELSE
                   COMPUTE WKS-LIMITE-NUEVO = WKS-CIENTOS * 100.
           IF WKS-LIMITE-NUEVO IS EQUAL TO WKS-CL-LIMITE(WKS-POS-CL)
           THEN
               MOVE SPACE TO WKS-REGLA.

      * DIAS DESDE LA ULTIMA COMPRA O EL ULTIMO CARGO A LA CUENTA, LO
      * QUE SEA MAS RECIENTE
       4510-DIAS-SIN-MOVIMIENTO.
           MOVE WKS-CL-ULTIMA(WKS-POS-CL) TO WKS-FECHA-DE.
           IF WKS-NUM-CARGOS IS GREATER THAN 0 THEN
               IF WKS-CG-FECHA(WKS-NUM-CARGOS) IS GREATER THAN
                  WKS-FECHA-DE THEN
                   MOVE WKS-CG-FECHA(WKS-NUM-CARGOS) TO WKS-FECHA-DE.
           IF WKS-FECHA-DE IS EQUAL TO 0 THEN
               MOVE 99999 TO WKS-DIAS-SIN-COMPRA
           ELSE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               IF WKS-DIAS-DIFERENCIA IS LESS THAN 0 THEN
                   MOVE 0 TO WKS-DIAS-SIN-COMPRA
               ELSE
               IF WKS-DIAS-DIFERENCIA IS GREATER THAN 99999 THEN
                   MOVE 99999 TO WKS-DIAS-SIN-COMPRA
               ELSE
                   MOVE WKS-DIAS-DIFERENCIA TO WKS-DIAS-SIN-COMPRA.

       4600-IMPRIMIR-CLIENTE.
           PERFORM 4610-TEXTO-REGLA.
           MOVE WKS-CL-LIMITE(WKS-POS-CL) TO WKS-LIMITE-FORMAT.
           MOVE WKS-LIMITE-NUEVO TO WKS-LIMITE-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-CL-ID(WKS-POS-CL) " "
                  WKS-CL-NOMBRE(WKS-POS-CL) " "
                  WKS-LIMITE-FORMAT " " WKS-LIMITE-FORMAT-2 "  "
                  WKS-REGLA-TEXTO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-DIAS-PAGO TO WKS-DIAS-FORMAT.
           MOVE WKS-SALDO-MAXIMO TO WKS-IMPORTE-FORMAT.
           MOVE WKS-CL-COMPRAS(WKS-POS-CL) TO WKS-IMPORTE-FORMAT-2.
           STRING "    PAGA " WKS-DIAS-FORMAT " DIAS  SALDO MAX"
                  WKS-IMPORTE-FORMAT "  USO " WKS-USO "%  BLOQ "
                  WKS-BLOQUEOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-DIAS-SIN-COMPRA TO WKS-DIAS-FORMAT.
           STRING "    COMPRAS" WKS-IMPORTE-FORMAT-2
                  "  ULTIMA COMPRA " WKS-CL-ULTIMA(WKS-POS-CL)
                  "  DIAS SIN MOV " WKS-DIAS-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       4610-TEXTO-REGLA.
           IF WKS-REGLA IS EQUAL TO "A" THEN
               MOVE "AUMENTO" TO WKS-REGLA-TEXTO
           ELSE
           IF WKS-REGLA IS EQUAL TO "R" THEN
               MOVE "RECORTE" TO WKS-REGLA-TEXTO
           ELSE
           IF WKS-REGLA IS EQUAL TO "D" THEN
               MOVE "DORMIDA" TO WKS-REGLA-TEXTO
           ELSE
               MOVE "SE QUEDA" TO WKS-REGLA-TEXTO.

       4700-ESCRIBIR-PROPUESTA.
           MOVE WKS-FECHA-HOY TO PV-FECHA.
           MOVE WKS-CL-ID(WKS-POS-CL) TO PV-CLIENTE-ID.
           MOVE WKS-CL-LIMITE(WKS-POS-CL) TO PV-LIMITE-ACTUAL.
           MOVE WKS-LIMITE-NUEVO TO PV-LIMITE-NUEVO.
           MOVE WKS-REGLA TO PV-REGLA.
           MOVE "P" TO PV-ESTADO.
           MOVE WKS-DIAS-PAGO TO PV-DIAS-PAGO.
           IF WKS-SALDO-MAXIMO IS GREATER THAN 0 THEN
               MOVE WKS-SALDO-MAXIMO TO PV-SALDO-MAXIMO
           ELSE
               MOVE 0 TO PV-SALDO-MAXIMO.
           MOVE WKS-BLOQUEOS TO PV-BLOQUEOS.
           MOVE WKS-USO TO PV-USO.
           IF WKS-CL-COMPRAS(WKS-POS-CL) IS GREATER THAN 0 THEN
               MOVE WKS-CL-COMPRAS(WKS-POS-CL) TO PV-COMPRAS
           ELSE
               MOVE 0 TO PV-COMPRAS.
           MOVE WKS-CL-ULTIMA(WKS-POS-CL) TO PV-ULTIMA-COMPRA.
           MOVE SPACES TO PV-SUPERVISOR.
           WRITE REG-PROPUESTA.
           ADD 1 TO WKS-NUM-PROPUESTAS.

      ******************************************************************
      * APROBACION: UN SUPERVISOR APRUEBA TODAS LAS PENDIENTES O UNA
      * POR UNA. LA APROBADA CAMBIA EL LIMITE EN DATOS.TXT SOLO SI
      * NADIE LO MOVIO DESDE LA REVISION; SI YA CAMBIO, SE RECHAZA
      ******************************************************************
       6000-APROBAR-PROPUESTAS.
           PERFORM 6100-CARGAR-PROPUESTAS.
           IF WKS-PENDIENTES IS EQUAL TO 0 THEN
               DISPLAY "NO HAY PROPUESTAS PENDIENTES"
           ELSE
               DISPLAY "PROPUESTAS PENDIENTES: " WKS-PENDIENTES
               PERFORM 1835-PEDIR-SUPERVISOR
               IF NOT WKS-SUP-OK THEN
                   DISPLAY "SIN AUTORIZACION, NO SE APRUEBA NADA"
               ELSE
                   PERFORM 6200-APLICAR-APROBACION.

       6100-CARGAR-PROPUESTAS.
           MOVE 0 TO WKS-NUM-PROPUESTAS.
           MOVE 0 TO WKS-PENDIENTES.
           MOVE "N" TO WKS-FIN-PROPUESTAS.
           OPEN INPUT PROPUESTA-FILE.
           IF PR-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-PROPUESTAS
           ELSE
               PERFORM 6110-LEER-PROPUESTA UNTIL WKS-EOF-PROPUESTAS
               CLOSE PROPUESTA-FILE.

       6110-LEER-PROPUESTA.
           READ PROPUESTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PROPUESTAS
               NOT AT END
                   IF WKS-NUM-PROPUESTAS IS LESS THAN 500 THEN
                       ADD 1 TO WKS-NUM-PROPUESTAS
                       MOVE REG-PROPUESTA
                           TO WKS-PV-RENGLON(WKS-NUM-PROPUESTAS)
                       IF PV-ESTADO IS EQUAL TO "P" THEN
                           ADD 1 TO WKS-PENDIENTES.

       6200-APLICAR-APROBACION.
           DISPLAY "T = APROBAR TODAS, U = UNA POR UNA".
           ACCEPT WKS-MODO-APROBACION.
           IF WKS-MODO-APROBACION IS EQUAL TO "t" THEN
               MOVE "T" TO WKS-MODO-APROBACION.
           IF WKS-MODO-APROBACION IS EQUAL TO "u" THEN
               MOVE "U" TO WKS-MODO-APROBACION.
           IF WKS-MODO-APROBACION IS NOT EQUAL TO "T" AND
              WKS-MODO-APROBACION IS NOT EQUAL TO "U" THEN
               DISPLAY "OPCION INVALIDA, NO SE APRUEBA NADA"
           ELSE
               MOVE 0 TO WKS-APROBADAS
               MOVE 0 TO WKS-RECHAZADAS
               MOVE "N" TO WKS-HUBO-CAMBIOS
               OPEN I-O CLIENTE-FILE
               IF CLI-STATUS IS NOT EQUAL TO "00" THEN
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES ("
                           CLI-STATUS ")"
               ELSE
                   MOVE 1 TO WKS-IDX-PV
                   PERFORM 6210-DECIDIR-PROPUESTA
                       UNTIL WKS-IDX-PV IS GREATER THAN
                             WKS-NUM-PROPUESTAS
                   IF WKS-HUBO-CAMBIOS IS EQUAL TO "S" THEN
                       PERFORM 6400-CIFRAS-DE-CONTROL
                   END-IF
                   CLOSE CLIENTE-FILE
                   PERFORM 6500-REESCRIBIR-PROPUESTAS
                   DISPLAY "APROBADAS: " WKS-APROBADAS
                           "  RECHAZADAS: " WKS-RECHAZADAS.

       6210-DECIDIR-PROPUESTA.
           MOVE WKS-PV-RENGLON(WKS-IDX-PV) TO REG-PROPUESTA.
           IF PV-ESTADO IS EQUAL TO "P" THEN
               IF WKS-MODO-APROBACION IS EQUAL TO "T" THEN
                   MOVE "S" TO WKS-DECISION
               ELSE
                   PERFORM 6220-PREGUNTAR-PROPUESTA
               END-IF
               IF WKS-DECISION IS EQUAL TO "S" THEN
                   PERFORM 6300-CAMBIAR-LIMITE
               ELSE
               IF WKS-DECISION IS EQUAL TO "N" THEN
                   MOVE "X" TO PV-ESTADO
                   MOVE WKS-SUP-OPERADOR TO PV-SUPERVISOR
                   ADD 1 TO WKS-RECHAZADAS
               END-IF
               END-IF
               MOVE REG-PROPUESTA TO WKS-PV-RENGLON(WKS-IDX-PV).
           ADD 1 TO WKS-IDX-PV.

       6220-PREGUNTAR-PROPUESTA.
           MOVE PV-REGLA TO WKS-REGLA.
           PERFORM 4610-TEXTO-REGLA.
           MOVE PV-LIMITE-ACTUAL TO WKS-LIMITE-FORMAT.
           MOVE PV-LIMITE-NUEVO TO WKS-LIMITE-FORMAT-2.
           MOVE PV-SALDO-MAXIMO TO WKS-IMPORTE-FORMAT.
           MOVE PV-COMPRAS TO WKS-IMPORTE-FORMAT-2.
           DISPLAY "CLIENTE " PV-CLIENTE-ID "  " WKS-REGLA-TEXTO
                   "  DE " WKS-LIMITE-FORMAT " A " WKS-LIMITE-FORMAT-2.
           DISPLAY "  PAGA EN " PV-DIAS-PAGO " DIAS  SALDO MAX "
                   WKS-IMPORTE-FORMAT "  USO " PV-USO "%".
           DISPLAY "  BLOQUEOS " PV-BLOQUEOS "  COMPRAS "
                   WKS-IMPORTE-FORMAT-2 "  ULTIMA " PV-ULTIMA-COMPRA.
           DISPLAY "APROBAR (S = SI, N = RECHAZAR, OTRA = DEJAR "
                   "PENDIENTE)".
           ACCEPT WKS-DECISION.
           IF WKS-DECISION IS EQUAL TO "s" THEN
               MOVE "S" TO WKS-DECISION.
           IF WKS-DECISION IS EQUAL TO "n" THEN
               MOVE "N" TO WKS-DECISION.

       6300-CAMBIAR-LIMITE.
           MOVE PV-CLIENTE-ID TO RC-ID.
           READ CLIENTE-FILE KEY IS RC-ID
               INVALID KEY
                   DISPLAY "CLIENTE " PV-CLIENTE-ID
                           " YA NO EXISTE, SE RECHAZA"
                   MOVE "X" TO PV-ESTADO
                   ADD 1 TO WKS-RECHAZADAS
               NOT INVALID KEY
                   IF RC-LIMITE-CREDITO IS NOT EQUAL TO
                      PV-LIMITE-ACTUAL THEN
                       DISPLAY "EL LIMITE DEL CLIENTE " PV-CLIENTE-ID
                               " CAMBIO DESDE LA REVISION, SE RECHAZA"
                       MOVE "X" TO PV-ESTADO
                       ADD 1 TO WKS-RECHAZADAS
                   ELSE
                       PERFORM 6310-REGRABAR-CLIENTE
           END-READ.
           MOVE WKS-SUP-OPERADOR TO PV-SUPERVISOR.

       6310-REGRABAR-CLIENTE.
           MOVE PV-LIMITE-NUEVO TO RC-LIMITE-CREDITO.
           MOVE "CLIENTES" TO WKS-JRN-ARCHIVO.
           MOVE "R" TO WKS-JRN-OPERACION.
           MOVE SPACES TO WKS-JRN-REGISTRO.
           MOVE REG-CLIENTE TO WKS-JRN-REGISTRO.
           PERFORM 1970-REGISTRAR-JOURNAL.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR AL CLIENTE "
                           PV-CLIENTE-ID
               NOT INVALID KEY
                   MOVE "A" TO PV-ESTADO
                   MOVE "S" TO WKS-HUBO-CAMBIOS
                   ADD 1 TO WKS-APROBADAS
                   MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR
                   MOVE "CLIENTES" TO WKS-AUD-ARCHIVO
                   MOVE RC-ID TO WKS-AUD-LLAVE
                   MOVE "LIMITE-CRED" TO WKS-AUD-CAMPO
                   MOVE PV-LIMITE-ACTUAL TO WKS-AUD-ANTERIOR
                   MOVE PV-LIMITE-NUEVO TO WKS-AUD-NUEVO
                   PERFORM 1950-REGISTRAR-AUDITORIA
           END-REWRITE.

      * CIFRAS DE CONTROL DEL MAESTRO, IGUAL QUE AL CERRAR
      * DATOSCLIENTES, PARA QUE VERIFICA-ARCHIVOS SIGA CUADRANDO
       6400-CIFRAS-DE-CONTROL.
           MOVE 0 TO WKS-CTL-REGISTROS.
           MOVE 0 TO WKS-CTL-IMPORTE.
           MOVE "N" TO WKS-FIN-CONTEO.
           MOVE LOW-VALUES TO RC-ID.
           START CLIENTE-FILE KEY IS NOT LESS THAN RC-ID
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONTEO.
           PERFORM 6410-CONTAR-CLIENTE UNTIL WKS-EOF-CONTEO.
           MOVE "CLIENTES" TO CT-ARCHIVO.
           ACCEPT CT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-CTL FROM TIME.
           MOVE WKS-HORA-CTL(1:6) TO CT-HORA.
           MOVE WKS-CTL-REGISTROS TO CT-REGISTROS.
           MOVE WKS-CTL-IMPORTE TO CT-IMPORTE.
           OPEN EXTEND CONTROL-FILE.
           IF CTL-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CONTROL-FILE.
           WRITE REG-CONTROL.
           CLOSE CONTROL-FILE.

       6410-CONTAR-CLIENTE.
           READ CLIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONTEO
               NOT AT END
                   ADD 1 TO WKS-CTL-REGISTROS
                   IF RC-LIMITE-CREDITO IS NUMERIC THEN
                       ADD RC-LIMITE-CREDITO TO WKS-CTL-IMPORTE.

       6500-REESCRIBIR-PROPUESTAS.
           OPEN OUTPUT PROPUESTA-FILE.
           MOVE 1 TO WKS-IDX-PV.
           PERFORM 6510-ESCRIBIR-RENGLON
               UNTIL WKS-IDX-PV IS GREATER THAN WKS-NUM-PROPUESTAS.
           CLOSE PROPUESTA-FILE.

       6510-ESCRIBIR-RENGLON.
           MOVE WKS-PV-RENGLON(WKS-IDX-PV) TO REG-PROPUESTA.
           WRITE REG-PROPUESTA.
           ADD 1 TO WKS-IDX-PV.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY AUDIT-PROC.

           COPY JOURNAL-PROC.

           COPY OPLOG-PROC.
