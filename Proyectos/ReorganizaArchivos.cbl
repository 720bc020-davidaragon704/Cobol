      ******************************************************************
      * Author:
      * Date:
      * Purpose: REORGANIZACION PROGRAMADA DE LOS ARCHIVOS INDEXADOS.
      *          LOS MAESTROS (COMERCIO, CLIENTES, EMPLEADOS,
      *          PROVEEDORES), VENTAS, EXISTENCIAS POR UBICACION Y LA
      *          HISTORIA DE NOMINA SE REESCRIBEN Y SE BORRAN TODOS
      *          LOS DIAS Y NUNCA SE RECONSTRUYEN. AQUI CADA UNO SE
      *          DESCARGA EN ORDEN DE LLAVE A UN RESPALDO SECUENCIAL
      *          (REORG-<AAAAMMDD>-<NOMBRE>.TXT), SE RECARGA EN UN
      *          INDEXADO NUEVO CON SUS LLAVES ALTERNAS
      *          (REORG-NUEVO-<NOMBRE>.TXT) Y SE COTEJA EL CONTEO
      *          CONTRA LA DESCARGA Y, EN LOS MAESTROS CON CIFRAS DE
      *          CONTROL, CONTRA EL ULTIMO RENGLON DE
      *          CONTROL-TOTALES.TXT. SOLO SI CUADRA SE PASA EL NUEVO
      *          SOBRE EL ORIGINAL; SI NO, EL ORIGINAL NO SE TOCA Y EL
      *          RESPALDO QUEDA PARA REVISION. REPORTA EL TAMANO ANTES
      *          Y DESPUES EN REORGANIZA-<AAAAMMDD>.TXT. NO CORRE SI
      *          SESIONES.TXT TIENE ALGUNA SESION DE HOY SIN SALIDA.
      *          CADA COMPONENTE DEJA SU AVANCE EN REORG-PUNTO.TXT:
      *          LA RECORRIDA DEL MISMO DIA SALTA LO YA CAMBIADO Y
      *          REPITE EL CAMBIO DE LO YA COTEJADO. CON LA TARJETA
      *          TARJETA-REORGANIZA.TXT ("REORGANIZAR AAAAMMDD") CORRE
      *          SIN CAPTURA EN LA CADENA MENSUAL DE ORQUESTA-LOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANIZA-ARCHIVOS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COMERCIO-MASTER ASSIGN TO WKS-RUTA-INVENTARIO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-ID
                                   ALTERNATE RECORD KEY RP-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RP-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS FS-STATUS.

           SELECT CLIENTE-MASTER ASSIGN TO WKS-RUTA-CLIENTES
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RC-ID
                                   FILE STATUS CLI-STATUS.

           SELECT EMPLEADO-MASTER ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT PROVEEDOR-MASTER ASSIGN TO "PROVEEDORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PV-ID
                                   FILE STATUS PV-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TR-STATUS.

           SELECT EXISTENCIA-FILE ASSIGN TO "EXISTENCIAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EX-LLAVE
                                   FILE STATUS EX-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HN-LLAVE
                                   FILE STATUS HN-STATUS.

      * LOS INDEXADOS NUEVOS LLEVAN LAS MISMAS LLAVES QUE SU ORIGINAL
           SELECT COMERCIO-NUEVO ASSIGN TO WKS-NOMBRE-NUEVO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RN-ID
                                   ALTERNATE RECORD KEY RN-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RN-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS NV-STATUS.

           SELECT CLIENTE-NUEVO ASSIGN TO WKS-NOMBRE-NUEVO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CN-ID
                                   FILE STATUS NV-STATUS.

           SELECT EMPLEADO-NUEVO ASSIGN TO WKS-NOMBRE-NUEVO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EN-ID
                                   FILE STATUS NV-STATUS.

           SELECT PROVEEDOR-NUEVO ASSIGN TO WKS-NOMBRE-NUEVO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PN-ID
                                   FILE STATUS NV-STATUS.

           SELECT VENTA-NUEVO ASSIGN TO WKS-NOMBRE-NUEVO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TN-LLAVE
                                   FILE STATUS NV-STATUS.

           SELECT EXISTENCIA-NUEVO ASSIGN TO WKS-NOMBRE-NUEVO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS XN-LLAVE
                                   FILE STATUS NV-STATUS.

           SELECT HISTORIA-NUEVO ASSIGN TO WKS-NOMBRE-NUEVO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HX-LLAVE
                                   FILE STATUS NV-STATUS.

           SELECT RESPALDO-FILE ASSIGN TO WKS-NOMBRE-RESPALDO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RS-STATUS.

           SELECT PUNTO-FILE ASSIGN TO "REORG-PUNTO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PU-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL-TOTALES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CTL-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-REORGANIZA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMERCIO-MASTER.
       01 REG-PRODUCTO.
           COPY PRODUCTO.

       FD CLIENTE-MASTER.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD EMPLEADO-MASTER.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD PROVEEDOR-MASTER.
       01 REG-PROVEEDOR.
           COPY PROVEEDOR.

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

      * MISMO TRAZADO QUE USAN COMERCIO Y CONVIERTE-CANTIDADES
       FD EXISTENCIA-FILE.
       01 REG-EXISTENCIA.
           02 EX-LLAVE.
               03 EX-RP-ID                     PIC 9(10).
               03 EX-UBICACION                 PIC X(06).
           02 EX-CANTIDAD                      PIC 9(07)V9(03).

       FD HISTORIA-FILE.
       01 REG-HISTORIA.
           COPY HISTNOM.

       FD COMERCIO-NUEVO.
       01 REG-PRODUCTO-NUEVO.
           COPY PRODUCTO REPLACING LEADING ==RP== BY ==RN==.

       FD CLIENTE-NUEVO.
       01 REG-CLIENTE-NUEVO.
           COPY CLIENTE REPLACING LEADING ==RC== BY ==CN==.

       FD EMPLEADO-NUEVO.
       01 REG-EMPLEADO-NUEVO.
           COPY EMPLEADO REPLACING LEADING ==EMP== BY ==EN==.

       FD PROVEEDOR-NUEVO.
       01 REG-PROVEEDOR-NUEVO.
           COPY PROVEEDOR REPLACING LEADING ==PV== BY ==PN==.

       FD VENTA-NUEVO.
       01 REG-VENTA-NUEVO.
           COPY VENTA REPLACING LEADING ==TR== BY ==TN==.

       FD EXISTENCIA-NUEVO.
       01 REG-EXISTENCIA-NUEVO.
           02 XN-LLAVE.
               03 XN-RP-ID                     PIC 9(10).
               03 XN-UBICACION                 PIC X(06).
           02 XN-CANTIDAD                      PIC 9(07)V9(03).

       FD HISTORIA-NUEVO.
       01 REG-HISTORIA-NUEVO.
           COPY HISTNOM REPLACING LEADING ==HN== BY ==HX==.

       FD RESPALDO-FILE.
       01 REG-RESPALDO                         PIC X(450).

      * AVANCE DE LA REORGANIZACION: C = NUEVO COTEJADO (FALTA
      * PASARLO SOBRE EL ORIGINAL), S = YA CAMBIADO
       FD PUNTO-FILE.
       01 REG-PUNTO.
           02 PU-FECHA                         PIC 9(08).
           02 PU-COMPONENTE                    PIC X(12).
           02 PU-FASE                          PIC X(01).
           02 PU-REGISTROS                     PIC 9(09).
           02 PU-TAMANO                        PIC 9(18).

      * MISMO TRAZADO QUE ESCRIBE OPLOG-PROC (1845-REGISTRAR-SESION)
       FD SESION-FILE.
       01 REG-SESION.
           02 SE-FECHA                         PIC 9(08).
           02 FILLER                           PIC X(01).
           02 SE-HORA                          PIC 9(06).
           02 FILLER                           PIC X(01).
           02 SE-OPERADOR                      PIC X(10).
           02 FILLER                           PIC X(01).
           02 SE-TERMINAL                      PIC X(10).
           02 FILLER                           PIC X(01).
           02 SE-EVENTO                        PIC X(10).
           02 FILLER                           PIC X(02).

       FD CONTROL-FILE.
       01 REG-CONTROL.
           COPY CTLTOT.

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.

           COPY REPORTE-WS.

       77 FS-STATUS               PIC X(02).
       77 CLI-STATUS              PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 PV-STATUS               PIC X(02).
       77 TR-STATUS               PIC X(02).
       77 EX-STATUS               PIC X(02).
       77 HN-STATUS               PIC X(02).
       77 NV-STATUS               PIC X(02).
       77 RS-STATUS               PIC X(02).
       77 PU-STATUS               PIC X(02).
       77 SES-STATUS              PIC X(02).
       77 CTL-STATUS              PIC X(02).
       77 TJ-STATUS               PIC X(02).

       77 WKS-LOGIN-PTR           POINTER.
       77 WKS-OPERADOR-PROPIO     PIC X(10) VALUE SPACES.
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-HORA-CTL            PIC 9(08).
       77 WKS-CONFIRMA            PIC X(01).
       77 WKS-RC-FINAL            PIC 9(04) VALUE 0.
       77 WKS-FALLAS              PIC 9(02) VALUE 0.
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".

       77 WKS-NOMBRE-RESPALDO     PIC X(40).
       77 WKS-NOMBRE-NUEVO        PIC X(40).
       77 WKS-COMPONENTE          PIC X(12).

       77 WKS-FIN-ARCHIVO         PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVO     VALUE "S".
       77 WKS-FIN-RESPALDO        PIC X(01) VALUE "N".
           88 WKS-EOF-RESPALDO    VALUE "S".
       77 WKS-FIN-PUNTO           PIC X(01) VALUE "N".
           88 WKS-EOF-PUNTO       VALUE "S".
       77 WKS-FIN-SESIONES        PIC X(01) VALUE "N".
           88 WKS-EOF-SESIONES    VALUE "S".
       77 WKS-FIN-CONTROL         PIC X(01) VALUE "N".
           88 WKS-EOF-CONTROL     VALUE "S".

      * EN MODO COPIA LA DESCARGA ESCRIBE EL RESPALDO; EN MODO
      * RECUENTO (LA PRUEBA POSTERIOR AL CAMBIO) SOLO CUENTA
       77 WKS-MODO-COPIA          PIC X(01) VALUE "N".
       77 WKS-STATUS-ORIGINAL     PIC X(02).
       77 WKS-CONTEO-REG          PIC 9(09).
       77 WKS-CONTEO-IMP          PIC 9(15)V9(02).
       77 WKS-VALOR-RENGLON       PIC 9(15)V9(02).
       77 WKS-CONTEO-DESCARGA     PIC 9(09).
       77 WKS-CONTEO-NUEVO        PIC 9(09).
       77 WKS-CONTEO-CAMBIO       PIC 9(09).
       77 WKS-DUPLICADOS          PIC 9(07).
       77 WKS-CUADRA              PIC X(01).
           88 WKS-SI-CUADRA       VALUE "S".
       77 WKS-HAY-CIFRAS          PIC X(01).
       77 WKS-CIFRAS-REGISTROS    PIC 9(09).
       77 WKS-RESULTADO           PIC X(20).

      * COMPONENTES A REORGANIZAR: NOMBRE, ARCHIVO FISICO (PARA EL
      * TAMANO), SI TIENE CIFRAS DE CONTROL Y SU AVANCE DE HOY
       01 WKS-TABLA-COMPONENTES.
           02 WKS-CO-RENGLON OCCURS 7 TIMES.
               03 WKS-CO-NOMBRE       PIC X(12).
               03 WKS-CO-ARCHIVO      PIC X(70).
               03 WKS-CO-CONTROL      PIC X(01).
               03 WKS-CO-FASE         PIC X(01).
               03 WKS-CO-REGISTROS    PIC 9(09).
               03 WKS-CO-TAMANO       PIC 9(18).
       77 WKS-NUM-COMPONENTES     PIC 9(02) VALUE 7.
       77 WKS-IDX-CO              PIC 9(02).
       77 WKS-POS-CO              PIC 9(02).

      * ULTIMO EVENTO DE ENTRADA/SALIDA DE CADA OPERADOR
       01 WKS-TABLA-SESIONES.
           02 WKS-SS-RENGLON OCCURS 100 TIMES.
               03 WKS-SS-OPERADOR     PIC X(10).
               03 WKS-SS-TERMINAL     PIC X(10).
               03 WKS-SS-FECHA        PIC 9(08).
               03 WKS-SS-HORA         PIC 9(06).
               03 WKS-SS-ABIERTA      PIC X(01).
       77 WKS-NUM-SESIONES        PIC 9(03) VALUE 0.
       77 WKS-IDX-SS              PIC 9(03).
       77 WKS-POS-SS              PIC 9(03).
       77 WKS-SESIONES-ABIERTAS   PIC 9(03) VALUE 0.

      * TAMANO DEL ARCHIVO FISICO (CBL_CHECK_FILE_EXIST); CUANDO EL
      * INDEXADO VA EN DOS PIEZAS SE SUMAN LOS .dat Y .idx
       01 WKS-DATOS-ARCHIVO.
           02 WKS-DA-TAMANO       PIC 9(18) COMP.
           02 WKS-DA-FECHA-HORA   PIC X(08).
       77 WKS-NOMBRE-MEDIR        PIC X(80).
       77 WKS-NOMBRE-PIEZA        PIC X(80).
       77 WKS-RC-LLAMADA          PIC S9(09) COMP.
       77 WKS-TAMANO              PIC 9(18).
       77 WKS-HAY-TAMANO          PIC X(01).
       77 WKS-TAMANO-ANTES        PIC 9(18).
       77 WKS-TAMANO-DESPUES      PIC 9(18).

       01 WKS-LINEA-DETALLE.
           02 WKS-LD-COMPONENTE   PIC X(12).
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WKS-LD-REGISTROS    PIC ZZZZZZZZ9.
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WKS-LD-ANTES        PIC X(15).
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WKS-LD-DESPUES      PIC X(15).
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WKS-LD-RESULTADO    PIC X(20).
       77 WKS-TAMANO-FORMAT       PIC ZZZZZZZZZZZZZZ9.

       LINKAGE SECTION.
       01 LOGIN-COMUN.
           COPY LOGIN.

       PROCEDURE DIVISION USING LOGIN-COMUN.
       MAIN-PROCEDURE.
           SET WKS-LOGIN-PTR TO ADDRESS OF LOGIN-COMUN.
           IF WKS-LOGIN-PTR IS NOT EQUAL TO NULL THEN
               MOVE LOGIN-OPERADOR TO WKS-OPERADOR-PROPIO.
           DISPLAY "=== REORGANIZACION DE ARCHIVOS INDEXADOS ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0100-REVISAR-TARJETA.
           PERFORM 1000-ARMAR-COMPONENTES.
           PERFORM 0500-REORGANIZAR THRU 0500-SALIR.
           MOVE WKS-RC-FINAL TO RETURN-CODE.
           GOBACK.

      * LA TARJETA ("REORGANIZAR AAAAMMDD") SE BORRA COMO EN LOS
      * DEMAS LOTES; CON ELLA NO SE PIDE CONFIRMACION
       0100-REVISAR-TARJETA.
           OPEN INPUT TARJETA-FILE.
           IF TJ-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EN-LOTE
               READ TARJETA-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE TARJETA-FILE
               DELETE FILE TARJETA-FILE
               DISPLAY "CORRIDA EN LOTE (TARJETA-REORGANIZA.TXT)".

       0500-REORGANIZAR.
           PERFORM 2000-REVISAR-SESIONES.
           IF WKS-SESIONES-ABIERTAS IS GREATER THAN 0 THEN
               DISPLAY "*** HAY " WKS-SESIONES-ABIERTAS
                       " SESION(ES) ABIERTA(S), NO SE REORGANIZA ***"
               MOVE 8 TO WKS-RC-FINAL
               GO TO 0500-SALIR.
           IF NOT WKS-MODO-LOTE THEN
               DISPLAY "SE RECONSTRUYEN COMERCIO, CLIENTES, "
                       "EMPLEADOS, PROVEEDORES, VENTAS,"
               DISPLAY "EXISTENCIAS E HISTORIA DE NOMINA. "
                       "CONTINUAR (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
                   DISPLAY "REORGANIZACION CANCELADA"
                   GO TO 0500-SALIR.
           PERFORM 3000-LEER-PUNTO.
           PERFORM 0600-INICIAR-REPORTE.
           PERFORM 4000-REORGANIZAR-COMPONENTE THRU 4000-SALIR
               VARYING WKS-IDX-CO FROM 1 BY 1
               UNTIL WKS-IDX-CO IS GREATER THAN WKS-NUM-COMPONENTES.
           PERFORM 1965-REPORTE-TERMINAR.
           IF WKS-FALLAS IS EQUAL TO 0 THEN
               DISPLAY "REORGANIZACION COMPLETA, REPORTE EN "
                       WKS-REP-NOMBRE
           ELSE
               DISPLAY "*** " WKS-FALLAS " COMPONENTE(S) SIN "
                       "REORGANIZAR, VER " WKS-REP-NOMBRE " ***"
               MOVE 8 TO WKS-RC-FINAL.
       0500-SALIR.
           EXIT.

       0600-INICIAR-REPORTE.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "REORGANIZA-" WKS-FECHA-HOY ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE "REORGANIZACION DE ARCHIVOS INDEXADOS" TO
                WKS-REP-TITULO.
           MOVE SPACES TO WKS-REP-ENCABEZADO.
           STRING "COMPONENTE   REGISTROS    TAMANO ANTES  "
                  "TAMANO DESPUES  RESULTADO"
               DELIMITED BY SIZE INTO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.

       1000-ARMAR-COMPONENTES.
           MOVE "COMERCIO" TO WKS-CO-NOMBRE(1).
           MOVE WKS-RUTA-INVENTARIO TO WKS-CO-ARCHIVO(1).
           MOVE "S" TO WKS-CO-CONTROL(1).
           MOVE "CLIENTES" TO WKS-CO-NOMBRE(2).
           MOVE WKS-RUTA-CLIENTES TO WKS-CO-ARCHIVO(2).
           MOVE "S" TO WKS-CO-CONTROL(2).
           MOVE "EMPLEADOS" TO WKS-CO-NOMBRE(3).
           MOVE WKS-RUTA-EMPLEADOS TO WKS-CO-ARCHIVO(3).
           MOVE "S" TO WKS-CO-CONTROL(3).
           MOVE "PROVEEDORES" TO WKS-CO-NOMBRE(4).
           MOVE "PROVEEDORES.TXT" TO WKS-CO-ARCHIVO(4).
           MOVE "N" TO WKS-CO-CONTROL(4).
           MOVE "VENTAS" TO WKS-CO-NOMBRE(5).
           MOVE "VENTAS.TXT" TO WKS-CO-ARCHIVO(5).
           MOVE "N" TO WKS-CO-CONTROL(5).
           MOVE "EXISTENCIAS" TO WKS-CO-NOMBRE(6).
           MOVE "EXISTENCIAS.TXT" TO WKS-CO-ARCHIVO(6).
           MOVE "N" TO WKS-CO-CONTROL(6).
           MOVE "HISTNOMINA" TO WKS-CO-NOMBRE(7).
           MOVE "HISTORIA-NOMINA.TXT" TO WKS-CO-ARCHIVO(7).
           MOVE "N" TO WKS-CO-CONTROL(7).
           MOVE 1 TO WKS-IDX-CO.
           PERFORM 1010-LIMPIAR-AVANCE
               UNTIL WKS-IDX-CO IS GREATER THAN WKS-NUM-COMPONENTES.

       1010-LIMPIAR-AVANCE.
           MOVE SPACE TO WKS-CO-FASE(WKS-IDX-CO).
           MOVE 0 TO WKS-CO-REGISTROS(WKS-IDX-CO).
           MOVE 0 TO WKS-CO-TAMANO(WKS-IDX-CO).
           ADD 1 TO WKS-IDX-CO.

       1200-ARMAR-NOMBRES.
           MOVE SPACES TO WKS-NOMBRE-RESPALDO.
           STRING "REORG-" DELIMITED BY SIZE
                  WKS-FECHA-HOY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WKS-COMPONENTE DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO WKS-NOMBRE-RESPALDO.
           MOVE SPACES TO WKS-NOMBRE-NUEVO.
           STRING "REORG-NUEVO-" DELIMITED BY SIZE
                  WKS-COMPONENTE DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO WKS-NOMBRE-NUEVO.

      ******************************************************************
      * SESIONES ABIERTAS: EL ULTIMO EVENTO DE CADA OPERADOR DECIDE.
      * UNA ENTRADA DE HOY SIN SALIDA POSTERIOR ES UNA SESION ABIERTA;
      * LAS ENTRADAS DE OTROS DIAS SIN SALIDA SON SESIONES QUE SE
      * CORTARON Y NO DETIENEN NADA. EL OPERADOR QUE CORRE ESTO DESDE
      * EL MENU NO CUENTA CONTRA SI MISMO.
      ******************************************************************
       2000-REVISAR-SESIONES.
           MOVE 0 TO WKS-NUM-SESIONES.
           MOVE 0 TO WKS-SESIONES-ABIERTAS.
           MOVE "N" TO WKS-FIN-SESIONES.
           OPEN INPUT SESION-FILE.
           IF SES-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-SESIONES
           ELSE
               PERFORM 2100-LEER-SESION UNTIL WKS-EOF-SESIONES
               CLOSE SESION-FILE.
           PERFORM 2300-CONTAR-ABIERTA
               VARYING WKS-IDX-SS FROM 1 BY 1
               UNTIL WKS-IDX-SS IS GREATER THAN WKS-NUM-SESIONES.

       2100-LEER-SESION.
           READ SESION-FILE
               AT END
                   MOVE "S" TO WKS-FIN-SESIONES
               NOT AT END
                   IF SE-EVENTO IS EQUAL TO "ENTRADA" OR
                      SE-EVENTO IS EQUAL TO "SALIDA" THEN
                       PERFORM 2200-ASENTAR-EVENTO.

       2200-ASENTAR-EVENTO.
           MOVE 0 TO WKS-POS-SS.
           PERFORM 2210-BUSCAR-OPERADOR
               VARYING WKS-IDX-SS FROM 1 BY 1
               UNTIL WKS-IDX-SS IS GREATER THAN WKS-NUM-SESIONES
                  OR WKS-POS-SS IS GREATER THAN 0.
           IF WKS-POS-SS IS EQUAL TO 0 AND
              WKS-NUM-SESIONES IS LESS THAN 100 THEN
               ADD 1 TO WKS-NUM-SESIONES
               MOVE WKS-NUM-SESIONES TO WKS-POS-SS
               MOVE SE-OPERADOR TO WKS-SS-OPERADOR(WKS-POS-SS).
           IF WKS-POS-SS IS GREATER THAN 0 THEN
               MOVE SE-TERMINAL TO WKS-SS-TERMINAL(WKS-POS-SS)
               MOVE SE-FECHA TO WKS-SS-FECHA(WKS-POS-SS)
               MOVE SE-HORA TO WKS-SS-HORA(WKS-POS-SS)
               IF SE-EVENTO IS EQUAL TO "ENTRADA" THEN
                   MOVE "S" TO WKS-SS-ABIERTA(WKS-POS-SS)
               ELSE
                   MOVE "N" TO WKS-SS-ABIERTA(WKS-POS-SS).

       2210-BUSCAR-OPERADOR.
           IF WKS-SS-OPERADOR(WKS-IDX-SS) IS EQUAL TO SE-OPERADOR THEN
               MOVE WKS-IDX-SS TO WKS-POS-SS.

       2300-CONTAR-ABIERTA.
           IF WKS-SS-ABIERTA(WKS-IDX-SS) IS EQUAL TO "S" AND
              WKS-SS-FECHA(WKS-IDX-SS) IS EQUAL TO WKS-FECHA-HOY AND
              WKS-SS-OPERADOR(WKS-IDX-SS) IS NOT EQUAL TO
              WKS-OPERADOR-PROPIO THEN
               ADD 1 TO WKS-SESIONES-ABIERTAS
               DISPLAY "  SESION ABIERTA: "
                       WKS-SS-OPERADOR(WKS-IDX-SS)
                       " EN " WKS-SS-TERMINAL(WKS-IDX-SS)
                       " DESDE LAS " WKS-SS-HORA(WKS-IDX-SS).

      ******************************************************************
      * PUNTO DE REINICIO: SOLO CUENTA EL AVANCE DE HOY; EL ULTIMO
      * RENGLON DE CADA COMPONENTE ES EL QUE VALE
      ******************************************************************
       3000-LEER-PUNTO.
           MOVE "N" TO WKS-FIN-PUNTO.
           OPEN INPUT PUNTO-FILE.
           IF PU-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-PUNTO
           ELSE
               PERFORM 3100-LEER-RENGLON-PUNTO UNTIL WKS-EOF-PUNTO
               CLOSE PUNTO-FILE.

       3100-LEER-RENGLON-PUNTO.
           READ PUNTO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PUNTO
               NOT AT END
                   IF PU-FECHA IS EQUAL TO WKS-FECHA-HOY THEN
                       PERFORM 3110-ASENTAR-PUNTO.

       3110-ASENTAR-PUNTO.
           MOVE 0 TO WKS-POS-CO.
           PERFORM 3120-BUSCAR-COMPONENTE
               VARYING WKS-IDX-CO FROM 1 BY 1
               UNTIL WKS-IDX-CO IS GREATER THAN WKS-NUM-COMPONENTES
                  OR WKS-POS-CO IS GREATER THAN 0.
           IF WKS-POS-CO IS GREATER THAN 0 THEN
               MOVE PU-FASE TO WKS-CO-FASE(WKS-POS-CO)
               MOVE PU-REGISTROS TO WKS-CO-REGISTROS(WKS-POS-CO)
               MOVE PU-TAMANO TO WKS-CO-TAMANO(WKS-POS-CO).

       3120-BUSCAR-COMPONENTE.
           IF WKS-CO-NOMBRE(WKS-IDX-CO) IS EQUAL TO PU-COMPONENTE THEN
               MOVE WKS-IDX-CO TO WKS-POS-CO.

       3200-ESCRIBIR-PUNTO.
           MOVE WKS-FECHA-HOY TO PU-FECHA.
           MOVE WKS-COMPONENTE TO PU-COMPONENTE.
           MOVE WKS-CO-FASE(WKS-IDX-CO) TO PU-FASE.
           MOVE WKS-CONTEO-NUEVO TO PU-REGISTROS.
           MOVE WKS-TAMANO-ANTES TO PU-TAMANO.
           OPEN EXTEND PUNTO-FILE.
           IF PU-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PUNTO-FILE.
           WRITE REG-PUNTO.
           CLOSE PUNTO-FILE.

      ******************************************************************
      * UN COMPONENTE: DESCARGA AL RESPALDO, RECARGA EN EL NUEVO,
      * COTEJO Y, SOLO SI CUADRA, CAMBIO DEL NUEVO SOBRE EL ORIGINAL
      ******************************************************************
       4000-REORGANIZAR-COMPONENTE.
           MOVE WKS-CO-NOMBRE(WKS-IDX-CO) TO WKS-COMPONENTE.
           PERFORM 1200-ARMAR-NOMBRES.
           MOVE SPACES TO WKS-RESULTADO.
           MOVE 0 TO WKS-CONTEO-NUEVO.
           IF WKS-CO-FASE(WKS-IDX-CO) IS EQUAL TO "S" THEN
               DISPLAY "  " WKS-COMPONENTE
                       ": YA SE REORGANIZO HOY, SE SALTA"
               GO TO 4000-SALIR.
           IF WKS-CO-FASE(WKS-IDX-CO) IS EQUAL TO "C" THEN
               DISPLAY "  " WKS-COMPONENTE
                       ": SE RETOMA EL CAMBIO DESDE " WKS-NOMBRE-NUEVO
               MOVE WKS-CO-REGISTROS(WKS-IDX-CO) TO WKS-CONTEO-NUEVO
               MOVE WKS-CO-TAMANO(WKS-IDX-CO) TO WKS-TAMANO-ANTES
               GO TO 4050-CAMBIAR.
           MOVE WKS-CO-ARCHIVO(WKS-IDX-CO) TO WKS-NOMBRE-MEDIR.
           PERFORM 8000-MEDIR-ARCHIVO.
           MOVE WKS-TAMANO TO WKS-TAMANO-ANTES.
           OPEN OUTPUT RESPALDO-FILE.
           MOVE "S" TO WKS-MODO-COPIA.
           PERFORM 5000-RECORRER-ORIGINAL.
           MOVE "N" TO WKS-MODO-COPIA.
           CLOSE RESPALDO-FILE.
           IF WKS-STATUS-ORIGINAL IS EQUAL TO "35" THEN
               DISPLAY "  " WKS-COMPONENTE ": NO EXISTE, NADA QUE "
                       "REORGANIZAR"
               MOVE "NO EXISTE" TO WKS-RESULTADO
               MOVE 0 TO WKS-TAMANO-DESPUES
               PERFORM 4800-RENGLON-REPORTE
               GO TO 4000-SALIR.
           IF WKS-STATUS-ORIGINAL IS NOT EQUAL TO "00" THEN
               DISPLAY "  " WKS-COMPONENTE ": NO SE PUDO ABRIR "
                       WKS-CO-ARCHIVO(WKS-IDX-CO) ", STATUS "
                       WKS-STATUS-ORIGINAL
               MOVE "NO SE PUDO ABRIR" TO WKS-RESULTADO
               PERFORM 4900-FALLA-COMPONENTE
               GO TO 4000-SALIR.
           MOVE WKS-CONTEO-REG TO WKS-CONTEO-DESCARGA.
           PERFORM 6000-CARGAR-NUEVO.
           PERFORM 4100-COTEJAR.
           IF NOT WKS-SI-CUADRA THEN
               DISPLAY "  " WKS-COMPONENTE ": NO CUADRA, EL "
                       "ORIGINAL NO SE TOCA; RESPALDO EN "
                       WKS-NOMBRE-RESPALDO
               PERFORM 4900-FALLA-COMPONENTE
               GO TO 4000-SALIR.
           MOVE "C" TO WKS-CO-FASE(WKS-IDX-CO).
           PERFORM 3200-ESCRIBIR-PUNTO.
       4050-CAMBIAR.
           PERFORM 7000-CAMBIAR-NUEVO.
           PERFORM 5000-RECORRER-ORIGINAL.
           IF WKS-CONTEO-CAMBIO IS NOT EQUAL TO WKS-CONTEO-NUEVO OR
              WKS-CONTEO-REG IS NOT EQUAL TO WKS-CONTEO-NUEVO THEN
               DISPLAY "*** " WKS-COMPONENTE " QUEDO CON "
                       WKS-CONTEO-REG " DE " WKS-CONTEO-NUEVO
                       " REGISTROS; VUELVA A CORRER ESTE PROCESO O "
                       "RESTAURE DESDE " WKS-NOMBRE-RESPALDO " ***"
               MOVE "CAMBIO INCOMPLETO" TO WKS-RESULTADO
               PERFORM 4900-FALLA-COMPONENTE
               GO TO 4000-SALIR.
           IF WKS-CO-CONTROL(WKS-IDX-CO) IS EQUAL TO "S" THEN
               PERFORM 4400-CIFRAS-FRESCAS.
           MOVE "S" TO WKS-CO-FASE(WKS-IDX-CO).
           PERFORM 3200-ESCRIBIR-PUNTO.
           PERFORM 6400-BORRAR-NUEVO.
           MOVE WKS-CO-ARCHIVO(WKS-IDX-CO) TO WKS-NOMBRE-MEDIR.
           PERFORM 8000-MEDIR-ARCHIVO.
           MOVE WKS-TAMANO TO WKS-TAMANO-DESPUES.
           MOVE "REORGANIZADO" TO WKS-RESULTADO.
           DISPLAY "  " WKS-COMPONENTE ": " WKS-CONTEO-REG
                   " REGISTRO(S) REORGANIZADOS".
           PERFORM 4800-RENGLON-REPORTE.
       4000-SALIR.
           EXIT.

      * LA RECARGA DEBE TRAER TODO LO DESCARGADO, Y LA DESCARGA DE UN
      * MAESTRO CON CIFRAS DE CONTROL DEBE CUADRAR CON SU ULTIMO
      * RENGLON DE CONTROL-TOTALES.TXT
       4100-COTEJAR.
           MOVE "S" TO WKS-CUADRA.
           IF WKS-CONTEO-NUEVO IS NOT EQUAL TO WKS-CONTEO-DESCARGA THEN
               MOVE "N" TO WKS-CUADRA
               MOVE "RECARGA INCOMPLETA" TO WKS-RESULTADO
               DISPLAY "    DESCARGADOS: " WKS-CONTEO-DESCARGA
                       "  RECARGADOS: " WKS-CONTEO-NUEVO
                       "  DUPLICADOS: " WKS-DUPLICADOS.
           IF WKS-SI-CUADRA AND
              WKS-CO-CONTROL(WKS-IDX-CO) IS EQUAL TO "S" THEN
               PERFORM 4200-BUSCAR-CIFRAS
               IF WKS-HAY-CIFRAS IS NOT EQUAL TO "S" THEN
                   DISPLAY "    SIN CIFRAS DE CONTROL, SE COTEJA "
                           "SOLO CONTRA LA DESCARGA"
               ELSE
               IF WKS-CIFRAS-REGISTROS IS NOT EQUAL TO
                  WKS-CONTEO-DESCARGA THEN
                   MOVE "N" TO WKS-CUADRA
                   MOVE "NO CUADRA CONTROL" TO WKS-RESULTADO
                   DISPLAY "    CONTROL-TOTALES: "
                           WKS-CIFRAS-REGISTROS
                           "  DESCARGADOS: " WKS-CONTEO-DESCARGA.

       4200-BUSCAR-CIFRAS.
           MOVE "N" TO WKS-HAY-CIFRAS.
           MOVE 0 TO WKS-CIFRAS-REGISTROS.
           MOVE "N" TO WKS-FIN-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CTL-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-CONTROL
           ELSE
               PERFORM 4210-LEER-CIFRAS UNTIL WKS-EOF-CONTROL
               CLOSE CONTROL-FILE.

       4210-LEER-CIFRAS.
           READ CONTROL-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CONTROL
               NOT AT END
                   IF CT-ARCHIVO IS EQUAL TO WKS-COMPONENTE THEN
                       MOVE "S" TO WKS-HAY-CIFRAS
                       MOVE CT-REGISTROS TO WKS-CIFRAS-REGISTROS.

      * EL MAESTRO RECONSTRUIDO DEJA SUS CIFRAS DE CONTROL FRESCAS,
      * IGUAL QUE UN RESTAURO DE FOTO-SISTEMA
       4400-CIFRAS-FRESCAS.
           MOVE WKS-COMPONENTE TO CT-ARCHIVO.
           ACCEPT CT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-CTL FROM TIME.
           MOVE WKS-HORA-CTL(1:6) TO CT-HORA.
           MOVE WKS-CONTEO-REG TO CT-REGISTROS.
           MOVE WKS-CONTEO-IMP TO CT-IMPORTE.
           OPEN EXTEND CONTROL-FILE.
           IF CTL-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CONTROL-FILE.
           WRITE REG-CONTROL.
           CLOSE CONTROL-FILE.

       4800-RENGLON-REPORTE.
           MOVE WKS-COMPONENTE TO WKS-LD-COMPONENTE.
           MOVE WKS-CONTEO-REG TO WKS-LD-REGISTROS.
           MOVE WKS-TAMANO-ANTES TO WKS-TAMANO-FORMAT.
           MOVE WKS-TAMANO-FORMAT TO WKS-LD-ANTES.
           IF WKS-TAMANO-ANTES IS EQUAL TO 0 THEN
               MOVE "            N/D" TO WKS-LD-ANTES.
           MOVE WKS-TAMANO-DESPUES TO WKS-TAMANO-FORMAT.
           MOVE WKS-TAMANO-FORMAT TO WKS-LD-DESPUES.
           IF WKS-TAMANO-DESPUES IS EQUAL TO 0 THEN
               MOVE "            N/D" TO WKS-LD-DESPUES.
           MOVE WKS-RESULTADO TO WKS-LD-RESULTADO.
           MOVE WKS-LINEA-DETALLE TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           DISPLAY "    TAMANO ANTES: " WKS-LD-ANTES
                   "  DESPUES: " WKS-LD-DESPUES.

       4900-FALLA-COMPONENTE.
           ADD 1 TO WKS-FALLAS.
           MOVE 8 TO WKS-RC-FINAL.
           MOVE 0 TO WKS-TAMANO-DESPUES.
           PERFORM 4800-RENGLON-REPORTE.

      ******************************************************************
      * RECORRIDO DEL ORIGINAL EN ORDEN DE LLAVE: EN MODO COPIA DEJA
      * CADA REGISTRO EN EL RESPALDO; SIEMPRE DEJA EL CONTEO Y EL
      * IMPORTE DE CONTROL (LOS MISMOS QUE USA FOTO-SISTEMA)
      ******************************************************************
       5000-RECORRER-ORIGINAL.
           MOVE 0 TO WKS-CONTEO-REG.
           MOVE 0 TO WKS-CONTEO-IMP.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           MOVE "00" TO WKS-STATUS-ORIGINAL.
           IF WKS-IDX-CO IS EQUAL TO 1 THEN
               PERFORM 5100-RECORRER-COMERCIO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 2 THEN
               PERFORM 5200-RECORRER-CLIENTES
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 3 THEN
               PERFORM 5300-RECORRER-EMPLEADOS
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 4 THEN
               PERFORM 5400-RECORRER-PROVEEDORES
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 5 THEN
               PERFORM 5500-RECORRER-VENTAS
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 6 THEN
               PERFORM 5600-RECORRER-EXISTENCIAS
           ELSE
               PERFORM 5700-RECORRER-HISTORIA.

       5100-RECORRER-COMERCIO.
           OPEN INPUT COMERCIO-MASTER.
           MOVE FS-STATUS TO WKS-STATUS-ORIGINAL.
           IF FS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO RP-ID
               START COMERCIO-MASTER KEY IS NOT LESS THAN RP-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 5110-PASAR-PRODUCTO UNTIL WKS-EOF-ARCHIVO
               CLOSE COMERCIO-MASTER.

       5110-PASAR-PRODUCTO.
           READ COMERCIO-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-CONTEO-REG
                   COMPUTE WKS-VALOR-RENGLON =
                           RP-PRECIO * RP-CANTIDAD
                   ADD WKS-VALOR-RENGLON TO WKS-CONTEO-IMP
                   IF WKS-MODO-COPIA IS EQUAL TO "S" THEN
                       MOVE SPACES TO REG-RESPALDO
                       MOVE REG-PRODUCTO TO REG-RESPALDO
                       WRITE REG-RESPALDO.

       5200-RECORRER-CLIENTES.
           OPEN INPUT CLIENTE-MASTER.
           MOVE CLI-STATUS TO WKS-STATUS-ORIGINAL.
           IF CLI-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO RC-ID
               START CLIENTE-MASTER KEY IS NOT LESS THAN RC-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 5210-PASAR-CLIENTE UNTIL WKS-EOF-ARCHIVO
               CLOSE CLIENTE-MASTER.

       5210-PASAR-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-CONTEO-REG
                   IF RC-LIMITE-CREDITO IS NUMERIC THEN
                       ADD RC-LIMITE-CREDITO TO WKS-CONTEO-IMP
                   END-IF
                   IF WKS-MODO-COPIA IS EQUAL TO "S" THEN
                       MOVE SPACES TO REG-RESPALDO
                       MOVE REG-CLIENTE TO REG-RESPALDO
                       WRITE REG-RESPALDO.

       5300-RECORRER-EMPLEADOS.
           OPEN INPUT EMPLEADO-MASTER.
           MOVE EMP-STATUS TO WKS-STATUS-ORIGINAL.
           IF EMP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO EMP-ID
               START EMPLEADO-MASTER KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 5310-PASAR-EMPLEADO UNTIL WKS-EOF-ARCHIVO
               CLOSE EMPLEADO-MASTER.

       5310-PASAR-EMPLEADO.
           READ EMPLEADO-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-CONTEO-REG
                   ADD EMP-SALARIO TO WKS-CONTEO-IMP
                   IF WKS-MODO-COPIA IS EQUAL TO "S" THEN
                       MOVE SPACES TO REG-RESPALDO
                       MOVE REG-EMPLEADO TO REG-RESPALDO
                       WRITE REG-RESPALDO.

       5400-RECORRER-PROVEEDORES.
           OPEN INPUT PROVEEDOR-MASTER.
           MOVE PV-STATUS TO WKS-STATUS-ORIGINAL.
           IF PV-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO PV-ID
               START PROVEEDOR-MASTER KEY IS NOT LESS THAN PV-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 5410-PASAR-PROVEEDOR UNTIL WKS-EOF-ARCHIVO
               CLOSE PROVEEDOR-MASTER.

       5410-PASAR-PROVEEDOR.
           READ PROVEEDOR-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-CONTEO-REG
                   IF WKS-MODO-COPIA IS EQUAL TO "S" THEN
                       MOVE SPACES TO REG-RESPALDO
                       MOVE REG-PROVEEDOR TO REG-RESPALDO
                       WRITE REG-RESPALDO.

       5500-RECORRER-VENTAS.
           OPEN INPUT TRANS-FILE.
           MOVE TR-STATUS TO WKS-STATUS-ORIGINAL.
           IF TR-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO TR-LLAVE
               START TRANS-FILE KEY IS NOT LESS THAN TR-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 5510-PASAR-VENTA UNTIL WKS-EOF-ARCHIVO
               CLOSE TRANS-FILE.

       5510-PASAR-VENTA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-CONTEO-REG
                   COMPUTE WKS-VALOR-RENGLON =
                           TR-PRECIO * TR-CANTIDAD
                   ADD WKS-VALOR-RENGLON TO WKS-CONTEO-IMP
                   IF WKS-MODO-COPIA IS EQUAL TO "S" THEN
                       MOVE SPACES TO REG-RESPALDO
                       MOVE REG-VENTA TO REG-RESPALDO
                       WRITE REG-RESPALDO.

       5600-RECORRER-EXISTENCIAS.
           OPEN INPUT EXISTENCIA-FILE.
           MOVE EX-STATUS TO WKS-STATUS-ORIGINAL.
           IF EX-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO EX-LLAVE
               START EXISTENCIA-FILE KEY IS NOT LESS THAN EX-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 5610-PASAR-EXISTENCIA UNTIL WKS-EOF-ARCHIVO
               CLOSE EXISTENCIA-FILE.

       5610-PASAR-EXISTENCIA.
           READ EXISTENCIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-CONTEO-REG
                   ADD EX-CANTIDAD TO WKS-CONTEO-IMP
                   IF WKS-MODO-COPIA IS EQUAL TO "S" THEN
                       MOVE SPACES TO REG-RESPALDO
                       MOVE REG-EXISTENCIA TO REG-RESPALDO
                       WRITE REG-RESPALDO.

       5700-RECORRER-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           MOVE HN-STATUS TO WKS-STATUS-ORIGINAL.
           IF HN-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO HN-LLAVE
               START HISTORIA-FILE KEY IS NOT LESS THAN HN-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 5710-PASAR-HISTORIA UNTIL WKS-EOF-ARCHIVO
               CLOSE HISTORIA-FILE.

       5710-PASAR-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-CONTEO-REG
                   ADD HN-NETO TO WKS-CONTEO-IMP
                   IF WKS-MODO-COPIA IS EQUAL TO "S" THEN
                       MOVE SPACES TO REG-RESPALDO
                       MOVE REG-HISTORIA TO REG-RESPALDO
                       WRITE REG-RESPALDO.

      ******************************************************************
      * RECARGA: EL RESPALDO SE ESCRIBE EN UN INDEXADO NUEVO, QUE SE
      * ARMA CON SUS LLAVES ALTERNAS DESDE CERO
      ******************************************************************
       6000-CARGAR-NUEVO.
           MOVE 0 TO WKS-CONTEO-NUEVO.
           MOVE 0 TO WKS-DUPLICADOS.
           MOVE "N" TO WKS-FIN-RESPALDO.
           OPEN INPUT RESPALDO-FILE.
           PERFORM 6100-ABRIR-NUEVO.
           PERFORM 6200-CARGAR-RENGLON UNTIL WKS-EOF-RESPALDO.
           PERFORM 6300-CERRAR-NUEVO.
           CLOSE RESPALDO-FILE.

       6100-ABRIR-NUEVO.
           IF WKS-IDX-CO IS EQUAL TO 1 THEN
               OPEN OUTPUT COMERCIO-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 2 THEN
               OPEN OUTPUT CLIENTE-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 3 THEN
               OPEN OUTPUT EMPLEADO-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 4 THEN
               OPEN OUTPUT PROVEEDOR-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 5 THEN
               OPEN OUTPUT VENTA-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 6 THEN
               OPEN OUTPUT EXISTENCIA-NUEVO
           ELSE
               OPEN OUTPUT HISTORIA-NUEVO.

       6200-CARGAR-RENGLON.
           READ RESPALDO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-RESPALDO
               NOT AT END
                   PERFORM 6210-ESCRIBIR-NUEVO.

       6210-ESCRIBIR-NUEVO.
           MOVE "S" TO WKS-CUADRA.
           IF WKS-IDX-CO IS EQUAL TO 1 THEN
               MOVE REG-RESPALDO TO REG-PRODUCTO-NUEVO
               WRITE REG-PRODUCTO-NUEVO
                   INVALID KEY
                       MOVE "N" TO WKS-CUADRA
               END-WRITE
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 2 THEN
               MOVE REG-RESPALDO TO REG-CLIENTE-NUEVO
               WRITE REG-CLIENTE-NUEVO
                   INVALID KEY
                       MOVE "N" TO WKS-CUADRA
               END-WRITE
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 3 THEN
               MOVE REG-RESPALDO TO REG-EMPLEADO-NUEVO
               WRITE REG-EMPLEADO-NUEVO
                   INVALID KEY
                       MOVE "N" TO WKS-CUADRA
               END-WRITE
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 4 THEN
               MOVE REG-RESPALDO TO REG-PROVEEDOR-NUEVO
               WRITE REG-PROVEEDOR-NUEVO
                   INVALID KEY
                       MOVE "N" TO WKS-CUADRA
               END-WRITE
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 5 THEN
               MOVE REG-RESPALDO TO REG-VENTA-NUEVO
               WRITE REG-VENTA-NUEVO
                   INVALID KEY
                       MOVE "N" TO WKS-CUADRA
               END-WRITE
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 6 THEN
               MOVE REG-RESPALDO TO REG-EXISTENCIA-NUEVO
               WRITE REG-EXISTENCIA-NUEVO
                   INVALID KEY
                       MOVE "N" TO WKS-CUADRA
               END-WRITE
           ELSE
               MOVE REG-RESPALDO TO REG-HISTORIA-NUEVO
               WRITE REG-HISTORIA-NUEVO
                   INVALID KEY
                       MOVE "N" TO WKS-CUADRA
               END-WRITE.
           IF WKS-SI-CUADRA THEN
               ADD 1 TO WKS-CONTEO-NUEVO
           ELSE
               ADD 1 TO WKS-DUPLICADOS
               DISPLAY "    LLAVE DUPLICADA AL RECARGAR ("
                       WKS-DUPLICADOS ")".

       6300-CERRAR-NUEVO.
           IF WKS-IDX-CO IS EQUAL TO 1 THEN
               CLOSE COMERCIO-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 2 THEN
               CLOSE CLIENTE-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 3 THEN
               CLOSE EMPLEADO-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 4 THEN
               CLOSE PROVEEDOR-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 5 THEN
               CLOSE VENTA-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 6 THEN
               CLOSE EXISTENCIA-NUEVO
           ELSE
               CLOSE HISTORIA-NUEVO.

      * YA CAMBIADO, EL NUEVO SOBRA (EL RESPALDO SECUENCIAL SE QUEDA)
       6400-BORRAR-NUEVO.
           IF WKS-IDX-CO IS EQUAL TO 1 THEN
               DELETE FILE COMERCIO-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 2 THEN
               DELETE FILE CLIENTE-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 3 THEN
               DELETE FILE EMPLEADO-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 4 THEN
               DELETE FILE PROVEEDOR-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 5 THEN
               DELETE FILE VENTA-NUEVO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 6 THEN
               DELETE FILE EXISTENCIA-NUEVO
           ELSE
               DELETE FILE HISTORIA-NUEVO.

      ******************************************************************
      * CAMBIO: EL ORIGINAL SE VACIA Y SE VUELVE A LLENAR EN ORDEN DE
      * LLAVE DESDE EL NUEVO YA COTEJADO
      ******************************************************************
       7000-CAMBIAR-NUEVO.
           MOVE 0 TO WKS-CONTEO-CAMBIO.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           IF WKS-IDX-CO IS EQUAL TO 1 THEN
               PERFORM 7100-CAMBIAR-COMERCIO
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 2 THEN
               PERFORM 7200-CAMBIAR-CLIENTES
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 3 THEN
               PERFORM 7300-CAMBIAR-EMPLEADOS
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 4 THEN
               PERFORM 7400-CAMBIAR-PROVEEDORES
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 5 THEN
               PERFORM 7500-CAMBIAR-VENTAS
           ELSE
           IF WKS-IDX-CO IS EQUAL TO 6 THEN
               PERFORM 7600-CAMBIAR-EXISTENCIAS
           ELSE
               PERFORM 7700-CAMBIAR-HISTORIA.

       7100-CAMBIAR-COMERCIO.
           OPEN INPUT COMERCIO-NUEVO.
           IF NV-STATUS IS NOT EQUAL TO "00" THEN
               PERFORM 7900-SIN-NUEVO
           ELSE
               OPEN OUTPUT COMERCIO-MASTER
               MOVE LOW-VALUES TO RN-ID
               START COMERCIO-NUEVO KEY IS NOT LESS THAN RN-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7110-PASAR-PRODUCTO UNTIL WKS-EOF-ARCHIVO
               CLOSE COMERCIO-MASTER
               CLOSE COMERCIO-NUEVO.

       7110-PASAR-PRODUCTO.
           READ COMERCIO-NUEVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-PRODUCTO-NUEVO TO REG-PRODUCTO
                   WRITE REG-PRODUCTO
                       INVALID KEY
                           DISPLAY "ID DUPLICADO AL CAMBIAR: " RP-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONTEO-CAMBIO
                   END-WRITE.

       7200-CAMBIAR-CLIENTES.
           OPEN INPUT CLIENTE-NUEVO.
           IF NV-STATUS IS NOT EQUAL TO "00" THEN
               PERFORM 7900-SIN-NUEVO
           ELSE
               OPEN OUTPUT CLIENTE-MASTER
               MOVE LOW-VALUES TO CN-ID
               START CLIENTE-NUEVO KEY IS NOT LESS THAN CN-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7210-PASAR-CLIENTE UNTIL WKS-EOF-ARCHIVO
               CLOSE CLIENTE-MASTER
               CLOSE CLIENTE-NUEVO.

       7210-PASAR-CLIENTE.
           READ CLIENTE-NUEVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-CLIENTE-NUEVO TO REG-CLIENTE
                   WRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ID DUPLICADO AL CAMBIAR: " RC-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONTEO-CAMBIO
                   END-WRITE.

       7300-CAMBIAR-EMPLEADOS.
           OPEN INPUT EMPLEADO-NUEVO.
           IF NV-STATUS IS NOT EQUAL TO "00" THEN
               PERFORM 7900-SIN-NUEVO
           ELSE
               OPEN OUTPUT EMPLEADO-MASTER
               MOVE LOW-VALUES TO EN-ID
               START EMPLEADO-NUEVO KEY IS NOT LESS THAN EN-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7310-PASAR-EMPLEADO UNTIL WKS-EOF-ARCHIVO
               CLOSE EMPLEADO-MASTER
               CLOSE EMPLEADO-NUEVO.

       7310-PASAR-EMPLEADO.
           READ EMPLEADO-NUEVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-EMPLEADO-NUEVO TO REG-EMPLEADO
                   WRITE REG-EMPLEADO
                       INVALID KEY
                           DISPLAY "ID DUPLICADO AL CAMBIAR: " EMP-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONTEO-CAMBIO
                   END-WRITE.

       7400-CAMBIAR-PROVEEDORES.
           OPEN INPUT PROVEEDOR-NUEVO.
           IF NV-STATUS IS NOT EQUAL TO "00" THEN
               PERFORM 7900-SIN-NUEVO
           ELSE
               OPEN OUTPUT PROVEEDOR-MASTER
               MOVE LOW-VALUES TO PN-ID
               START PROVEEDOR-NUEVO KEY IS NOT LESS THAN PN-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7410-PASAR-PROVEEDOR UNTIL WKS-EOF-ARCHIVO
               CLOSE PROVEEDOR-MASTER
               CLOSE PROVEEDOR-NUEVO.

       7410-PASAR-PROVEEDOR.
           READ PROVEEDOR-NUEVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-PROVEEDOR-NUEVO TO REG-PROVEEDOR
                   WRITE REG-PROVEEDOR
                       INVALID KEY
                           DISPLAY "ID DUPLICADO AL CAMBIAR: " PV-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONTEO-CAMBIO
                   END-WRITE.

       7500-CAMBIAR-VENTAS.
           OPEN INPUT VENTA-NUEVO.
           IF NV-STATUS IS NOT EQUAL TO "00" THEN
               PERFORM 7900-SIN-NUEVO
           ELSE
               OPEN OUTPUT TRANS-FILE
               MOVE LOW-VALUES TO TN-LLAVE
               START VENTA-NUEVO KEY IS NOT LESS THAN TN-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7510-PASAR-VENTA UNTIL WKS-EOF-ARCHIVO
               CLOSE TRANS-FILE
               CLOSE VENTA-NUEVO.

       7510-PASAR-VENTA.
           READ VENTA-NUEVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-VENTA-NUEVO TO REG-VENTA
                   WRITE REG-VENTA
                       INVALID KEY
                           DISPLAY "FOLIO DUPLICADO AL CAMBIAR: "
                                   TR-FOLIO
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONTEO-CAMBIO
                   END-WRITE.

       7600-CAMBIAR-EXISTENCIAS.
           OPEN INPUT EXISTENCIA-NUEVO.
           IF NV-STATUS IS NOT EQUAL TO "00" THEN
               PERFORM 7900-SIN-NUEVO
           ELSE
               OPEN OUTPUT EXISTENCIA-FILE
               MOVE LOW-VALUES TO XN-LLAVE
               START EXISTENCIA-NUEVO KEY IS NOT LESS THAN XN-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7610-PASAR-EXISTENCIA UNTIL WKS-EOF-ARCHIVO
               CLOSE EXISTENCIA-FILE
               CLOSE EXISTENCIA-NUEVO.

       7610-PASAR-EXISTENCIA.
           READ EXISTENCIA-NUEVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-EXISTENCIA-NUEVO TO REG-EXISTENCIA
                   WRITE REG-EXISTENCIA
                       INVALID KEY
                           DISPLAY "LLAVE DUPLICADA AL CAMBIAR: "
                                   EX-RP-ID " " EX-UBICACION
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONTEO-CAMBIO
                   END-WRITE.

       7700-CAMBIAR-HISTORIA.
           OPEN INPUT HISTORIA-NUEVO.
           IF NV-STATUS IS NOT EQUAL TO "00" THEN
               PERFORM 7900-SIN-NUEVO
           ELSE
               OPEN OUTPUT HISTORIA-FILE
               MOVE LOW-VALUES TO HX-LLAVE
               START HISTORIA-NUEVO KEY IS NOT LESS THAN HX-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7710-PASAR-HISTORIA UNTIL WKS-EOF-ARCHIVO
               CLOSE HISTORIA-FILE
               CLOSE HISTORIA-NUEVO.

       7710-PASAR-HISTORIA.
           READ HISTORIA-NUEVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-HISTORIA-NUEVO TO REG-HISTORIA
                   WRITE REG-HISTORIA
                       INVALID KEY
                           DISPLAY "LLAVE DUPLICADA AL CAMBIAR: "
                                   HN-PERIODO " " HN-EMP-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONTEO-CAMBIO
                   END-WRITE.

      * SIN EL NUEVO NO SE VACIA EL ORIGINAL
       7900-SIN-NUEVO.
           DISPLAY "*** NO SE PUDO ABRIR " WKS-NOMBRE-NUEVO
                   ", EL ORIGINAL NO SE TOCA ***".

      ******************************************************************
      * TAMANO EN BYTES DEL ARCHIVO EN WKS-NOMBRE-MEDIR (0 = NO SE
      * PUDO MEDIR, SALE COMO N/D EN EL REPORTE)
      ******************************************************************
       8000-MEDIR-ARCHIVO.
           MOVE 0 TO WKS-TAMANO.
           MOVE WKS-NOMBRE-MEDIR TO WKS-NOMBRE-PIEZA.
           PERFORM 8100-MEDIR-PIEZA.
           IF WKS-HAY-TAMANO IS NOT EQUAL TO "S" THEN
               MOVE SPACES TO WKS-NOMBRE-PIEZA
               STRING WKS-NOMBRE-MEDIR DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                   INTO WKS-NOMBRE-PIEZA
               PERFORM 8100-MEDIR-PIEZA
               MOVE SPACES TO WKS-NOMBRE-PIEZA
               STRING WKS-NOMBRE-MEDIR DELIMITED BY SPACE
                      ".idx" DELIMITED BY SIZE
                   INTO WKS-NOMBRE-PIEZA
               PERFORM 8100-MEDIR-PIEZA.

       8100-MEDIR-PIEZA.
           MOVE "N" TO WKS-HAY-TAMANO.
           MOVE 0 TO WKS-DA-TAMANO.
           CALL "CBL_CHECK_FILE_EXIST" USING WKS-NOMBRE-PIEZA
                                             WKS-DATOS-ARCHIVO
               RETURNING WKS-RC-LLAMADA
               ON EXCEPTION
                   MOVE 1 TO WKS-RC-LLAMADA
           END-CALL.
           IF WKS-RC-LLAMADA IS EQUAL TO 0 THEN
               MOVE "S" TO WKS-HAY-TAMANO
               ADD WKS-DA-TAMANO TO WKS-TAMANO.

           COPY REPORTE-PROC.

           COPY CONFIG-PROC.
