      ******************************************************************
      * Author:
      * Date:
      * Purpose: EFECTIVIDAD DE LAS PROMOCIONES DE PROMOCIONES.TXT.
      *          POR CADA PROMOCION COMPARA UNIDADES, VENTA NETA Y
      *          MARGEN DURANTE SU VIGENCIA CONTRA UN PERIODO DE IGUAL
      *          DURACION INMEDIATAMENTE ANTERIOR, Y DA EL DESCUENTO
      *          OTORGADO (SUMA DE TR-DESCUENTO). EL MARGEN SE SACA
      *          CON EL COSTO SELLADO EN LA VENTA (TR-COSTO). SE
      *          MARCA LA PROMOCION CUYAS UNIDADES EXTRA, VALUADAS AL
      *          MARGEN UNITARIO NORMAL, NO ALCANZARON A PAGAR EL
      *          DESCUENTO. LEE VENTAS.TXT Y LOS HISTORICOS
      *          VENTAS-AAAAMM.TXT DE LOS MESES QUE HAGAN FALTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PROMOCIONES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT F-ARCHIVO ASSIGN TO WKS-RUTA-INVENTARIO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-ID
                                   ALTERNATE RECORD KEY RP-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RP-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS FS-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT PROMO-FILE ASSIGN TO "PROMOCIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PM-STATUS.

           SELECT CATEGORIA-FILE ASSIGN TO "CATEGORIAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CAT-CODIGO
                                   FILE STATUS CAT-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVO.
       01 REG-PRODUCTO.
           COPY PRODUCTO.

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                   PIC X(150).

      * MISMO TRAZADO QUE EL FD PROMO-FILE DE COMERCIO
       FD PROMO-FILE.
       01 REG-PROMO.
           02 PM-TIPO                      PIC X(01).
           02 PM-CLAVE                     PIC X(10).
           02 PM-DESDE                     PIC 9(08).
           02 PM-HASTA                     PIC 9(08).
           02 PM-MODO                      PIC X(01).
           02 PM-VALOR                     PIC 9(05)V9(02).

       FD CATEGORIA-FILE.
       01 REG-CATEGORIA.
           COPY CATEGORIA.

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.

       77 FS-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 PM-STATUS               PIC X(02).
       77 CAT-STATUS              PIC X(02).
           COPY REPORTE-WS.
           COPY FECHA-WS.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-FECHA-DESDE         PIC 9(08).
       77 WKS-FECHA-HASTA         PIC 9(08).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-FIN-PROMO           PIC X(01) VALUE "N".
           88 WKS-EOF-PROMO       VALUE "S".
       77 WKS-MAESTRO-ABIERTO     PIC X(01) VALUE "N".
           88 WKS-HAY-MAESTRO     VALUE "S".
       77 WKS-CAT-DISPONIBLE      PIC X(01) VALUE "N".
           88 WKS-HAY-CATALOGO    VALUE "S".

      * MESES DEL RANGO QUE SE BUSCAN EN LOS HISTORICOS
       01 WKS-MES-CURSOR          PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).
       77 WKS-MES-FINAL           PIC 9(06).

      * RANGO TOTAL DE FECHAS QUE CUBREN LAS PROMOCIONES ELEGIDAS
      * (INCLUYENDO SUS PERIODOS DE COMPARACION)
       77 WKS-LECTURA-DESDE       PIC 9(08) VALUE 99999999.
       77 WKS-LECTURA-HASTA       PIC 9(08) VALUE 0.

      * PROMOCIONES A EVALUAR. EL PERIODO ANTERIOR (PA-ANTES-*) DURA
      * LO MISMO QUE LA VIGENCIA Y TERMINA UN DIA ANTES DE PM-DESDE
       01 WKS-TABLA-PROMOS.
           02 WKS-PA-RENGLON OCCURS 200 TIMES.
               03 WKS-PA-TIPO         PIC X(01).
               03 WKS-PA-CLAVE        PIC X(10).
               03 WKS-PA-CLAVE-NUM REDEFINES WKS-PA-CLAVE
                                      PIC 9(10).
               03 WKS-PA-DESDE        PIC 9(08).
               03 WKS-PA-HASTA        PIC 9(08).
               03 WKS-PA-MODO         PIC X(01).
               03 WKS-PA-VALOR        PIC 9(05)V9(02).
               03 WKS-PA-DIAS         PIC 9(05).
               03 WKS-PA-ANTES-DESDE  PIC 9(08).
               03 WKS-PA-ANTES-HASTA  PIC 9(08).
               03 WKS-PA-DUR-UNIDADES PIC S9(09)V9(03).
               03 WKS-PA-DUR-VENTA    PIC S9(13)V9(02).
               03 WKS-PA-DUR-COSTO    PIC S9(13)V9(02).
               03 WKS-PA-DUR-DESC     PIC S9(13)V9(02).
               03 WKS-PA-ANT-UNIDADES PIC S9(09)V9(03).
               03 WKS-PA-ANT-VENTA    PIC S9(13)V9(02).
               03 WKS-PA-ANT-COSTO    PIC S9(13)V9(02).
               03 WKS-PA-SIN-COSTO    PIC 9(07).
       77 WKS-NUM-PROMOS          PIC 9(03) VALUE 0.
       77 WKS-IDX-PA              PIC 9(03).
       77 WKS-HAY-PROMO-CAT       PIC X(01) VALUE "N".
           88 WKS-PROMO-CAT-EXISTE VALUE "S".

      * CATEGORIA DEL PRODUCTO DE LA PARTIDA (SE LEE DEL MAESTRO SOLO
      * SI HAY PROMOCIONES POR CATEGORIA, Y SOLO AL CAMBIAR DE ID)
       77 WKS-ULTIMO-RP-ID        PIC 9(10) VALUE 0.
       77 WKS-CAT-PARTIDA         PIC X(04) VALUE SPACES.
       77 WKS-PARTIDA-APLICA      PIC X(01).
           88 WKS-APLICA-PROMO    VALUE "S".

       77 WKS-DIAS-RESTAR         PIC 9(05).
       77 WKS-IMPORTE-RENGLON     PIC S9(13)V9(02).
       77 WKS-COSTO-RENGLON       PIC S9(13)V9(02).
       77 WKS-UNIDADES-RENGLON    PIC S9(09)V9(03).
       77 WKS-DESC-RENGLON        PIC S9(13)V9(02).
       77 WKS-COSTO-VALIDO        PIC X(01).
           88 WKS-TIENE-COSTO     VALUE "S".

      * EVALUACION DE CADA PROMOCION AL IMPRIMIR
       77 WKS-MARGEN-ANTES        PIC S9(13)V9(02).
       77 WKS-MARGEN-DURANTE      PIC S9(13)V9(02).
       77 WKS-MARGEN-UNITARIO     PIC S9(07)V9(04).
       77 WKS-UNIDADES-EXTRA      PIC S9(09)V9(03).
       77 WKS-VALOR-EXTRA         PIC S9(13)V9(02).
       77 WKS-NO-PAGO             PIC 9(03) VALUE 0.
       77 WKS-NOMBRE-PROMO        PIC X(30).
       77 WKS-ESTADO-PROMO        PIC X(10).
       77 WKS-UNIDADES-FORMAT     PIC -(07)9.999.
       77 WKS-IMPORTE-FORMAT      PIC -(10)9.99.
       77 WKS-IMPORTE-FORMAT-2    PIC -(10)9.99.
       77 WKS-DIAS-FORMAT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== EFECTIVIDAD DE PROMOCIONES ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1000-PEDIR-RANGO.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "RANGO DE FECHAS INVALIDO, NO SE GENERA"
           ELSE
               PERFORM 1100-CARGAR-PROMOCIONES
               IF WKS-NUM-PROMOS IS EQUAL TO 0 THEN
                   DISPLAY "NO HAY PROMOCIONES VIGENTES EN EL RANGO"
               ELSE
                   PERFORM 1300-ABRIR-CATALOGOS
                   PERFORM 2000-ACUMULAR-VIVAS
                   PERFORM 3000-ACUMULAR-ARCHIVADAS
                   PERFORM 5000-IMPRIMIR-REPORTE
                   PERFORM 1310-CERRAR-CATALOGOS.
           GOBACK.

      * SE EVALUAN LAS PROMOCIONES CUYA VIGENCIA TOCA EL RANGO
       1000-PEDIR-RANGO.
           DISPLAY "PROMOCIONES VIGENTES DESDE (AAAAMMDD, 0 = TODAS)".
           ACCEPT WKS-FECHA-DESDE.
           IF WKS-FECHA-DESDE IS EQUAL TO 0 THEN
               MOVE 19000101 TO WKS-FECHA-DESDE
               MOVE 20991231 TO WKS-FECHA-HASTA
           ELSE
               DISPLAY "HASTA (AAAAMMDD, 0 = HOY)"
               ACCEPT WKS-FECHA-HASTA
               IF WKS-FECHA-HASTA IS EQUAL TO 0 THEN
                   MOVE WKS-FECHA-HOY TO WKS-FECHA-HASTA.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF WKS-FECHA-VALIDA THEN
               MOVE WKS-FECHA-HASTA TO WKS-FECHA-VALIDAR
               PERFORM 2700-VALIDAR-FECHA.
           IF WKS-FECHA-VALIDA AND
              WKS-FECHA-HASTA IS LESS THAN WKS-FECHA-DESDE THEN
               MOVE "N" TO WKS-FECHA-OK-SW.

       1100-CARGAR-PROMOCIONES.
           MOVE "N" TO WKS-FIN-PROMO.
           OPEN INPUT PROMO-FILE.
           IF PM-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-PROMO
           ELSE
               PERFORM 1110-LEER-PROMO UNTIL WKS-EOF-PROMO
               CLOSE PROMO-FILE.

       1110-LEER-PROMO.
           READ PROMO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PROMO
               NOT AT END
                   IF PM-DESDE IS NOT GREATER THAN WKS-FECHA-HASTA AND
                      PM-HASTA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      PM-HASTA IS NOT LESS THAN PM-DESDE THEN
                       IF WKS-NUM-PROMOS IS LESS THAN 200 THEN
                           PERFORM 1120-AGREGAR-PROMO
                       ELSE
                           DISPLAY "TABLA DE PROMOCIONES LLENA, SE "
                                   "OMITE " PM-TIPO " " PM-CLAVE.

       1120-AGREGAR-PROMO.
           ADD 1 TO WKS-NUM-PROMOS.
           MOVE WKS-NUM-PROMOS TO WKS-IDX-PA.
           INITIALIZE WKS-PA-RENGLON(WKS-IDX-PA).
           MOVE PM-TIPO TO WKS-PA-TIPO(WKS-IDX-PA).
           MOVE PM-CLAVE TO WKS-PA-CLAVE(WKS-IDX-PA).
           MOVE PM-DESDE TO WKS-PA-DESDE(WKS-IDX-PA).
           MOVE PM-HASTA TO WKS-PA-HASTA(WKS-IDX-PA).
           MOVE PM-MODO TO WKS-PA-MODO(WKS-IDX-PA).
           MOVE PM-VALOR TO WKS-PA-VALOR(WKS-IDX-PA).
           IF PM-TIPO IS EQUAL TO "C" THEN
               MOVE "S" TO WKS-HAY-PROMO-CAT.
           MOVE PM-DESDE TO WKS-FECHA-DE.
           MOVE PM-HASTA TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           COMPUTE WKS-PA-DIAS(WKS-IDX-PA) = WKS-DIAS-DIFERENCIA + 1.
      * PERIODO ANTERIOR: UN DIA ANTES DEL INICIO HACIA ATRAS
           MOVE PM-DESDE TO WKS-FE-DESGLOSE.
           MOVE 1 TO WKS-DIAS-RESTAR.
           PERFORM 1130-RESTAR-UN-DIA WKS-DIAS-RESTAR TIMES.
           MOVE WKS-FE-DESGLOSE TO WKS-PA-ANTES-HASTA(WKS-IDX-PA).
           COMPUTE WKS-DIAS-RESTAR = WKS-PA-DIAS(WKS-IDX-PA) - 1.
           IF WKS-DIAS-RESTAR IS GREATER THAN 0 THEN
               PERFORM 1130-RESTAR-UN-DIA WKS-DIAS-RESTAR TIMES.
           MOVE WKS-FE-DESGLOSE TO WKS-PA-ANTES-DESDE(WKS-IDX-PA).
           IF WKS-PA-ANTES-DESDE(WKS-IDX-PA) IS LESS THAN
              WKS-LECTURA-DESDE THEN
               MOVE WKS-PA-ANTES-DESDE(WKS-IDX-PA)
                   TO WKS-LECTURA-DESDE.
           IF PM-HASTA IS GREATER THAN WKS-LECTURA-HASTA THEN
               MOVE PM-HASTA TO WKS-LECTURA-HASTA.

      * LAS RUTINAS COMUNES SOLO SUMAN DIAS; AQUI SE RETROCEDE UNO
      * SOBRE WKS-FE-DESGLOSE CON LOS DIAS DEL MES DE FECHA-PROC
       1130-RESTAR-UN-DIA.
           IF WKS-FE-DIA IS GREATER THAN 1 THEN
               SUBTRACT 1 FROM WKS-FE-DIA
           ELSE
               IF WKS-FE-MES IS EQUAL TO 1 THEN
                   MOVE 12 TO WKS-FE-MES
                   SUBTRACT 1 FROM WKS-FE-ANIO
               ELSE
                   SUBTRACT 1 FROM WKS-FE-MES
               END-IF
               PERFORM 2705-FE-DIAS-DEL-MES
               MOVE WKS-FE-DIAS-MES TO WKS-FE-DIA.

       1300-ABRIR-CATALOGOS.
           OPEN INPUT F-ARCHIVO.
           IF FS-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-MAESTRO-ABIERTO
           ELSE
               DISPLAY "MAESTRO NO DISPONIBLE (" FS-STATUS
                       "), LAS PROMOCIONES POR CATEGORIA NO SE EVALUAN".
           OPEN INPUT CATEGORIA-FILE.
           IF CAT-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CAT-DISPONIBLE.

       1310-CERRAR-CATALOGOS.
           IF WKS-HAY-MAESTRO THEN
               CLOSE F-ARCHIVO.
           IF WKS-HAY-CATALOGO THEN
               CLOSE CATEGORIA-FILE.

       2000-ACUMULAR-VIVAS.
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
                   PERFORM 4000-EVALUAR-PARTIDA.

       3000-ACUMULAR-ARCHIVADAS.
           MOVE WKS-LECTURA-DESDE(1:6) TO WKS-MES-CURSOR.
           MOVE WKS-LECTURA-HASTA(1:6) TO WKS-MES-FINAL.
           PERFORM 3010-MES-ARCHIVADO
               UNTIL WKS-MES-CURSOR IS GREATER THAN WKS-MES-FINAL.

       3010-MES-ARCHIVADO.
           MOVE WKS-MES-CURSOR TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 3020-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           IF WKS-MC-MES IS EQUAL TO 12 THEN
               MOVE 1 TO WKS-MC-MES
               ADD 1 TO WKS-MC-ANIO
           ELSE
               ADD 1 TO WKS-MC-MES.

      * EL HISTORICO TIENE EL MISMO TRAZADO QUE VENTAS.TXT
       3020-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO REG-VENTA
                   PERFORM 4000-EVALUAR-PARTIDA.

      * UNA PARTIDA CUENTA PARA CADA PROMOCION QUE LA CUBRE POR
      * PRODUCTO O CATEGORIA, EN SU VIGENCIA O EN SU PERIODO
      * ANTERIOR; LAS DEVOLUCIONES RESTAN EN LA FECHA EN QUE SE
      * HICIERON, LOS FOLIOS CANCELADOS Y LOS VALES NO CUENTAN
       4000-EVALUAR-PARTIDA.
           IF TR-FECHA IS NOT LESS THAN WKS-LECTURA-DESDE AND
              TR-FECHA IS NOT GREATER THAN WKS-LECTURA-HASTA AND
              TR-ESTADO IS NOT EQUAL TO "C" AND
              TR-RP-ID IS GREATER THAN 0 THEN
               PERFORM 4010-PREPARAR-PARTIDA
               MOVE 1 TO WKS-IDX-PA
               PERFORM 4100-PROBAR-PROMO
                   UNTIL WKS-IDX-PA IS GREATER THAN WKS-NUM-PROMOS.

       4010-PREPARAR-PARTIDA.
           COMPUTE WKS-UNIDADES-RENGLON = TR-CANTIDAD.
           COMPUTE WKS-IMPORTE-RENGLON = TR-CANTIDAD * TR-PRECIO.
           MOVE "N" TO WKS-COSTO-VALIDO.
           MOVE 0 TO WKS-COSTO-RENGLON.
           IF TR-COSTO IS NUMERIC THEN
               IF TR-COSTO IS GREATER THAN 0 THEN
                   MOVE "S" TO WKS-COSTO-VALIDO
                   COMPUTE WKS-COSTO-RENGLON =
                           TR-CANTIDAD * TR-COSTO.
           MOVE 0 TO WKS-DESC-RENGLON.
           IF TR-DESCUENTO IS NUMERIC THEN
               MOVE TR-DESCUENTO TO WKS-DESC-RENGLON.
           IF TR-TIPO IS EQUAL TO "D" THEN
               COMPUTE WKS-UNIDADES-RENGLON = 0 - WKS-UNIDADES-RENGLON
               COMPUTE WKS-IMPORTE-RENGLON = 0 - WKS-IMPORTE-RENGLON
               COMPUTE WKS-COSTO-RENGLON = 0 - WKS-COSTO-RENGLON
               MOVE 0 TO WKS-DESC-RENGLON.
           IF WKS-PROMO-CAT-EXISTE AND WKS-HAY-MAESTRO AND
              TR-RP-ID IS NOT EQUAL TO WKS-ULTIMO-RP-ID THEN
               MOVE TR-RP-ID TO WKS-ULTIMO-RP-ID
               MOVE SPACES TO WKS-CAT-PARTIDA
               MOVE TR-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RP-CATEGORIA TO WKS-CAT-PARTIDA.

       4100-PROBAR-PROMO.
           MOVE "N" TO WKS-PARTIDA-APLICA.
           IF WKS-PA-TIPO(WKS-IDX-PA) IS EQUAL TO "P" THEN
               IF WKS-PA-CLAVE(WKS-IDX-PA) IS NUMERIC THEN
                   IF WKS-PA-CLAVE-NUM(WKS-IDX-PA) IS EQUAL TO
                      TR-RP-ID THEN
                       MOVE "S" TO WKS-PARTIDA-APLICA
                   END-IF
               END-IF
           ELSE
           IF WKS-PA-TIPO(WKS-IDX-PA) IS EQUAL TO "C" AND
              WKS-CAT-PARTIDA IS NOT EQUAL TO SPACES AND
              WKS-PA-CLAVE(WKS-IDX-PA)(1:4) IS EQUAL TO
              WKS-CAT-PARTIDA THEN
               MOVE "S" TO WKS-PARTIDA-APLICA.
           IF WKS-APLICA-PROMO THEN
               PERFORM 4110-ACUMULAR-PROMO.
           ADD 1 TO WKS-IDX-PA.

       4110-ACUMULAR-PROMO.
           IF TR-FECHA IS NOT LESS THAN WKS-PA-DESDE(WKS-IDX-PA) AND
              TR-FECHA IS NOT GREATER THAN WKS-PA-HASTA(WKS-IDX-PA)
           THEN
               ADD WKS-UNIDADES-RENGLON
                   TO WKS-PA-DUR-UNIDADES(WKS-IDX-PA)
               ADD WKS-IMPORTE-RENGLON TO WKS-PA-DUR-VENTA(WKS-IDX-PA)
               ADD WKS-COSTO-RENGLON TO WKS-PA-DUR-COSTO(WKS-IDX-PA)
               ADD WKS-DESC-RENGLON TO WKS-PA-DUR-DESC(WKS-IDX-PA)
               IF NOT WKS-TIENE-COSTO THEN
                   ADD 1 TO WKS-PA-SIN-COSTO(WKS-IDX-PA)
               END-IF
           ELSE
           IF TR-FECHA IS NOT LESS THAN
              WKS-PA-ANTES-DESDE(WKS-IDX-PA) AND
              TR-FECHA IS NOT GREATER THAN
              WKS-PA-ANTES-HASTA(WKS-IDX-PA) THEN
               ADD WKS-UNIDADES-RENGLON
                   TO WKS-PA-ANT-UNIDADES(WKS-IDX-PA)
               ADD WKS-IMPORTE-RENGLON TO WKS-PA-ANT-VENTA(WKS-IDX-PA)
               ADD WKS-COSTO-RENGLON TO WKS-PA-ANT-COSTO(WKS-IDX-PA)
               IF NOT WKS-TIENE-COSTO THEN
                   ADD 1 TO WKS-PA-SIN-COSTO(WKS-IDX-PA).

       5000-IMPRIMIR-REPORTE.
           MOVE "REPORTE-PROMOCIONES.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "EFECTIVIDAD DE PROMOCIONES " WKS-FECHA-DESDE
                  " A " WKS-FECHA-HASTA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "PERIODO              UNIDADES       VENTA NETA       M
      -        "ARGEN BRUTO" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 1 TO WKS-IDX-PA.
           PERFORM 5100-IMPRIMIR-PROMO
               UNTIL WKS-IDX-PA IS GREATER THAN WKS-NUM-PROMOS.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "PROMOCIONES EVALUADAS: " WKS-NUM-PROMOS
                  "   NO CUBRIERON SU DESCUENTO: " WKS-NO-PAGO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "PROMOCIONES EVALUADAS: " WKS-NUM-PROMOS.
           DISPLAY "NO CUBRIERON SU DESCUENTO: " WKS-NO-PAGO.
           DISPLAY "REPORTE IMPRESO EN REPORTE-PROMOCIONES.TXT".

       5100-IMPRIMIR-PROMO.
           PERFORM 5110-NOMBRE-PROMO.
           MOVE SPACES TO WKS-ESTADO-PROMO.
           IF WKS-PA-HASTA(WKS-IDX-PA) IS NOT LESS THAN WKS-FECHA-HOY
           THEN
               MOVE "(EN CURSO)" TO WKS-ESTADO-PROMO.
           MOVE WKS-PA-DIAS(WKS-IDX-PA) TO WKS-DIAS-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-PA-TIPO(WKS-IDX-PA) " "
                  WKS-PA-CLAVE(WKS-IDX-PA) " " WKS-NOMBRE-PROMO " "
                  WKS-PA-DESDE(WKS-IDX-PA) "-"
                  WKS-PA-HASTA(WKS-IDX-PA) " " WKS-ESTADO-PROMO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           COMPUTE WKS-MARGEN-ANTES =
                   WKS-PA-ANT-VENTA(WKS-IDX-PA) -
                   WKS-PA-ANT-COSTO(WKS-IDX-PA).
           COMPUTE WKS-MARGEN-DURANTE =
                   WKS-PA-DUR-VENTA(WKS-IDX-PA) -
                   WKS-PA-DUR-COSTO(WKS-IDX-PA).
           MOVE WKS-PA-ANT-UNIDADES(WKS-IDX-PA) TO WKS-UNIDADES-FORMAT.
           MOVE WKS-PA-ANT-VENTA(WKS-IDX-PA) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-MARGEN-ANTES TO WKS-IMPORTE-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "  ANTES (" WKS-DIAS-FORMAT " DIAS)"
                  WKS-UNIDADES-FORMAT "   " WKS-IMPORTE-FORMAT
                  "   " WKS-IMPORTE-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-PA-DUR-UNIDADES(WKS-IDX-PA) TO WKS-UNIDADES-FORMAT.
           MOVE WKS-PA-DUR-VENTA(WKS-IDX-PA) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-MARGEN-DURANTE TO WKS-IMPORTE-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "  DURANTE          "
                  WKS-UNIDADES-FORMAT "   " WKS-IMPORTE-FORMAT
                  "   " WKS-IMPORTE-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 5120-EVALUAR-PAGO.
           MOVE WKS-PA-DUR-DESC(WKS-IDX-PA) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-VALOR-EXTRA TO WKS-IMPORTE-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "  DESCUENTO OTORGADO " WKS-IMPORTE-FORMAT
                  "  MARGEN DE UNIDADES EXTRA " WKS-IMPORTE-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-VALOR-EXTRA IS LESS THAN
              WKS-PA-DUR-DESC(WKS-IDX-PA) THEN
               ADD 1 TO WKS-NO-PAGO
               MOVE "  *** LAS UNIDADES EXTRA NO CUBRIERON EL DESCUENTO
      -             " ***" TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           IF WKS-PA-SIN-COSTO(WKS-IDX-PA) IS GREATER THAN 0 THEN
               MOVE SPACES TO WKS-REP-LINEA
               STRING "  PARTIDAS SIN COSTO SELLADO (MARGEN INCOMPLETO)
      -               ": " WKS-PA-SIN-COSTO(WKS-IDX-PA)
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-PA.

       5110-NOMBRE-PROMO.
           MOVE "(SIN NOMBRE)" TO WKS-NOMBRE-PROMO.
           IF WKS-PA-TIPO(WKS-IDX-PA) IS EQUAL TO "P" THEN
               IF WKS-HAY-MAESTRO AND
                  WKS-PA-CLAVE(WKS-IDX-PA) IS NUMERIC THEN
                   MOVE WKS-PA-CLAVE-NUM(WKS-IDX-PA) TO RP-ID
                   READ F-ARCHIVO KEY IS RP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RP-NOMBRE TO WKS-NOMBRE-PROMO
                   END-READ
               END-IF
           ELSE
               IF WKS-HAY-CATALOGO THEN
                   MOVE WKS-PA-CLAVE(WKS-IDX-PA)(1:4) TO CAT-CODIGO
                   READ CATEGORIA-FILE KEY IS CAT-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAT-NOMBRE TO WKS-NOMBRE-PROMO.

      * LAS UNIDADES EXTRA (DURANTE MENOS ANTES) SE VALUAN AL MARGEN
      * UNITARIO NORMAL: EL DEL PERIODO ANTERIOR, O SI NO HUBO VENTA
      * ANTES, EL DE LA VIGENCIA SIN EL DESCUENTO. SI ESE VALOR NO
      * LLEGA AL DESCUENTO OTORGADO LA PROMOCION NO SE PAGO SOLA
       5120-EVALUAR-PAGO.
           MOVE 0 TO WKS-MARGEN-UNITARIO.
           IF WKS-PA-ANT-UNIDADES(WKS-IDX-PA) IS GREATER THAN 0 THEN
               COMPUTE WKS-MARGEN-UNITARIO ROUNDED =
                       WKS-MARGEN-ANTES /
                       WKS-PA-ANT-UNIDADES(WKS-IDX-PA)
           ELSE
               IF WKS-PA-DUR-UNIDADES(WKS-IDX-PA) IS GREATER THAN 0
               THEN
                   COMPUTE WKS-MARGEN-UNITARIO ROUNDED =
                           (WKS-MARGEN-DURANTE +
                            WKS-PA-DUR-DESC(WKS-IDX-PA)) /
                           WKS-PA-DUR-UNIDADES(WKS-IDX-PA).
           COMPUTE WKS-UNIDADES-EXTRA =
                   WKS-PA-DUR-UNIDADES(WKS-IDX-PA) -
                   WKS-PA-ANT-UNIDADES(WKS-IDX-PA).
           COMPUTE WKS-VALOR-EXTRA ROUNDED =
                   WKS-UNIDADES-EXTRA * WKS-MARGEN-UNITARIO.

           COPY CONFIG-PROC.

           COPY FECHA-PROC.

           COPY REPORTE-PROC.
