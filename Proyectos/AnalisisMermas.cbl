      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANALISIS MENSUAL DE MERMAS. RECORRE
      *          AJUSTES-INVENTARIO.TXT (CONTEO FISICO, CAMBIO DIRECTO
      *          DE CANTIDAD, MERMA POR CADUCIDAD Y FALTANTE DE
      *          TRASPASO) Y DESGLOSA LOS AJUSTES DEL MES POR MOTIVO,
      *          CATEGORIA, UBICACION Y OPERADOR. SOLO CUENTAN COMO
      *          MERMA LOS MOTIVOS MARCADOS ASI EN MOTIVOS-AJUSTE.TXT
      *          (UN ERROR DE CAPTURA SE LISTA PERO NO ES MERMA); LOS
      *          AJUSTES ANTERIORES AL MOTIVO VIENEN SIN EL Y SE
      *          CUENTAN COMO MERMA. LA MERMA NETA ES LO PERDIDO MENOS
      *          LO ENCONTRADO, A PRECIO DE VENTA COMO SE ASIENTA EN EL
      *          AJUSTE, Y SE COMPARA CONTRA LA VENTA NETA SIN IVA DE
      *          VENTAS.TXT Y LOS HISTORICOS VENTAS-AAAAMM.TXT, CON LA
      *          TENDENCIA DE LOS ULTIMOS DOCE MESES. LOS AJUSTES DE
      *          MERCANCIA EN CONSIGNACION NO CUENTAN (ES DEL
      *          PROVEEDOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISIS-MERMAS.

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

           SELECT AJUSTE-FILE ASSIGN TO "AJUSTES-INVENTARIO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AJ-STATUS.

           SELECT MOTIVO-AJ-FILE ASSIGN TO "MOTIVOS-AJUSTE.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS MA-CODIGO
                                   FILE STATUS MA-STATUS.

           SELECT CATEGORIA-FILE ASSIGN TO "CATEGORIAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CAT-CODIGO
                                   FILE STATUS CAT-STATUS.

           SELECT CONSIGNA-FILE ASSIGN TO "CONSIGNACIONES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CN-RP-ID
                                   FILE STATUS CN-STATUS.

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
       01 REG-HIST-VENTA                       PIC X(150).

       FD AJUSTE-FILE.
       01 REG-AJUSTE.
           COPY AJUSTE.

       FD MOTIVO-AJ-FILE.
       01 REG-MOTIVO-AJ.
           COPY MOTIVOAJ.

       FD CATEGORIA-FILE.
       01 REG-CATEGORIA.
           COPY CATEGORIA.

       FD CONSIGNA-FILE.
       01 REG-CONSIGNA.
           COPY CONSIGNA.

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.

       77 FS-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 AJ-STATUS               PIC X(02).
       77 MA-STATUS               PIC X(02).
       77 CAT-STATUS              PIC X(02).
       77 CN-STATUS               PIC X(02).
           COPY REPORTE-WS.
           COPY FECHA-WS.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       01 WKS-MES-REPORTE         PIC 9(06).
       01 WKS-MES-REP-DESGLOSE REDEFINES WKS-MES-REPORTE.
           02 WKS-MR-ANIO         PIC 9(04).
           02 WKS-MR-MES          PIC 9(02).
       01 WKS-MES-INICIAL         PIC 9(06).
       01 WKS-MES-INI-DESGLOSE REDEFINES WKS-MES-INICIAL.
           02 WKS-MI-ANIO         PIC 9(04).
           02 WKS-MI-MES          PIC 9(02).
       01 WKS-MES-BUSCADO         PIC 9(06).
       01 WKS-MES-BUS-DESGLOSE REDEFINES WKS-MES-BUSCADO.
           02 WKS-MB-ANIO         PIC 9(04).
           02 WKS-MB-MES          PIC 9(02).
       77 WKS-NUM-MES-INICIAL     PIC S9(07).
       77 WKS-NUM-MES             PIC S9(07).
       77 WKS-POS-MES             PIC 9(02).
       77 WKS-IDX-TM              PIC 9(02).

       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-FIN-AJUSTES         PIC X(01) VALUE "N".
           88 WKS-EOF-AJUSTES     VALUE "S".
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-MAESTRO-SW          PIC X(01) VALUE "N".
           88 WKS-HAY-MAESTRO     VALUE "S".
       77 WKS-MOTIVOS-SW          PIC X(01) VALUE "N".
           88 WKS-HAY-MOTIVOS     VALUE "S".
       77 WKS-CATALOGO-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CATALOGO    VALUE "S".
       77 WKS-CONSIGNA-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CONSIGNA    VALUE "S".
       77 WKS-ES-MERMA-SW         PIC X(01) VALUE "S".
           88 WKS-ES-MERMA        VALUE "S".

       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.

      * VENTA NETA Y MERMA NETA DE LOS DOCE MESES QUE TERMINAN EN EL
      * MES DEL REPORTE (EL RENGLON 12 ES EL MES DEL REPORTE)
       01 WKS-TABLA-MESES.
           02 WKS-TM-RENGLON OCCURS 12 TIMES.
               03 WKS-TM-MES          PIC 9(06).
               03 WKS-TM-VENTAS       PIC S9(15)V9(02).
               03 WKS-TM-MERMA        PIC S9(13)V9(02).

      * DESGLOSE DEL MES: UNA SOLA TABLA PARA LAS CUATRO VISTAS.
      * WKS-RS-DIM: M = MOTIVO, C = CATEGORIA, U = UBICACION,
      * O = OPERADOR
       01 WKS-TABLA-RESUMEN.
           02 WKS-RS-RENGLON OCCURS 400 TIMES.
               03 WKS-RS-DIM          PIC X(01).
               03 WKS-RS-CLAVE        PIC X(10).
               03 WKS-RS-PARTIDAS     PIC 9(05).
               03 WKS-RS-UNIDADES     PIC S9(09)V9(03).
               03 WKS-RS-VALOR        PIC S9(13)V9(02).
       77 WKS-NUM-RS              PIC 9(03) VALUE 0.
       77 WKS-IDX-RS              PIC 9(03).
       77 WKS-POS-RS              PIC 9(03).
       77 WKS-DIM-BUSCADA         PIC X(01).
       77 WKS-CLAVE-BUSCADA       PIC X(10).
       77 WKS-DIM-ACTUAL          PIC X(01).
       77 WKS-TITULO-SECCION      PIC X(40).

       77 WKS-MERMA-AJUSTE        PIC S9(13)V9(02).
       77 WKS-UNIDADES-AJUSTE     PIC S9(09)V9(03).
       77 WKS-IMPORTE-RENGLON     PIC S9(13)V9(02).
       77 WKS-TOT-MERMA           PIC S9(13)V9(02) VALUE 0.
       77 WKS-TOT-NO-MERMA        PIC S9(13)V9(02) VALUE 0.
       77 WKS-TOT-PARTIDAS        PIC 9(05) VALUE 0.
       77 WKS-PORCIENTO           PIC S9(05)V9(02).
       77 WKS-DESCRIPCION         PIC X(24).
       77 WKS-IMPORTE-FORMAT      PIC -(10)9.99.
       77 WKS-IMPORTE-FORMAT-2    PIC -(10)9.99.
       77 WKS-UNIDADES-FORMAT     PIC -(07)9.999.
       77 WKS-CONTADOR-FORMAT     PIC ZZZZ9.
       77 WKS-PCT-FORMAT          PIC -ZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ANALISIS DE MERMAS ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "MES A ANALIZAR (AAAAMM, 0 = MES ACTUAL)".
           ACCEPT WKS-MES-REPORTE.
           IF WKS-MES-REPORTE IS EQUAL TO 0 THEN
               MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-REPORTE.
           MOVE WKS-MES-REPORTE TO WKS-FECHA-VALIDAR(1:6).
           MOVE "01" TO WKS-FECHA-VALIDAR(7:2).
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "MES INVALIDO, NO SE GENERA"
           ELSE
               PERFORM 1000-PREPARAR-MESES
               PERFORM 2000-ABRIR-CATALOGOS
               PERFORM 3000-LEER-AJUSTES
               PERFORM 4000-ACUMULAR-VENTAS
               PERFORM 5000-IMPRIMIR-REPORTE
               PERFORM 2090-CERRAR-CATALOGOS.
           GOBACK.

      * EL PRIMER MES DE LA TENDENCIA ES ONCE MESES ANTES DEL MES
      * DEL REPORTE
       1000-PREPARAR-MESES.
           IF WKS-MR-MES IS EQUAL TO 12 THEN
               MOVE WKS-MR-ANIO TO WKS-MI-ANIO
               MOVE 1 TO WKS-MI-MES
           ELSE
               COMPUTE WKS-MI-ANIO = WKS-MR-ANIO - 1
               COMPUTE WKS-MI-MES = WKS-MR-MES + 1.
           COMPUTE WKS-NUM-MES-INICIAL = WKS-MI-ANIO * 12 + WKS-MI-MES.
           MOVE 1 TO WKS-IDX-TM.
           PERFORM 1010-PREPARAR-UN-MES
               UNTIL WKS-IDX-TM IS GREATER THAN 12.

       1010-PREPARAR-UN-MES.
           MOVE WKS-MES-INICIAL TO WKS-FECHA-BASE(1:6).
           MOVE "01" TO WKS-FECHA-BASE(7:2).
           COMPUTE WKS-MESES-SUMAR = WKS-IDX-TM - 1.
           PERFORM 2730-FECHA-MAS-MESES.
           MOVE WKS-FECHA-RESULTADO(1:6) TO WKS-TM-MES(WKS-IDX-TM).
           MOVE 0 TO WKS-TM-VENTAS(WKS-IDX-TM).
           MOVE 0 TO WKS-TM-MERMA(WKS-IDX-TM).
           ADD 1 TO WKS-IDX-TM.

      * DEJA EN WKS-POS-MES EL RENGLON DE WKS-MES-BUSCADO EN LA
      * TABLA DE MESES (0 SI CAE FUERA DE LOS DOCE MESES)
       1100-UBICAR-MES.
           MOVE 0 TO WKS-POS-MES.
           IF WKS-MES-BUSCADO IS NUMERIC THEN
               COMPUTE WKS-NUM-MES = WKS-MB-ANIO * 12 + WKS-MB-MES
                                   - WKS-NUM-MES-INICIAL + 1
               IF WKS-NUM-MES IS GREATER THAN 0 AND
                  WKS-NUM-MES IS NOT GREATER THAN 12 THEN
                   MOVE WKS-NUM-MES TO WKS-POS-MES.

      * DEJA EN WKS-POS-RS EL RENGLON DE WKS-DIM-BUSCADA /
      * WKS-CLAVE-BUSCADA, DANDOLO DE ALTA SI NO ESTABA (0 SI LA
      * TABLA YA ESTA LLENA)
       1200-UBICAR-RENGLON.
           MOVE 0 TO WKS-POS-RS.
           MOVE 1 TO WKS-IDX-RS.
           PERFORM 1210-BUSCAR-RENGLON
               UNTIL WKS-IDX-RS IS GREATER THAN WKS-NUM-RS
                  OR WKS-POS-RS IS GREATER THAN 0.
           IF WKS-POS-RS IS EQUAL TO 0 THEN
               IF WKS-NUM-RS IS LESS THAN 400 THEN
                   ADD 1 TO WKS-NUM-RS
                   MOVE WKS-NUM-RS TO WKS-POS-RS
                   INITIALIZE WKS-RS-RENGLON(WKS-POS-RS)
                   MOVE WKS-DIM-BUSCADA TO WKS-RS-DIM(WKS-POS-RS)
                   MOVE WKS-CLAVE-BUSCADA TO WKS-RS-CLAVE(WKS-POS-RS)
               ELSE
                   DISPLAY "TABLA DE RESUMEN LLENA, SE OMITE "
                           WKS-DIM-BUSCADA " " WKS-CLAVE-BUSCADA.

       1210-BUSCAR-RENGLON.
           IF WKS-RS-DIM(WKS-IDX-RS) IS EQUAL TO WKS-DIM-BUSCADA AND
              WKS-RS-CLAVE(WKS-IDX-RS) IS EQUAL TO WKS-CLAVE-BUSCADA
           THEN
               MOVE WKS-IDX-RS TO WKS-POS-RS.
           ADD 1 TO WKS-IDX-RS.

      * LOS CATALOGOS SON OPCIONALES: SIN ELLOS EL REPORTE SALE CON
      * LOS CODIGOS SOLOS
       2000-ABRIR-CATALOGOS.
           OPEN INPUT F-ARCHIVO.
           IF FS-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-MAESTRO-SW
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO (" FS-STATUS
                       "), LAS CATEGORIAS SALEN EN BLANCO".
           OPEN INPUT MOTIVO-AJ-FILE.
           IF MA-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-MOTIVOS-SW.
           OPEN INPUT CATEGORIA-FILE.
           IF CAT-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CATALOGO-SW.
           OPEN INPUT CONSIGNA-FILE.
           IF CN-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CONSIGNA-SW.

       2090-CERRAR-CATALOGOS.
           IF WKS-HAY-MAESTRO THEN
               CLOSE F-ARCHIVO.
           IF WKS-HAY-MOTIVOS THEN
               CLOSE MOTIVO-AJ-FILE.
           IF WKS-HAY-CATALOGO THEN
               CLOSE CATEGORIA-FILE.
           IF WKS-HAY-CONSIGNA THEN
               CLOSE CONSIGNA-FILE.

       3000-LEER-AJUSTES.
           MOVE "N" TO WKS-FIN-AJUSTES.
           OPEN INPUT AJUSTE-FILE.
           IF AJ-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO HAY AJUSTES DE INVENTARIO REGISTRADOS"
           ELSE
               PERFORM 3010-LEER-AJUSTE UNTIL WKS-EOF-AJUSTES
               CLOSE AJUSTE-FILE.

       3010-LEER-AJUSTE.
           READ AJUSTE-FILE
               AT END
                   MOVE "S" TO WKS-FIN-AJUSTES
               NOT AT END
                   MOVE AJ-FECHA(1:6) TO WKS-MES-BUSCADO
                   PERFORM 1100-UBICAR-MES
                   IF WKS-POS-MES IS GREATER THAN 0 THEN
                       PERFORM 3020-EVALUAR-AJUSTE.

      * LA MERCANCIA EN CONSIGNACION ES DEL PROVEEDOR; UN MOTIVO QUE
      * YA NO ESTA EN EL CATALOGO SE SIGUE CONTANDO COMO MERMA
       3020-EVALUAR-AJUSTE.
           MOVE "N" TO CN-ESTADO.
           IF WKS-HAY-CONSIGNA THEN
               MOVE AJ-RP-ID TO CN-RP-ID
               READ CONSIGNA-FILE KEY IS CN-RP-ID
                   INVALID KEY
                       MOVE "N" TO CN-ESTADO.
           IF NOT CN-ACTIVA THEN
               MOVE "S" TO WKS-ES-MERMA-SW
               IF WKS-HAY-MOTIVOS AND
                  AJ-MOTIVO IS NOT EQUAL TO SPACES THEN
                   MOVE AJ-MOTIVO TO MA-CODIGO
                   READ MOTIVO-AJ-FILE KEY IS MA-CODIGO
                       INVALID KEY
                           MOVE "S" TO MA-MERMA
                   END-READ
                   IF NOT MA-ES-MERMA THEN
                       MOVE "N" TO WKS-ES-MERMA-SW
                   END-IF
               END-IF
               COMPUTE WKS-MERMA-AJUSTE = 0 - AJ-VALOR
               COMPUTE WKS-UNIDADES-AJUSTE = 0 - AJ-DIFERENCIA
               IF WKS-ES-MERMA THEN
                   ADD WKS-MERMA-AJUSTE TO WKS-TM-MERMA(WKS-POS-MES)
               END-IF
               IF WKS-POS-MES IS EQUAL TO 12 THEN
                   PERFORM 3030-DESGLOSAR-AJUSTE.

      * EL MOTIVO SE DESGLOSA SIEMPRE (PARA VER TAMBIEN LO QUE NO ES
      * MERMA); CATEGORIA, UBICACION Y OPERADOR SOLO LA MERMA
       3030-DESGLOSAR-AJUSTE.
           MOVE "M" TO WKS-DIM-BUSCADA.
           IF AJ-MOTIVO IS EQUAL TO SPACES THEN
               MOVE "(SIN)" TO WKS-CLAVE-BUSCADA
           ELSE
               MOVE AJ-MOTIVO TO WKS-CLAVE-BUSCADA.
           PERFORM 3100-SUMAR-RENGLON.
           IF NOT WKS-ES-MERMA THEN
               ADD WKS-MERMA-AJUSTE TO WKS-TOT-NO-MERMA
           ELSE
               ADD WKS-MERMA-AJUSTE TO WKS-TOT-MERMA
               ADD 1 TO WKS-TOT-PARTIDAS
               PERFORM 3040-CATEGORIA-DEL-AJUSTE
               MOVE "C" TO WKS-DIM-BUSCADA
               PERFORM 3100-SUMAR-RENGLON
               MOVE "U" TO WKS-DIM-BUSCADA
               IF AJ-UBICACION IS EQUAL TO SPACES THEN
                   MOVE "(SIN)" TO WKS-CLAVE-BUSCADA
               ELSE
                   MOVE AJ-UBICACION TO WKS-CLAVE-BUSCADA
               END-IF
               PERFORM 3100-SUMAR-RENGLON
               MOVE "O" TO WKS-DIM-BUSCADA
               IF AJ-OPERADOR IS EQUAL TO SPACES THEN
                   MOVE "(SIN)" TO WKS-CLAVE-BUSCADA
               ELSE
                   MOVE AJ-OPERADOR TO WKS-CLAVE-BUSCADA
               END-IF
               PERFORM 3100-SUMAR-RENGLON.

       3040-CATEGORIA-DEL-AJUSTE.
           MOVE SPACES TO RP-CATEGORIA.
           IF WKS-HAY-MAESTRO THEN
               MOVE AJ-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       MOVE SPACES TO RP-CATEGORIA.
           IF RP-CATEGORIA IS EQUAL TO SPACES THEN
               MOVE "(SIN)" TO WKS-CLAVE-BUSCADA
           ELSE
               MOVE RP-CATEGORIA TO WKS-CLAVE-BUSCADA.

       3100-SUMAR-RENGLON.
           PERFORM 1200-UBICAR-RENGLON.
           IF WKS-POS-RS IS GREATER THAN 0 THEN
               ADD 1 TO WKS-RS-PARTIDAS(WKS-POS-RS)
               ADD WKS-UNIDADES-AJUSTE TO WKS-RS-UNIDADES(WKS-POS-RS)
               ADD WKS-MERMA-AJUSTE TO WKS-RS-VALOR(WKS-POS-RS).

      * VENTA NETA SIN IVA POR MES: LO VIVO MAS LOS HISTORICOS DE LOS
      * DOCE MESES; DEVOLUCIONES RESTAN Y FOLIOS CANCELADOS NO
      * CUENTAN (MISMO CRITERIO QUE EL ESTADO DE RESULTADOS)
       4000-ACUMULAR-VENTAS.
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 4010-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.
           MOVE 1 TO WKS-IDX-TM.
           PERFORM 4020-HISTORICO-DEL-MES
               UNTIL WKS-IDX-TM IS GREATER THAN 12.

       4010-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   IF TR-ESTADO IS NOT EQUAL TO "C" THEN
                       MOVE REG-VENTA TO WKS-VENTA-ARCHIVADA
                       PERFORM 4040-ACUMULAR-PARTIDA.

       4020-HISTORICO-DEL-MES.
           MOVE WKS-TM-MES(WKS-IDX-TM) TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 4030-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           ADD 1 TO WKS-IDX-TM.

      * EL HISTORICO TIENE EL MISMO TRAZADO QUE VENTAS.TXT
       4030-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   IF VA-ESTADO IS NOT EQUAL TO "C" THEN
                       PERFORM 4040-ACUMULAR-PARTIDA.

       4040-ACUMULAR-PARTIDA.
           MOVE VA-FECHA(1:6) TO WKS-MES-BUSCADO.
           PERFORM 1100-UBICAR-MES.
           IF WKS-POS-MES IS GREATER THAN 0 THEN
               COMPUTE WKS-IMPORTE-RENGLON = VA-CANTIDAD * VA-PRECIO
               IF VA-IVA-IMPORTE IS NUMERIC THEN
                   SUBTRACT VA-IVA-IMPORTE FROM WKS-IMPORTE-RENGLON
               END-IF
               IF VA-TIPO IS EQUAL TO "D" THEN
                   SUBTRACT WKS-IMPORTE-RENGLON
                       FROM WKS-TM-VENTAS(WKS-POS-MES)
               ELSE
                   ADD WKS-IMPORTE-RENGLON
                       TO WKS-TM-VENTAS(WKS-POS-MES).

       5000-IMPRIMIR-REPORTE.
           MOVE "ANALISIS-MERMAS.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "ANALISIS DE MERMAS DEL MES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "CLAVE      DESCRIPCION              PART.     UNIDADES
      -        "     MERMA NETA" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 12 TO WKS-IDX-TM.
           PERFORM 5300-PORCIENTO-DEL-MES.
           MOVE WKS-TM-VENTAS(12) TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "VENTA NETA SIN IVA DEL MES:     " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-MERMA TO WKS-IMPORTE-FORMAT.
           MOVE WKS-TOT-PARTIDAS TO WKS-CONTADOR-FORMAT.
           STRING "MERMA NETA DEL MES:             " WKS-IMPORTE-FORMAT
                  "  EN " WKS-CONTADOR-FORMAT " AJUSTES"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "MERMA SOBRE VENTA NETA:              " WKS-PCT-FORMAT
                  " %"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TOT-NO-MERMA TO WKS-IMPORTE-FORMAT.
           STRING "AJUSTES QUE NO SON MERMA (NETO): " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "M" TO WKS-DIM-ACTUAL.
           MOVE "POR MOTIVO (TODOS LOS AJUSTES DEL MES)"
               TO WKS-TITULO-SECCION.
           PERFORM 5100-IMPRIMIR-SECCION.
           MOVE "C" TO WKS-DIM-ACTUAL.
           MOVE "MERMA POR CATEGORIA" TO WKS-TITULO-SECCION.
           PERFORM 5100-IMPRIMIR-SECCION.
           MOVE "U" TO WKS-DIM-ACTUAL.
           MOVE "MERMA POR UBICACION" TO WKS-TITULO-SECCION.
           PERFORM 5100-IMPRIMIR-SECCION.
           MOVE "O" TO WKS-DIM-ACTUAL.
           MOVE "MERMA POR OPERADOR" TO WKS-TITULO-SECCION.
           PERFORM 5100-IMPRIMIR-SECCION.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "TENDENCIA DE LOS ULTIMOS DOCE MESES" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "MES        VENTA NETA     MERMA NETA  % VENTA"
               TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-TM.
           PERFORM 5200-IMPRIMIR-MES
               UNTIL WKS-IDX-TM IS GREATER THAN 12.
           PERFORM 1965-REPORTE-TERMINAR.
           MOVE 12 TO WKS-IDX-TM.
           PERFORM 5300-PORCIENTO-DEL-MES.
           MOVE WKS-TOT-MERMA TO WKS-IMPORTE-FORMAT.
           DISPLAY "MERMA NETA DEL MES: " WKS-IMPORTE-FORMAT
                   " (" WKS-PCT-FORMAT " % DE LA VENTA NETA)".
           DISPLAY "REPORTE IMPRESO EN ANALISIS-MERMAS.TXT".

       5100-IMPRIMIR-SECCION.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TITULO-SECCION TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-RS.
           PERFORM 5110-REVISAR-RENGLON
               UNTIL WKS-IDX-RS IS GREATER THAN WKS-NUM-RS.

       5110-REVISAR-RENGLON.
           IF WKS-RS-DIM(WKS-IDX-RS) IS EQUAL TO WKS-DIM-ACTUAL THEN
               PERFORM 5120-IMPRIMIR-RENGLON.
           ADD 1 TO WKS-IDX-RS.

       5120-IMPRIMIR-RENGLON.
           PERFORM 5130-DESCRIBIR-CLAVE.
           MOVE WKS-RS-PARTIDAS(WKS-IDX-RS) TO WKS-CONTADOR-FORMAT.
           MOVE WKS-RS-UNIDADES(WKS-IDX-RS) TO WKS-UNIDADES-FORMAT.
           MOVE WKS-RS-VALOR(WKS-IDX-RS) TO WKS-IMPORTE-FORMAT.
           STRING WKS-RS-CLAVE(WKS-IDX-RS) " " WKS-DESCRIPCION " "
                  WKS-CONTADOR-FORMAT " " WKS-UNIDADES-FORMAT " "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       5130-DESCRIBIR-CLAVE.
           MOVE SPACES TO WKS-DESCRIPCION.
           IF WKS-RS-CLAVE(WKS-IDX-RS) IS EQUAL TO "(SIN)" THEN
               IF WKS-DIM-ACTUAL IS EQUAL TO "M" THEN
                   MOVE "AJUSTE ANTERIOR AL MOTIVO" TO WKS-DESCRIPCION
               ELSE
                   MOVE "NO REGISTRADO" TO WKS-DESCRIPCION
               END-IF
           ELSE
           IF WKS-DIM-ACTUAL IS EQUAL TO "M" AND WKS-HAY-MOTIVOS THEN
               MOVE WKS-RS-CLAVE(WKS-IDX-RS) TO MA-CODIGO
               READ MOTIVO-AJ-FILE KEY IS MA-CODIGO
                   INVALID KEY
                       MOVE "(MOTIVO NO REGISTRADO)" TO WKS-DESCRIPCION
                   NOT INVALID KEY
                       MOVE MA-DESCRIPCION TO WKS-DESCRIPCION
                       IF NOT MA-ES-MERMA THEN
                           MOVE "*NO ES MERMA" TO WKS-DESCRIPCION(13:12)
                       END-IF
               END-READ
           ELSE
           IF WKS-DIM-ACTUAL IS EQUAL TO "C" AND WKS-HAY-CATALOGO THEN
               MOVE WKS-RS-CLAVE(WKS-IDX-RS) TO CAT-CODIGO
               READ CATEGORIA-FILE KEY IS CAT-CODIGO
                   INVALID KEY
                       MOVE "(NO REGISTRADA)" TO WKS-DESCRIPCION
                   NOT INVALID KEY
                       MOVE CAT-NOMBRE TO WKS-DESCRIPCION
               END-READ
           ELSE
           IF WKS-DIM-ACTUAL IS EQUAL TO "U" AND
              WKS-RS-CLAVE(WKS-IDX-RS) IS EQUAL TO "TRANSI" THEN
               MOVE "EN TRANSITO" TO WKS-DESCRIPCION.

       5200-IMPRIMIR-MES.
           PERFORM 5300-PORCIENTO-DEL-MES.
           MOVE WKS-TM-VENTAS(WKS-IDX-TM) TO WKS-IMPORTE-FORMAT.
           MOVE WKS-TM-MERMA(WKS-IDX-TM) TO WKS-IMPORTE-FORMAT-2.
           STRING WKS-TM-MES(WKS-IDX-TM) " " WKS-IMPORTE-FORMAT " "
                  WKS-IMPORTE-FORMAT-2 " " WKS-PCT-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-TM.

      * MERMA DEL RENGLON WKS-IDX-TM COMO PORCIENTO DE SU VENTA NETA
      * (CERO SI EL MES NO TUVO VENTA)
       5300-PORCIENTO-DEL-MES.
           MOVE 0 TO WKS-PORCIENTO.
           IF WKS-TM-VENTAS(WKS-IDX-TM) IS NOT EQUAL TO 0 THEN
               COMPUTE WKS-PORCIENTO ROUNDED =
                       WKS-TM-MERMA(WKS-IDX-TM) * 100
                       / WKS-TM-VENTAS(WKS-IDX-TM)
                   ON SIZE ERROR
                       MOVE 0 TO WKS-PORCIENTO
               END-COMPUTE.
           MOVE WKS-PORCIENTO TO WKS-PCT-FORMAT.

           COPY CONFIG-PROC.

           COPY FECHA-PROC.

           COPY REPORTE-PROC.
