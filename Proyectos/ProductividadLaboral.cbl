      ******************************************************************
      * Author:
      * Date:
      * Purpose: PRODUCTIVIDAD LABORAL: VENTA CONTRA HORAS TRABAJADAS
      *          PARA UN RANGO DE FECHAS (HASTA 62 DIAS). POR DIA Y
      *          POR HORA DEL DIA PONE LADO A LADO LA VENTA NETA Y LOS
      *          TICKETS (VENTAS.TXT Y LOS HISTORICOS VENTAS-AAAAMM.TXT,
      *          CONTADOS COMO EN REPORTE-AFLUENCIA) CON LAS HORAS
      *          TRABAJADAS Y SU COSTO (CHECADAS EFECTIVAS, VER
      *          CHECEF-PROC, EMPAREJADAS ENTRADA-SALIDA DEL MISMO DIA
      *          COMO EN VARIABLES, A LA TARIFA POR HORA DE CADA
      *          EMPLEADO: EMP-SALARIO ENTRE 8). EL PERSONAL DE PISO Y
      *          EL DE OFICINA VAN POR SEPARADO SEGUN EL AREA DEL
      *          DEPARTAMENTO DEL EMPLEADO (DP-AREA; SIN DEPARTAMENTO O
      *          SIN AREA CUENTA COMO PISO). DA LA VENTA POR HORA DE
      *          PISO Y EL COSTO LABORAL COMO PORCENTAJE DE LA VENTA, Y
      *          MARCA LOS DIAS Y HORAS CON PERSONAL SOBRADO O FALTANTE
      *          CONTRA EL PROMEDIO DEL RANGO (VENTA POR HORA DE PISO
      *          FUERA DE WKS-TOLERANCIA-PCT PORCIENTO DEL PROMEDIO),
      *          PARA AJUSTAR EL ROL SEMANAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTIVIDAD-LABORAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT EMPLEADO-FILE ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DP-CODIGO
                                   FILE STATUS DP-STATUS.

           SELECT CHECADA-FILE ASSIGN TO "CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CH-STATUS.

           SELECT CORRECCION-FILE
                                   ASSIGN TO "CORRECCIONES-CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                   PIC X(150).

       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD DEPTO-FILE.
       01 REG-DEPTO.
           COPY DEPTO.

       FD CHECADA-FILE.
       01 REG-CHECADA.
           COPY CHECADA.

       FD CORRECCION-FILE.
       01 REG-CORRECCION.
           COPY CORRCHEC.

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 DP-STATUS               PIC X(02).
       77 CH-STATUS               PIC X(02).
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY CHECEF-WS.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-FECHA-DESDE         PIC 9(08).
       77 WKS-FECHA-HASTA         PIC 9(08).
       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-FIN-EMPLEADOS       PIC X(01) VALUE "N".
           88 WKS-EOF-EMPLEADOS   VALUE "S".
       77 WKS-HAY-DEPTOS-SW       PIC X(01).
           88 WKS-HAY-DEPTOS      VALUE "S".

      * MESES DEL RANGO QUE SE BUSCAN EN LOS HISTORICOS
       01 WKS-MES-CURSOR          PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).
       77 WKS-MES-FINAL           PIC 9(06).

      * UN RENGLON POR DIA DEL RANGO; AREA 1 = PISO, 2 = OFICINA
       01 WKS-TABLA-DIAS.
           02 WKS-DI-DIA OCCURS 62 TIMES.
               03 WKS-DI-FECHA        PIC 9(08).
               03 WKS-DI-TICKETS      PIC 9(07).
               03 WKS-DI-VENTA        PIC S9(13)V9(02).
               03 WKS-DI-AREA OCCURS 2 TIMES.
                   04 WKS-DI-MINUTOS  PIC 9(07).
                   04 WKS-DI-COSTO    PIC 9(11)V9(02).
       77 WKS-NUM-DIAS            PIC 9(02).
       77 WKS-TOPE-DIAS           PIC 9(02) VALUE 62.

      * LAS 24 HORAS DEL DIA, SUMADAS EN TODO EL RANGO, MAS LA VENTA
      * DE LOS MOVIMIENTOS ANTERIORES AL SELLO DE HORA
       01 WKS-TABLA-HORAS.
           02 WKS-HR-HORA OCCURS 24 TIMES.
               03 WKS-HR-TICKETS      PIC 9(07).
               03 WKS-HR-VENTA        PIC S9(13)V9(02).
               03 WKS-HR-AREA OCCURS 2 TIMES.
                   04 WKS-HR-MINUTOS  PIC 9(07).
                   04 WKS-HR-COSTO    PIC 9(11)V9(02).
           02 WKS-SH-TICKETS          PIC 9(07).
           02 WKS-SH-VENTA            PIC S9(13)V9(02).

      * TOTALES DEL RANGO
       01 WKS-TOTALES.
           02 WKS-TO-TICKETS          PIC 9(09).
           02 WKS-TO-VENTA            PIC S9(13)V9(02).
           02 WKS-TO-AREA OCCURS 2 TIMES.
               03 WKS-TO-MINUTOS      PIC 9(09).
               03 WKS-TO-COSTO        PIC 9(11)V9(02).

      * EMPLEADOS: TARIFA POR HORA (SALARIO DIARIO ENTRE 8) Y AREA
       01 WKS-TABLA-EMPLEADOS.
           02 WKS-EM-EMPLEADO OCCURS 500 TIMES.
               03 WKS-EM-ID           PIC 9(05).
               03 WKS-EM-TARIFA       PIC 9(07)V9(04).
               03 WKS-EM-AREA         PIC 9(01).
       77 WKS-NUM-EMPLEADOS       PIC 9(03) VALUE 0.
       77 WKS-IDX-EM              PIC 9(03).
       77 WKS-EMP-OMITIDOS        PIC 9(05) VALUE 0.

      * VENTAS
       77 WKS-FOLIO-ANTERIOR      PIC 9(10) VALUE 0.
       77 WKS-ES-TICKET-SW        PIC X(01).
           88 WKS-ES-TICKET       VALUE "S".
       77 WKS-IMPORTE-RENGLON     PIC S9(13)V9(02).
       77 WKS-HORA-IDX            PIC 9(02).
       77 WKS-HORA-VALIDA-SW      PIC X(01).
           88 WKS-CON-HORA        VALUE "S".
       77 WKS-DIA-IDX             PIC 9(02).
       77 WKS-FECHA-BUSCAR        PIC 9(08).

      * EMPAREJADO DE CHECADAS Y REPARTO DE MINUTOS POR HORA
       77 WKS-FECHA-DIA-ACT       PIC 9(08).
       77 WKS-HAY-ENTRADA         PIC X(01).
           88 WKS-ENTRADA-ABIERTA VALUE "S".
       77 WKS-ENTRADA-MIN         PIC 9(04).
       77 WKS-SALIDA-MIN          PIC 9(04).
       77 WKS-MINUTOS-CH          PIC 9(04).
       77 WKS-CURSOR-MIN          PIC 9(04).
       77 WKS-FIN-TRAMO           PIC 9(04).
       77 WKS-MINUTOS-TRAMO       PIC 9(04).
       77 WKS-COSTO-TRAMO         PIC 9(09)V9(02).
       77 WKS-AREA                PIC 9(01).
       01 WKS-HORA-DESGLOSE.
           02 WKS-HD-HH           PIC 9(02).
           02 WKS-HD-MM           PIC 9(02).
           02 WKS-HD-SS           PIC 9(02).

      * PERSONAL SOBRADO O FALTANTE: VENTA POR HORA DE PISO FUERA DE
      * ESTE PORCENTAJE ARRIBA O ABAJO DEL PROMEDIO DEL RANGO
       77 WKS-TOLERANCIA-PCT      PIC 9(02) VALUE 20.
       77 WKS-PROMEDIO-VPH        PIC S9(11)V9(02).
       77 WKS-LIMITE-BAJO         PIC S9(11)V9(02).
       77 WKS-LIMITE-ALTO         PIC S9(11)V9(02).
       77 WKS-DIAS-SOBRADOS       PIC 9(03).
       77 WKS-DIAS-FALTANTES      PIC 9(03).

      * RENGLON DEL REPORTE
       77 WKS-R-TICKETS           PIC 9(09).
       77 WKS-R-VENTA             PIC S9(13)V9(02).
       77 WKS-R-MIN-PISO          PIC 9(09).
       77 WKS-R-MIN-OFICINA       PIC 9(09).
       77 WKS-R-COSTO             PIC 9(11)V9(02).
       77 WKS-R-VPH               PIC S9(11)V9(02).
       77 WKS-R-PCT               PIC S9(05)V9(01).
       77 WKS-MARCA               PIC X(08).
       77 WKS-ETIQUETA            PIC X(11).
       77 WKS-HORA-FORMAT         PIC 99.
       77 WKS-TICKETS-FORMAT      PIC Z(05)9.
       77 WKS-VENTA-FORMAT        PIC -Z(07)9.99.
       77 WKS-HORAS-FORMAT        PIC ZZZ9.9.
       77 WKS-HORAS-CALC          PIC 9(07)V9(01).
       77 WKS-COSTO-FORMAT        PIC Z(07)9.99.
       77 WKS-VPH-FORMAT          PIC -Z(05)9.99.
       77 WKS-PCT-FORMAT          PIC ZZ9.9.
       77 WKS-TOTAL-FORMAT        PIC -Z(12)9.99.
       77 WKS-TOTAL-HORAS-FORMAT  PIC Z(08)9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PRODUCTIVIDAD LABORAL: VENTA POR HORA ===".
           PERFORM 1700-CARGAR-CONFIG.
           PERFORM 1000-PEDIR-RANGO THRU 1000-SALIR.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "RANGO DE FECHAS INVALIDO, NO SE GENERA"
           ELSE
               PERFORM 1100-PREPARAR-TABLAS
               PERFORM 2000-ACUMULAR-VIVAS
               PERFORM 3000-ACUMULAR-ARCHIVADAS
               PERFORM 4000-CARGAR-EMPLEADOS
               PERFORM 4100-HORAS-EMPLEADO
                   VARYING WKS-IDX-EM FROM 1 BY 1
                   UNTIL WKS-IDX-EM IS GREATER THAN WKS-NUM-EMPLEADOS
               PERFORM 5000-IMPRIMIR-REPORTE.
           GOBACK.

       1000-PEDIR-RANGO.
           DISPLAY "FECHA INICIAL (AAAAMMDD)".
           ACCEPT WKS-FECHA-DESDE.
           DISPLAY "FECHA FINAL (AAAAMMDD, 0 = MISMO DIA)".
           ACCEPT WKS-FECHA-HASTA.
           IF WKS-FECHA-HASTA IS EQUAL TO 0 THEN
               MOVE WKS-FECHA-DESDE TO WKS-FECHA-HASTA.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               GO TO 1000-SALIR.
           MOVE WKS-FECHA-HASTA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               GO TO 1000-SALIR.
           IF WKS-FECHA-HASTA IS LESS THAN WKS-FECHA-DESDE THEN
               MOVE "N" TO WKS-FECHA-OK-SW
               GO TO 1000-SALIR.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-DE.
           MOVE WKS-FECHA-HASTA TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           IF WKS-DIAS-DIFERENCIA IS NOT LESS THAN WKS-TOPE-DIAS THEN
               DISPLAY "EL RANGO NO PUEDE PASAR DE " WKS-TOPE-DIAS
                       " DIAS"
               MOVE "N" TO WKS-FECHA-OK-SW
               GO TO 1000-SALIR.
           COMPUTE WKS-NUM-DIAS = WKS-DIAS-DIFERENCIA + 1.

       1000-SALIR.
           EXIT.

      * UN RENGLON POR CADA FECHA DEL RANGO, AUNQUE NO HAYA VENTA
       1100-PREPARAR-TABLAS.
           INITIALIZE WKS-TABLA-DIAS.
           INITIALIZE WKS-TABLA-HORAS.
           INITIALIZE WKS-TOTALES.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-BASE.
           PERFORM 1110-FECHA-DEL-DIA
               VARYING WKS-DIA-IDX FROM 1 BY 1
               UNTIL WKS-DIA-IDX IS GREATER THAN WKS-NUM-DIAS.

       1110-FECHA-DEL-DIA.
           COMPUTE WKS-DIAS-SUMAR = WKS-DIA-IDX - 1.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-DI-FECHA(WKS-DIA-IDX).

      * POSICION DE WKS-FECHA-BUSCAR EN LA TABLA DE DIAS (0 = FUERA)
       1200-UBICAR-DIA.
           MOVE 0 TO WKS-DIA-IDX.
           IF WKS-FECHA-BUSCAR IS NOT LESS THAN WKS-FECHA-DESDE AND
              WKS-FECHA-BUSCAR IS NOT GREATER THAN WKS-FECHA-HASTA
           THEN
               MOVE WKS-FECHA-DESDE TO WKS-FECHA-DE
               MOVE WKS-FECHA-BUSCAR TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               COMPUTE WKS-DIA-IDX = WKS-DIAS-DIFERENCIA + 1.

      ******************************************************************
      * VENTA NETA Y TICKETS, COMO EN REPORTE-AFLUENCIA: LOS FOLIOS
      * CANCELADOS NO CUENTAN, LAS DEVOLUCIONES RESTAN Y EL TICKET SE
      * CUENTA EN LA PRIMERA PARTIDA DE SU FOLIO
      ******************************************************************
       2000-ACUMULAR-VIVAS.
           MOVE "N" TO WKS-FIN-VENTAS.
           MOVE 0 TO WKS-FOLIO-ANTERIOR.
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
                   PERFORM 2100-EVALUAR-MOVIMIENTO.

      * LOS HISTORICOS SE BUSCAN MES POR MES DEL RANGO; UN MES SIN
      * ARCHIVO (TODAVIA VIVO EN VENTAS.TXT) SOLO SE BRINCA
       3000-ACUMULAR-ARCHIVADAS.
           MOVE WKS-FECHA-DESDE(1:6) TO WKS-MES-CURSOR.
           MOVE WKS-FECHA-HASTA(1:6) TO WKS-MES-FINAL.
           PERFORM 3010-MES-ARCHIVADO
               UNTIL WKS-MES-CURSOR IS GREATER THAN WKS-MES-FINAL.

       3010-MES-ARCHIVADO.
           MOVE WKS-MES-CURSOR TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           MOVE 0 TO WKS-FOLIO-ANTERIOR.
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

       3020-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO REG-VENTA
                   PERFORM 2100-EVALUAR-MOVIMIENTO.

       2100-EVALUAR-MOVIMIENTO.
           IF TR-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
              TR-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
              TR-ESTADO IS NOT EQUAL TO "C" THEN
               MOVE "N" TO WKS-ES-TICKET-SW
               IF TR-TIPO IS NOT EQUAL TO "D" AND
                  TR-FOLIO IS NOT EQUAL TO WKS-FOLIO-ANTERIOR THEN
                   MOVE "S" TO WKS-ES-TICKET-SW
               END-IF
               MOVE TR-FOLIO TO WKS-FOLIO-ANTERIOR
               COMPUTE WKS-IMPORTE-RENGLON = TR-CANTIDAD * TR-PRECIO
               IF TR-TIPO IS EQUAL TO "D" THEN
                   MULTIPLY -1 BY WKS-IMPORTE-RENGLON
               END-IF
               MOVE TR-FECHA TO WKS-FECHA-BUSCAR
               PERFORM 1200-UBICAR-DIA
               PERFORM 2110-HORA-DEL-MOVIMIENTO
               PERFORM 2120-ACUMULAR-VENTA.

       2110-HORA-DEL-MOVIMIENTO.
           MOVE "N" TO WKS-HORA-VALIDA-SW.
           IF TR-HORA IS NUMERIC THEN
               IF TR-HORA IS GREATER THAN 0 AND
                  TR-HORA(1:2) IS LESS THAN "24" THEN
                   MOVE TR-HORA(1:2) TO WKS-HORA-IDX
                   ADD 1 TO WKS-HORA-IDX
                   MOVE "S" TO WKS-HORA-VALIDA-SW.

       2120-ACUMULAR-VENTA.
           IF WKS-ES-TICKET THEN
               ADD 1 TO WKS-DI-TICKETS(WKS-DIA-IDX)
                        WKS-TO-TICKETS.
           ADD WKS-IMPORTE-RENGLON TO WKS-DI-VENTA(WKS-DIA-IDX)
                                      WKS-TO-VENTA.
           IF WKS-CON-HORA THEN
               IF WKS-ES-TICKET THEN
                   ADD 1 TO WKS-HR-TICKETS(WKS-HORA-IDX)
               END-IF
               ADD WKS-IMPORTE-RENGLON TO WKS-HR-VENTA(WKS-HORA-IDX)
           ELSE
               IF WKS-ES-TICKET THEN
                   ADD 1 TO WKS-SH-TICKETS
               END-IF
               ADD WKS-IMPORTE-RENGLON TO WKS-SH-VENTA.

      ******************************************************************
      * HORAS TRABAJADAS: POR CADA EMPLEADO SUS CHECADAS EFECTIVAS DEL
      * RANGO; CADA ENTRADA SE CIERRA CON LA SIGUIENTE SALIDA DEL
      * MISMO DIA Y LOS MINUTOS DEL TRAMO SE REPARTEN EN LAS HORAS DEL
      * RELOJ QUE CUBRE, CON SU COSTO A LA TARIFA DEL EMPLEADO
      ******************************************************************
       4000-CARGAR-EMPLEADOS.
           MOVE 0 TO WKS-NUM-EMPLEADOS.
           MOVE "N" TO WKS-HAY-DEPTOS-SW.
           OPEN INPUT DEPTO-FILE.
           IF DP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-DEPTOS-SW.
           MOVE "N" TO WKS-FIN-EMPLEADOS.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-EMPLEADOS
           ELSE
               PERFORM 4010-LEER-EMPLEADO UNTIL WKS-EOF-EMPLEADOS
               CLOSE EMPLEADO-FILE.
           IF WKS-HAY-DEPTOS THEN
               CLOSE DEPTO-FILE.
           IF WKS-EMP-OMITIDOS IS GREATER THAN 0 THEN
               DISPLAY "EMPLEADOS FUERA DE TABLA: " WKS-EMP-OMITIDOS.

       4010-LEER-EMPLEADO.
           READ EMPLEADO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMPLEADOS
               NOT AT END
                   IF WKS-NUM-EMPLEADOS IS LESS THAN 500 THEN
                       PERFORM 4020-AGREGAR-EMPLEADO
                   ELSE
                       ADD 1 TO WKS-EMP-OMITIDOS.

       4020-AGREGAR-EMPLEADO.
           ADD 1 TO WKS-NUM-EMPLEADOS.
           MOVE EMP-ID TO WKS-EM-ID(WKS-NUM-EMPLEADOS).
           COMPUTE WKS-EM-TARIFA(WKS-NUM-EMPLEADOS) =
                   EMP-SALARIO / 8.
           MOVE 1 TO WKS-EM-AREA(WKS-NUM-EMPLEADOS).
           IF WKS-HAY-DEPTOS AND EMP-DEPTO IS NOT EQUAL TO SPACES THEN
               MOVE EMP-DEPTO TO DP-CODIGO
               READ DEPTO-FILE KEY IS DP-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-OFICINA THEN
                           MOVE 2 TO WKS-EM-AREA(WKS-NUM-EMPLEADOS).

       4100-HORAS-EMPLEADO.
           MOVE WKS-EM-ID(WKS-IDX-EM) TO WKS-CE-EMP.
           MOVE WKS-FECHA-DESDE TO WKS-CE-DESDE.
           MOVE WKS-FECHA-HASTA TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           MOVE WKS-EM-AREA(WKS-IDX-EM) TO WKS-AREA.
           MOVE 0 TO WKS-FECHA-DIA-ACT.
           MOVE "N" TO WKS-HAY-ENTRADA.
           IF WKS-CE-NUM IS GREATER THAN 0 THEN
               PERFORM 4110-PROCESAR-CHECADA
                   VARYING WKS-CE-IDX FROM 1 BY 1
                   UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM.

       4110-PROCESAR-CHECADA.
           IF WKS-CE-FECHA(WKS-CE-IDX) IS NOT EQUAL TO
              WKS-FECHA-DIA-ACT THEN
               MOVE WKS-CE-FECHA(WKS-CE-IDX) TO WKS-FECHA-DIA-ACT
               MOVE WKS-FECHA-DIA-ACT TO WKS-FECHA-BUSCAR
               PERFORM 1200-UBICAR-DIA
               MOVE "N" TO WKS-HAY-ENTRADA.
           MOVE WKS-CE-HORA(WKS-CE-IDX) TO WKS-HORA-DESGLOSE.
           COMPUTE WKS-MINUTOS-CH = WKS-HD-HH * 60 + WKS-HD-MM.
           IF WKS-CE-TIPO(WKS-CE-IDX) IS EQUAL TO "E" THEN
               MOVE WKS-MINUTOS-CH TO WKS-ENTRADA-MIN
               MOVE "S" TO WKS-HAY-ENTRADA
           ELSE
           IF WKS-ENTRADA-ABIERTA THEN
               IF WKS-MINUTOS-CH IS GREATER THAN WKS-ENTRADA-MIN AND
                  WKS-DIA-IDX IS GREATER THAN 0 THEN
                   MOVE WKS-MINUTOS-CH TO WKS-SALIDA-MIN
                   MOVE WKS-ENTRADA-MIN TO WKS-CURSOR-MIN
                   PERFORM 4120-REPARTIR-TRAMO
                       UNTIL WKS-CURSOR-MIN IS NOT LESS THAN
                             WKS-SALIDA-MIN
               END-IF
               MOVE "N" TO WKS-HAY-ENTRADA.

      * DEL CURSOR AL FIN DE SU HORA DEL RELOJ (O A LA SALIDA)
       4120-REPARTIR-TRAMO.
           COMPUTE WKS-HORA-IDX = WKS-CURSOR-MIN / 60 + 1.
           COMPUTE WKS-FIN-TRAMO = WKS-HORA-IDX * 60.
           IF WKS-FIN-TRAMO IS GREATER THAN WKS-SALIDA-MIN THEN
               MOVE WKS-SALIDA-MIN TO WKS-FIN-TRAMO.
           COMPUTE WKS-MINUTOS-TRAMO = WKS-FIN-TRAMO - WKS-CURSOR-MIN.
           COMPUTE WKS-COSTO-TRAMO ROUNDED =
                   WKS-MINUTOS-TRAMO * WKS-EM-TARIFA(WKS-IDX-EM) / 60.
           ADD WKS-MINUTOS-TRAMO
               TO WKS-DI-MINUTOS(WKS-DIA-IDX, WKS-AREA)
                  WKS-HR-MINUTOS(WKS-HORA-IDX, WKS-AREA)
                  WKS-TO-MINUTOS(WKS-AREA).
           ADD WKS-COSTO-TRAMO
               TO WKS-DI-COSTO(WKS-DIA-IDX, WKS-AREA)
                  WKS-HR-COSTO(WKS-HORA-IDX, WKS-AREA)
                  WKS-TO-COSTO(WKS-AREA).
           MOVE WKS-FIN-TRAMO TO WKS-CURSOR-MIN.

      ******************************************************************
      * REPORTE: POR DIA, POR HORA DEL DIA Y TOTALES POR AREA. LA
      * VENTA POR HORA ES CONTRA LAS HORAS DE PISO (LA OFICINA NO
      * CRECE CON LA VENTA); EL PORCENTAJE ES DE TODO EL COSTO
      ******************************************************************
       5000-IMPRIMIR-REPORTE.
           MOVE 0 TO WKS-PROMEDIO-VPH.
           IF WKS-TO-MINUTOS(1) IS GREATER THAN 0 THEN
               COMPUTE WKS-PROMEDIO-VPH ROUNDED =
                       WKS-TO-VENTA * 60 / WKS-TO-MINUTOS(1).
           COMPUTE WKS-LIMITE-BAJO ROUNDED =
                   WKS-PROMEDIO-VPH * (100 - WKS-TOLERANCIA-PCT) / 100.
           COMPUTE WKS-LIMITE-ALTO ROUNDED =
                   WKS-PROMEDIO-VPH * (100 + WKS-TOLERANCIA-PCT) / 100.
           MOVE 0 TO WKS-DIAS-SOBRADOS.
           MOVE 0 TO WKS-DIAS-FALTANTES.
           MOVE "PRODUCTIVIDAD-LABORAL.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "PRODUCTIVIDAD LABORAL DEL " WKS-FECHA-DESDE
                  " AL " WKS-FECHA-HASTA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE SPACES TO WKS-REP-ENCABEZADO.
           STRING "FECHA    TICKET   VENTA NETA HR PIS HR OFI"
                  "   COSTO LAB     VTA/HR  %COS MARCA"
               DELIMITED BY SIZE INTO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "--- POR DIA ---" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 5100-RENGLON-DIA
               VARYING WKS-DIA-IDX FROM 1 BY 1
               UNTIL WKS-DIA-IDX IS GREATER THAN WKS-NUM-DIAS.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "--- POR HORA DEL DIA (TODO EL RANGO) ---"
               TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 5200-RENGLON-HORA
               VARYING WKS-HORA-IDX FROM 1 BY 1
               UNTIL WKS-HORA-IDX IS GREATER THAN 24.
           IF WKS-SH-TICKETS IS GREATER THAN 0 OR
              WKS-SH-VENTA IS NOT EQUAL TO 0 THEN
               MOVE "SIN HORA" TO WKS-ETIQUETA
               MOVE WKS-SH-TICKETS TO WKS-R-TICKETS
               MOVE WKS-SH-VENTA TO WKS-R-VENTA
               MOVE 0 TO WKS-R-MIN-PISO
               MOVE 0 TO WKS-R-MIN-OFICINA
               MOVE 0 TO WKS-R-COSTO
               MOVE SPACES TO WKS-MARCA
               PERFORM 5900-ESCRIBIR-RENGLON.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 5300-TOTALES.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "DIAS CON PERSONAL SOBRADO:  " WKS-DIAS-SOBRADOS.
           DISPLAY "DIAS CON PERSONAL FALTANTE: " WKS-DIAS-FALTANTES.
           DISPLAY "REPORTE IMPRESO EN PRODUCTIVIDAD-LABORAL.TXT".

       5100-RENGLON-DIA.
           MOVE SPACES TO WKS-ETIQUETA.
           MOVE WKS-DI-FECHA(WKS-DIA-IDX) TO WKS-ETIQUETA.
           MOVE WKS-DI-TICKETS(WKS-DIA-IDX) TO WKS-R-TICKETS.
           MOVE WKS-DI-VENTA(WKS-DIA-IDX) TO WKS-R-VENTA.
           MOVE WKS-DI-MINUTOS(WKS-DIA-IDX, 1) TO WKS-R-MIN-PISO.
           MOVE WKS-DI-MINUTOS(WKS-DIA-IDX, 2) TO WKS-R-MIN-OFICINA.
           COMPUTE WKS-R-COSTO = WKS-DI-COSTO(WKS-DIA-IDX, 1) +
                                 WKS-DI-COSTO(WKS-DIA-IDX, 2).
           PERFORM 5800-MARCAR-RENGLON.
           IF WKS-MARCA IS EQUAL TO "SOBRADO" THEN
               ADD 1 TO WKS-DIAS-SOBRADOS
           ELSE
           IF WKS-MARCA IS EQUAL TO "FALTANTE" THEN
               ADD 1 TO WKS-DIAS-FALTANTES.
           PERFORM 5900-ESCRIBIR-RENGLON.

       5200-RENGLON-HORA.
           IF WKS-HR-TICKETS(WKS-HORA-IDX) IS GREATER THAN 0 OR
              WKS-HR-VENTA(WKS-HORA-IDX) IS NOT EQUAL TO 0 OR
              WKS-HR-MINUTOS(WKS-HORA-IDX, 1) IS GREATER THAN 0 OR
              WKS-HR-MINUTOS(WKS-HORA-IDX, 2) IS GREATER THAN 0 THEN
               COMPUTE WKS-HORA-FORMAT = WKS-HORA-IDX - 1
               MOVE SPACES TO WKS-ETIQUETA
               STRING WKS-HORA-FORMAT ":00-" WKS-HORA-FORMAT ":59"
                   DELIMITED BY SIZE INTO WKS-ETIQUETA
               MOVE WKS-HR-TICKETS(WKS-HORA-IDX) TO WKS-R-TICKETS
               MOVE WKS-HR-VENTA(WKS-HORA-IDX) TO WKS-R-VENTA
               MOVE WKS-HR-MINUTOS(WKS-HORA-IDX, 1) TO WKS-R-MIN-PISO
               MOVE WKS-HR-MINUTOS(WKS-HORA-IDX, 2)
                   TO WKS-R-MIN-OFICINA
               COMPUTE WKS-R-COSTO = WKS-HR-COSTO(WKS-HORA-IDX, 1) +
                                     WKS-HR-COSTO(WKS-HORA-IDX, 2)
               PERFORM 5800-MARCAR-RENGLON
               PERFORM 5900-ESCRIBIR-RENGLON.

       5300-TOTALES.
           MOVE WKS-TO-TICKETS TO WKS-TICKETS-FORMAT.
           MOVE WKS-TO-VENTA TO WKS-TOTAL-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "TOTAL: TICKETS " WKS-TICKETS-FORMAT
                  "  VENTA NETA " WKS-TOTAL-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-AREA.
           PERFORM 5310-TOTAL-AREA.
           MOVE 2 TO WKS-AREA.
           PERFORM 5310-TOTAL-AREA.
           MOVE WKS-PROMEDIO-VPH TO WKS-VPH-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "VENTA PROMEDIO POR HORA DE PISO: " WKS-VPH-FORMAT
                  "  (TOLERANCIA " WKS-TOLERANCIA-PCT "%)"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "DIAS CON PERSONAL SOBRADO: " WKS-DIAS-SOBRADOS
                  "   FALTANTE: " WKS-DIAS-FALTANTES
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       5310-TOTAL-AREA.
           COMPUTE WKS-HORAS-CALC ROUNDED =
                   WKS-TO-MINUTOS(WKS-AREA) / 60.
           MOVE WKS-HORAS-CALC TO WKS-TOTAL-HORAS-FORMAT.
           MOVE WKS-TO-COSTO(WKS-AREA) TO WKS-TOTAL-FORMAT.
           MOVE 0 TO WKS-R-PCT.
           IF WKS-TO-VENTA IS GREATER THAN 0 THEN
               COMPUTE WKS-R-PCT ROUNDED =
                       WKS-TO-COSTO(WKS-AREA) * 100 / WKS-TO-VENTA
                   ON SIZE ERROR
                       MOVE 999.9 TO WKS-R-PCT
               END-COMPUTE
               IF WKS-R-PCT IS GREATER THAN 999.9 THEN
                   MOVE 999.9 TO WKS-R-PCT.
           MOVE WKS-R-PCT TO WKS-PCT-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           IF WKS-AREA IS EQUAL TO 1 THEN
               STRING "PISO DE VENTA: HORAS " WKS-TOTAL-HORAS-FORMAT
                      " COSTO " WKS-TOTAL-FORMAT
                      " " WKS-PCT-FORMAT "% VTA"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
               STRING "OFICINA:       HORAS " WKS-TOTAL-HORAS-FORMAT
                      " COSTO " WKS-TOTAL-FORMAT
                      " " WKS-PCT-FORMAT "% VTA"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      * VENTA POR HORA DE PISO DEL RENGLON CONTRA EL PROMEDIO: POR
      * DEBAJO DE LA TOLERANCIA SOBRA PERSONAL, POR ENCIMA FALTA; CON
      * HORAS DE PISO Y SIN VENTA SOBRA, CON VENTA Y SIN HORAS FALTA
       5800-MARCAR-RENGLON.
           MOVE SPACES TO WKS-MARCA.
           MOVE 0 TO WKS-R-VPH.
           IF WKS-R-MIN-PISO IS GREATER THAN 0 THEN
               COMPUTE WKS-R-VPH ROUNDED =
                       WKS-R-VENTA * 60 / WKS-R-MIN-PISO
               IF WKS-PROMEDIO-VPH IS GREATER THAN 0 THEN
                   IF WKS-R-VPH IS LESS THAN WKS-LIMITE-BAJO THEN
                       MOVE "SOBRADO" TO WKS-MARCA
                   ELSE
                   IF WKS-R-VPH IS GREATER THAN WKS-LIMITE-ALTO THEN
                       MOVE "FALTANTE" TO WKS-MARCA
                   END-IF
               END-IF
           ELSE
               IF WKS-R-VENTA IS GREATER THAN 0 THEN
                   MOVE "FALTANTE" TO WKS-MARCA.

       5900-ESCRIBIR-RENGLON.
           MOVE 0 TO WKS-R-PCT.
           IF WKS-R-VENTA IS GREATER THAN 0 THEN
               COMPUTE WKS-R-PCT ROUNDED =
                       WKS-R-COSTO * 100 / WKS-R-VENTA
                   ON SIZE ERROR
                       MOVE 999.9 TO WKS-R-PCT
               END-COMPUTE
               IF WKS-R-PCT IS GREATER THAN 999.9 THEN
                   MOVE 999.9 TO WKS-R-PCT.
           MOVE WKS-R-TICKETS TO WKS-TICKETS-FORMAT.
           MOVE WKS-R-VENTA TO WKS-VENTA-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-ETIQUETA(1:8) TO WKS-REP-LINEA(1:8).
           MOVE WKS-TICKETS-FORMAT TO WKS-REP-LINEA(10:6).
           MOVE WKS-VENTA-FORMAT TO WKS-REP-LINEA(17:12).
           COMPUTE WKS-HORAS-CALC ROUNDED = WKS-R-MIN-PISO / 60.
           MOVE WKS-HORAS-CALC TO WKS-HORAS-FORMAT.
           MOVE WKS-HORAS-FORMAT TO WKS-REP-LINEA(30:6).
           COMPUTE WKS-HORAS-CALC ROUNDED = WKS-R-MIN-OFICINA / 60.
           MOVE WKS-HORAS-CALC TO WKS-HORAS-FORMAT.
           MOVE WKS-HORAS-FORMAT TO WKS-REP-LINEA(37:6).
           MOVE WKS-R-COSTO TO WKS-COSTO-FORMAT.
           MOVE WKS-COSTO-FORMAT TO WKS-REP-LINEA(44:11).
           MOVE WKS-R-VPH TO WKS-VPH-FORMAT.
           MOVE WKS-VPH-FORMAT TO WKS-REP-LINEA(56:10).
           MOVE WKS-R-PCT TO WKS-PCT-FORMAT.
           MOVE WKS-PCT-FORMAT TO WKS-REP-LINEA(67:5).
           MOVE WKS-MARCA TO WKS-REP-LINEA(73:8).
           PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY CHECEF-PROC.

       END PROGRAM PRODUCTIVIDAD-LABORAL.
