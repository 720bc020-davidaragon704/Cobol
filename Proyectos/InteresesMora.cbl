      ******************************************************************
      * Author:
      * Date:
      * Purpose: INTERES MORATORIO DEL CIERRE DE MES. RECORRE EL
      *          MAESTRO DE CLIENTES, APLICA LOS ABONOS A LOS CARGOS
      *          MAS VIEJOS (FIFO, IGUAL QUE LA ANTIGUEDAD DE SALDOS
      *          DE COMERCIO Y ANTIGUEDAD-CARTERA) CON LOS MOVIMIENTOS
      *          HASTA EL ULTIMO DIA DEL MES Y COBRA, SOBRE LO QUE
      *          QUEDA DE CADA CARGO CON MAS DE DIAS-VENCIMIENTO DIAS,
      *          LA TASA MENSUAL DE LA CONFIGURACION (TASA-MORA-
      *          MENSUAL) EN PROPORCION A LOS DIAS DEL MES QUE ESTUVO
      *          VENCIDO. LOS INTERESES DE MESES ANTERIORES NO
      *          GENERAN INTERES. EL CARGO DE CADA CLIENTE SE ASIENTA
      *          EN CUENTAS-CLIENTES.TXT COMO MOVIMIENTO I CON
      *          REFERENCIA "INT AAAAMM" Y FECHA DEL ULTIMO DIA DEL
      *          MES; UN CLIENTE QUE YA TIENE EL DEL MES SE OMITE,
      *          PARA QUE LA RECORRIDA NO COBRE DOBLE. CADA CARGO SE
      *          LISTA CON SU DETALLE EN INTERESES-MORA-AAAAMM.TXT. LA
      *          CONDONACION LA HACE COMERCIO CON AUTORIZACION DE
      *          SUPERVISOR. CON LA TARJETA TARJETA-INTERESES.TXT
      *          ("INTERESES AAAAMM") CORRE SIN CAPTURA EN LA CADENA
      *          MENSUAL DE ORQUESTA-LOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERESES-MORA.

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

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-INTERESES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

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

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.

      * LA TASA, EL PLAZO Y EL MAESTRO VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.

       77 CLI-STATUS              PIC X(02).
       77 CU-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).

      * CON LA TARJETA PRESENTE NO HAY CAPTURA (LA CADENA MENSUAL
      * DEL ORQUESTADOR LA DEJA ESCRITA)
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".
       77 WKS-FECHA-HOY           PIC 9(08).

       01 WKS-MES-REPORTE         PIC 9(06).
       01 WKS-MES-REP-DESGLOSE REDEFINES WKS-MES-REPORTE.
           02 WKS-MR-ANIO         PIC 9(04).
           02 WKS-MR-MES          PIC 9(02).

      * EL CORTE ES EL ULTIMO DIA DEL MES; LOS MOVIMIENTOS POSTERIORES
      * NO CUENTAN (LA CORRIDA PUEDE SER DIAS DESPUES DEL CIERRE)
       77 WKS-FECHA-CORTE         PIC 9(08).
       77 WKS-DIAS-DEL-MES        PIC 9(02).
       77 WKS-REF-INTERES         PIC X(12).

       77 WKS-FIN-CLIENTES        PIC X(01) VALUE "N".
           88 WKS-EOF-CLIENTES    VALUE "S".
       77 WKS-FIN-CUENTA          PIC X(01) VALUE "N".
           88 WKS-EOF-CUENTA      VALUE "S".
       77 WKS-CLIENTE-CONSULTA    PIC 9(10).
       77 WKS-YA-COBRADO-SW       PIC X(01) VALUE "N".
           88 WKS-YA-COBRADO      VALUE "S".

      * CARGOS DEL CLIENTE EN CURSO (APLICACION FIFO DE ABONOS); EL
      * TIPO DISTINGUE LOS INTERESES, QUE NO GENERAN INTERES
       01 WKS-TABLA-CARGOS.
           02 WKS-CG-RENGLON OCCURS 200 TIMES.
               03 WKS-CG-FECHA        PIC 9(08).
               03 WKS-CG-IMPORTE      PIC 9(11)V9(02).
               03 WKS-CG-REFERENCIA   PIC X(12).
               03 WKS-CG-TIPO         PIC X(01).
               03 WKS-CG-DIAS-MORA    PIC 9(03).
               03 WKS-CG-INTERES      PIC 9(11)V9(02).
       77 WKS-NUM-CARGOS          PIC 9(03).
       77 WKS-IDX-CG              PIC 9(03).
       77 WKS-POS-INTERES         PIC 9(03).
       77 WKS-REF-BUSCADA         PIC X(12).
       77 WKS-ABONOS-TOTAL        PIC 9(13)V9(02).
       77 WKS-EDAD-DIAS           PIC S9(07).

      * INTERES DEL CLIENTE EN CURSO
       77 WKS-BASE-CLIENTE        PIC 9(13)V9(02).
       77 WKS-INTERES-CLIENTE     PIC 9(11)V9(02).

      * TOTALES DE LA CORRIDA
       77 WKS-CLIENTES-COBRADOS   PIC 9(05) VALUE 0.
       77 WKS-CLIENTES-OMITIDOS   PIC 9(05) VALUE 0.
       77 WKS-TOT-BASE            PIC 9(15)V9(02) VALUE 0.
       77 WKS-TOT-INTERES         PIC 9(15)V9(02) VALUE 0.

       77 WKS-IMPORTE-FORMAT      PIC -(13)9.99.
       77 WKS-IMPORTE-FORMAT-2    PIC -(10)9.99.
       77 WKS-INTERES-FORMAT      PIC -(10)9.99.
       77 WKS-TASA-FORMAT         PIC ZZ9.9999.
       77 WKS-DIAS-FORMAT         PIC ZZ9.
       77 WKS-CONTADOR-FORMAT     PIC Z(04)9.

           COPY REPORTE-WS.
           COPY FECHA-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== INTERES MORATORIO DEL MES ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0100-REVISAR-TARJETA.
           IF NOT WKS-MODO-LOTE THEN
               DISPLAY "MES A COBRAR (AAAAMM, 0 = MES ANTERIOR)"
               ACCEPT WKS-MES-REPORTE
               IF WKS-MES-REPORTE IS EQUAL TO 0 THEN
                   PERFORM 0110-MES-ANTERIOR.
           IF WKS-MR-MES IS LESS THAN 1 OR
              WKS-MR-MES IS GREATER THAN 12 THEN
               DISPLAY "MES INVALIDO, NO SE COBRAN INTERESES"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WKS-CFG-TASA-MORA IS EQUAL TO 0 THEN
               DISPLAY "TASA-MORA-MENSUAL EN CERO, NO SE COBRAN "
                       "INTERESES"
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM 1000-CALCULAR-CORTE
               PERFORM 2000-RECORRER-CLIENTES
               DISPLAY "CLIENTES CON INTERES: " WKS-CLIENTES-COBRADOS
               DISPLAY "REPORTE EN " WKS-REP-NOMBRE.
           GOBACK.

      * LA TARJETA ("INTERESES AAAAMM") SE BORRA COMO EN LOS DEMAS
      * LOTES; SIN MES LEGIBLE SE COBRA EL MES ANTERIOR AL DE HOY
       0100-REVISAR-TARJETA.
           OPEN INPUT TARJETA-FILE.
           IF TJ-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EN-LOTE
               READ TARJETA-FILE
                   AT END
                       PERFORM 0110-MES-ANTERIOR
                   NOT AT END
                       IF REG-TARJETA(11:6) IS NUMERIC THEN
                           MOVE REG-TARJETA(11:6) TO WKS-MES-REPORTE
                       ELSE
                           DISPLAY "TARJETA SIN MES LEGIBLE, SE "
                                   "COBRA EL MES ANTERIOR"
                           PERFORM 0110-MES-ANTERIOR
               END-READ
               CLOSE TARJETA-FILE
               DELETE FILE TARJETA-FILE
               DISPLAY "MES A COBRAR (TARJETA): " WKS-MES-REPORTE.

       0110-MES-ANTERIOR.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-REPORTE.
           IF WKS-MR-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MR-MES
               SUBTRACT 1 FROM WKS-MR-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MR-MES.

       1000-CALCULAR-CORTE.
           MOVE WKS-MR-ANIO TO WKS-FE-ANIO.
           MOVE WKS-MR-MES TO WKS-FE-MES.
           PERFORM 2705-FE-DIAS-DEL-MES.
           MOVE WKS-FE-DIAS-MES TO WKS-DIAS-DEL-MES.
           MOVE WKS-MES-REPORTE TO WKS-FECHA-CORTE(1:6).
           MOVE WKS-FE-DIAS-MES TO WKS-FECHA-CORTE(7:2).
           MOVE SPACES TO WKS-REF-INTERES.
           STRING "INT " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REF-INTERES.

       2000-RECORRER-CLIENTES.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "INTERESES-MORA-" WKS-MES-REPORTE ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "INTERES MORATORIO DEL MES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "CLIENTE    NOMBRE                    BASE VENCIDA
      -        "        INTERES" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE WKS-CFG-TASA-MORA TO WKS-TASA-FORMAT.
           MOVE WKS-CFG-DIAS-VENCE TO WKS-DIAS-FORMAT.
           STRING "TASA MENSUAL " WKS-TASA-FORMAT "%  PLAZO "
                  WKS-DIAS-FORMAT " DIAS  CORTE " WKS-FECHA-CORTE
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "N" TO WKS-FIN-CLIENTES.
           OPEN INPUT CLIENTE-FILE.
           IF CLI-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES"
               MOVE "S" TO WKS-FIN-CLIENTES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO RC-ID
               START CLIENTE-FILE KEY IS NOT LESS THAN RC-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-CLIENTES
               END-START
               PERFORM 2010-LEER-CLIENTE UNTIL WKS-EOF-CLIENTES
               CLOSE CLIENTE-FILE
               MOVE 0 TO RETURN-CODE.
           PERFORM 6000-IMPRIMIR-TOTALES.
           PERFORM 1965-REPORTE-TERMINAR.

       2010-LEER-CLIENTE.
           READ CLIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CLIENTES
               NOT AT END
                   PERFORM 3000-INTERES-CLIENTE.

      * JUNTA LOS MOVIMIENTOS DEL CLIENTE HASTA EL CORTE, APLICA LOS
      * ABONOS (FIFO) Y CALCULA EL INTERES DE LO QUE QUEDA VENCIDO
       3000-INTERES-CLIENTE.
           MOVE RC-ID TO WKS-CLIENTE-CONSULTA.
           MOVE 0 TO WKS-NUM-CARGOS.
           MOVE 0 TO WKS-ABONOS-TOTAL.
           MOVE "N" TO WKS-YA-COBRADO-SW.
           MOVE "N" TO WKS-FIN-CUENTA.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-CUENTA
           ELSE
               PERFORM 3010-JUNTAR-MOVIMIENTO UNTIL WKS-EOF-CUENTA
               CLOSE CUENTA-FILE.
           IF WKS-YA-COBRADO THEN
               ADD 1 TO WKS-CLIENTES-OMITIDOS
               MOVE SPACES TO WKS-REP-LINEA
               STRING RC-ID " " RC-NOMBRE(1:20)
                      "  YA TIENE " WKS-REF-INTERES ", SE OMITE"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
           ELSE
           IF WKS-NUM-CARGOS IS GREATER THAN 0 THEN
               PERFORM 3040-APLICAR-FIFO
               PERFORM 4000-CALCULAR-INTERES
               IF WKS-INTERES-CLIENTE IS GREATER THAN 0 THEN
                   PERFORM 5000-ASENTAR-INTERES
                   PERFORM 5100-IMPRIMIR-CLIENTE.

       3010-JUNTAR-MOVIMIENTO.
           READ CUENTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CUENTA
               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                      AND CU-FECHA IS NOT GREATER THAN WKS-FECHA-CORTE
                   THEN
                       IF CU-TIPO IS EQUAL TO "I" AND
                          CU-REFERENCIA IS EQUAL TO WKS-REF-INTERES
                       THEN
                           MOVE "S" TO WKS-YA-COBRADO-SW
                       END-IF
                       IF CU-TIPO IS EQUAL TO "A" THEN
                           ADD CU-IMPORTE TO WKS-ABONOS-TOTAL
                       ELSE
                       IF CU-TIPO IS EQUAL TO "N" THEN
                           PERFORM 3020-APLICAR-CONDONACION
                       ELSE
                       IF WKS-NUM-CARGOS IS LESS THAN 200 THEN
                           ADD 1 TO WKS-NUM-CARGOS
                           MOVE CU-FECHA
                               TO WKS-CG-FECHA(WKS-NUM-CARGOS)
                           MOVE CU-IMPORTE
                               TO WKS-CG-IMPORTE(WKS-NUM-CARGOS)
                           MOVE CU-REFERENCIA
                               TO WKS-CG-REFERENCIA(WKS-NUM-CARGOS)
                           MOVE CU-TIPO
                               TO WKS-CG-TIPO(WKS-NUM-CARGOS).

      * UNA CONDONACION ("CON AAAAMM") ANULA EL CARGO DE INTERES DEL
      * MISMO MES ("INT AAAAMM") EN LUGAR DE IRSE CONTRA EL CARGO MAS
      * VIEJO; SI ESE CARGO NO ESTA EN LA TABLA SE APLICA COMO ABONO
       3020-APLICAR-CONDONACION.
           MOVE SPACES TO WKS-REF-BUSCADA.
           STRING "INT " CU-REFERENCIA(5:6)
               DELIMITED BY SIZE INTO WKS-REF-BUSCADA.
           MOVE 0 TO WKS-POS-INTERES.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 3030-BUSCAR-INTERES
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

       3030-BUSCAR-INTERES.
           IF WKS-CG-REFERENCIA(WKS-IDX-CG) IS EQUAL TO
              WKS-REF-BUSCADA THEN
               MOVE WKS-IDX-CG TO WKS-POS-INTERES.
           ADD 1 TO WKS-IDX-CG.

       3040-APLICAR-FIFO.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 3050-APLICAR-ABONO
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS
                  OR WKS-ABONOS-TOTAL IS EQUAL TO 0.

       3050-APLICAR-ABONO.
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

      * CADA CARGO VIVO QUE NO ES INTERES Y YA PASO SU PLAZO PAGA LA
      * TASA MENSUAL POR LOS DIAS DEL MES QUE ESTUVO VENCIDO (TOPADOS
      * A LOS DIAS DEL MES)
       4000-CALCULAR-INTERES.
           MOVE 0 TO WKS-BASE-CLIENTE.
           MOVE 0 TO WKS-INTERES-CLIENTE.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 4010-INTERES-CARGO
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS.

       4010-INTERES-CARGO.
           MOVE 0 TO WKS-CG-DIAS-MORA(WKS-IDX-CG).
           MOVE 0 TO WKS-CG-INTERES(WKS-IDX-CG).
           IF WKS-CG-IMPORTE(WKS-IDX-CG) IS GREATER THAN 0 AND
              WKS-CG-TIPO(WKS-IDX-CG) IS NOT EQUAL TO "I" THEN
               MOVE WKS-CG-FECHA(WKS-IDX-CG) TO WKS-FECHA-DE
               MOVE WKS-FECHA-CORTE TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               COMPUTE WKS-EDAD-DIAS =
                       WKS-DIAS-DIFERENCIA - WKS-CFG-DIAS-VENCE
               IF WKS-EDAD-DIAS IS GREATER THAN 0 THEN
                   IF WKS-EDAD-DIAS IS GREATER THAN WKS-DIAS-DEL-MES
                   THEN
                       MOVE WKS-DIAS-DEL-MES TO WKS-EDAD-DIAS
                   END-IF
                   MOVE WKS-EDAD-DIAS TO WKS-CG-DIAS-MORA(WKS-IDX-CG)
                   COMPUTE WKS-CG-INTERES(WKS-IDX-CG) ROUNDED =
                           WKS-CG-IMPORTE(WKS-IDX-CG) *
                           WKS-CFG-TASA-MORA / 100 *
                           WKS-EDAD-DIAS / WKS-DIAS-DEL-MES
                   ADD WKS-CG-IMPORTE(WKS-IDX-CG) TO WKS-BASE-CLIENTE
                   ADD WKS-CG-INTERES(WKS-IDX-CG)
                       TO WKS-INTERES-CLIENTE.
           ADD 1 TO WKS-IDX-CG.

      * UN SOLO MOVIMIENTO I POR CLIENTE Y MES, FECHADO AL CORTE
       5000-ASENTAR-INTERES.
           MOVE WKS-FECHA-CORTE TO CU-FECHA.
           MOVE WKS-CLIENTE-CONSULTA TO CU-CLIENTE-ID.
           MOVE "I" TO CU-TIPO.
           MOVE WKS-INTERES-CLIENTE TO CU-IMPORTE.
           MOVE WKS-REF-INTERES TO CU-REFERENCIA.
           OPEN EXTEND CUENTA-FILE.
           IF CU-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CUENTA-FILE.
           WRITE REG-CUENTA.
           CLOSE CUENTA-FILE.
           ADD 1 TO WKS-CLIENTES-COBRADOS.
           ADD WKS-BASE-CLIENTE TO WKS-TOT-BASE.
           ADD WKS-INTERES-CLIENTE TO WKS-TOT-INTERES.

       5100-IMPRIMIR-CLIENTE.
           MOVE WKS-BASE-CLIENTE TO WKS-IMPORTE-FORMAT.
           MOVE WKS-INTERES-CLIENTE TO WKS-IMPORTE-FORMAT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING RC-ID " " RC-NOMBRE(1:20) " " WKS-IMPORTE-FORMAT
                  " " WKS-IMPORTE-FORMAT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 5110-IMPRIMIR-CARGO
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS.

       5110-IMPRIMIR-CARGO.
           IF WKS-CG-INTERES(WKS-IDX-CG) IS GREATER THAN 0 THEN
               MOVE WKS-CG-IMPORTE(WKS-IDX-CG) TO WKS-IMPORTE-FORMAT-2
               MOVE WKS-CG-DIAS-MORA(WKS-IDX-CG) TO WKS-DIAS-FORMAT
               MOVE WKS-CG-INTERES(WKS-IDX-CG) TO WKS-INTERES-FORMAT
               MOVE SPACES TO WKS-REP-LINEA
               STRING "    " WKS-CG-FECHA(WKS-IDX-CG) " "
                      WKS-CG-REFERENCIA(WKS-IDX-CG) " "
                      WKS-IMPORTE-FORMAT-2 " DIAS " WKS-DIAS-FORMAT
                      " " WKS-INTERES-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-CG.

       6000-IMPRIMIR-TOTALES.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-CLIENTES-COBRADOS TO WKS-CONTADOR-FORMAT.
           STRING "CLIENTES CON INTERES:            "
                  WKS-CONTADOR-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-CLIENTES-OMITIDOS TO WKS-CONTADOR-FORMAT.
           STRING "OMITIDOS (YA COBRADOS EN EL MES):"
                  WKS-CONTADOR-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-TOT-BASE TO WKS-IMPORTE-FORMAT.
           STRING "TOTAL BASE VENCIDA:     " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-TOT-INTERES TO WKS-IMPORTE-FORMAT.
           STRING "TOTAL INTERES CARGADO:  " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.
