      ******************************************************************
      * Author:
      * Date:
      * Purpose: VENTAS POR ZONA: VENTA NETA, CLIENTES Y TICKET
      *          PROMEDIO POR CODIGO POSTAL Y POR COLONIA EN UN RANGO
      *          DE FECHAS, PARA ESCOGER A DONDE MANDAR VOLANTES Y
      *          HASTA DONDE LLEGAR CON LAS ENTREGAS A DOMICILIO. LA
      *          ZONA SALE DEL DOMICILIO ESTRUCTURADO DEL CLIENTE
      *          (RC-CODIGO-POSTAL / RC-COLONIA) A TRAVES DE
      *          TR-CLIENTE-ID; SE RECORREN VENTAS.TXT Y LOS MESES
      *          ARCHIVADOS VENTAS-AAAAMM.TXT DEL RANGO. FOLIOS
      *          CANCELADOS NO CUENTAN Y LAS DEVOLUCIONES RESTAN; LA
      *          VENTA DE MOSTRADOR (SIN CLIENTE) SE DA APARTE Y LOS
      *          CLIENTES SIN CODIGO POSTAL CAEN EN SU PROPIO RENGLON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ZONAS.

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

           SELECT CLIENTE-FILE ASSIGN TO WKS-RUTA-CLIENTES
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RC-ID
                                   FILE STATUS CLI-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                       PIC X(150).

       FD CLIENTE-FILE.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.

       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 CLI-STATUS              PIC X(02).

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 WKS-FECHA-DESDE         PIC 9(08).
       77 WKS-FECHA-HASTA         PIC 9(08).
       77 WKS-MES-HOY             PIC 9(06).
       01 WKS-MES-CURSOR          PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).
       77 WKS-MES-FINAL           PIC 9(06).

       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-HAY-CLIENTES        PIC X(01) VALUE "N".

      * VISTA COMUN DE LA PARTIDA EN PROCESO (VIVA O ARCHIVADA)
       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.

      * CLIENTES YA VISTOS: SU ZONA Y EL ULTIMO FOLIO CONTADO
       01 WKS-TABLA-CLIENTES.
           02 WKS-CL-RENGLON OCCURS 1000 TIMES.
               03 WKS-CL-ID           PIC 9(10).
               03 WKS-CL-ZONA         PIC 9(03).
               03 WKS-CL-ULT-FOLIO    PIC 9(10).
       77 WKS-NUM-CLIENTES        PIC 9(04) VALUE 0.
       77 WKS-IDX-CL              PIC 9(04).
       77 WKS-POS-CL              PIC 9(04).

      * ZONAS: CODIGO POSTAL + COLONIA (LA 1 ES "SIN CODIGO POSTAL")
       01 WKS-TABLA-ZONAS.
           02 WKS-ZN-RENGLON OCCURS 300 TIMES.
               03 WKS-ZN-CP           PIC X(05).
               03 WKS-ZN-COLONIA      PIC X(40).
               03 WKS-ZN-NETO         PIC S9(13)V9(02).
               03 WKS-ZN-CLIENTES     PIC 9(05).
               03 WKS-ZN-TICKETS      PIC 9(07).
               03 WKS-ZN-USADO        PIC X(01).
       77 WKS-NUM-ZONAS           PIC 9(03) VALUE 0.
       77 WKS-IDX-ZN              PIC 9(03).
       77 WKS-POS-ZN              PIC 9(03).
       77 WKS-CP-BUSCADO          PIC X(05).
       77 WKS-COLONIA-BUSCADA     PIC X(40).

      * CODIGOS POSTALES (SUMA DE SUS COLONIAS)
       01 WKS-TABLA-CPS.
           02 WKS-CP-RENGLON OCCURS 300 TIMES.
               03 WKS-CP-CODIGO       PIC X(05).
               03 WKS-CP-NETO         PIC S9(13)V9(02).
               03 WKS-CP-CLIENTES     PIC 9(05).
               03 WKS-CP-TICKETS      PIC 9(07).
               03 WKS-CP-COLONIAS     PIC 9(03).
               03 WKS-CP-USADO        PIC X(01).
       77 WKS-NUM-CPS             PIC 9(03) VALUE 0.
       77 WKS-IDX-CP              PIC 9(03).
       77 WKS-POS-CP              PIC 9(03).

       77 WKS-AVISO-LLENA         PIC X(01) VALUE "N".
       77 WKS-IMPORTE-RENGLON     PIC 9(13)V9(02).
       77 WKS-NETO-MOSTRADOR      PIC S9(13)V9(02) VALUE 0.
       77 WKS-TICKETS-MOSTRADOR   PIC 9(07) VALUE 0.
       77 WKS-ULT-FOLIO-MOSTRADOR PIC 9(10) VALUE 0.
       77 WKS-NETO-TOTAL          PIC S9(13)V9(02) VALUE 0.
       77 WKS-TICKETS-TOTAL       PIC 9(07) VALUE 0.

      * ARMADO DE LOS RANKINGS (SELECCION DEL MAYOR NO USADO)
       77 WKS-LUGAR               PIC 9(03).
       77 WKS-MEJOR-POS           PIC 9(03).
       77 WKS-MEJOR-NETO          PIC S9(13)V9(02).
       77 WKS-PROMEDIO            PIC S9(11)V9(02).
       77 WKS-NETO-FORMAT         PIC -Z(9)9.99.
       77 WKS-PROM-FORMAT         PIC -Z(6)9.99.
       77 WKS-CLIENTES-FORMAT     PIC ZZZZ9.
       77 WKS-TICKETS-FORMAT      PIC ZZZZZ9.
       77 WKS-COLONIAS-FORMAT     PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== VENTAS POR ZONA (CODIGO POSTAL Y COLONIA) ===".
           PERFORM 1700-CARGAR-CONFIG.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 0100-PEDIR-DESDE UNTIL WKS-FECHA-VALIDA.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 0110-PEDIR-HASTA UNTIL WKS-FECHA-VALIDA.
           OPEN INPUT CLIENTE-FILE.
           IF CLI-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "SIN MAESTRO DE CLIENTES, NO HAY ZONAS QUE "
                       "REPORTAR"
           ELSE
               MOVE "S" TO WKS-HAY-CLIENTES
               PERFORM 1000-INICIAR-ZONAS
               PERFORM 2000-RECORRER-VIVO
               PERFORM 3000-RECORRER-ARCHIVOS
               CLOSE CLIENTE-FILE
               PERFORM 4000-SUMAR-CPS
               PERFORM 5000-IMPRIMIR
               DISPLAY "REPORTE EN REPORTE-ZONAS.TXT".
           GOBACK.

       0100-PEDIR-DESDE.
           DISPLAY "FECHA INICIAL DEL PERIODO (AAAAMMDD)".
           ACCEPT WKS-FECHA-DESDE.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

       0110-PEDIR-HASTA.
           DISPLAY "FECHA FINAL DEL PERIODO (AAAAMMDD)".
           ACCEPT WKS-FECHA-HASTA.
           MOVE WKS-FECHA-HASTA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      * LA ZONA 1 JUNTA A LOS CLIENTES SIN CODIGO POSTAL (Y A LOS QUE
      * YA NO ESTAN EN EL MAESTRO), PARA QUE SU VENTA NO SE PIERDA
       1000-INICIAR-ZONAS.
           MOVE 1 TO WKS-NUM-ZONAS.
           MOVE "-----" TO WKS-ZN-CP(1).
           MOVE "SIN DOMICILIO ESTRUCTURADO" TO WKS-ZN-COLONIA(1).
           MOVE 0 TO WKS-ZN-NETO(1).
           MOVE 0 TO WKS-ZN-CLIENTES(1).
           MOVE 0 TO WKS-ZN-TICKETS(1).
           MOVE "N" TO WKS-ZN-USADO(1).

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

      * MESES ARCHIVADOS DEL RANGO, ANTERIORES AL MES EN CURSO (EL
      * MES EN CURSO SIGUE EN VENTAS.TXT); UN MES SIN ARCHIVO SE
      * BRINCA
       3000-RECORRER-ARCHIVOS.
           ACCEPT WKS-FECHA-VALIDAR FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-VALIDAR(1:6) TO WKS-MES-HOY.
           MOVE WKS-FECHA-DESDE(1:6) TO WKS-MES-CURSOR.
           MOVE WKS-FECHA-HASTA(1:6) TO WKS-MES-FINAL.
           IF WKS-MES-FINAL IS NOT LESS THAN WKS-MES-HOY THEN
               MOVE WKS-MES-HOY TO WKS-MES-FINAL
               PERFORM 3200-MES-ANTERIOR-FINAL.
           PERFORM 3100-MES-ARCHIVADO
               UNTIL WKS-MES-CURSOR IS GREATER THAN WKS-MES-FINAL.

       3100-MES-ARCHIVADO.
           MOVE WKS-MES-CURSOR TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 3110-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           IF WKS-MC-MES IS EQUAL TO 12 THEN
               MOVE 1 TO WKS-MC-MES
               ADD 1 TO WKS-MC-ANIO
           ELSE
               ADD 1 TO WKS-MC-MES.

       3110-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 2500-ACUMULAR-PARTIDA
                       THRU 2500-SALIR.

       3200-MES-ANTERIOR-FINAL.
           IF WKS-MES-FINAL(5:2) IS EQUAL TO "01" THEN
               SUBTRACT 89 FROM WKS-MES-FINAL
           ELSE
               SUBTRACT 1 FROM WKS-MES-FINAL.

      ******************************************************************
      * ACUMULACION DE UNA PARTIDA (YA EN LA VISTA VA-) EN LA ZONA DE
      * SU CLIENTE
      ******************************************************************
       2500-ACUMULAR-PARTIDA.
           IF VA-ESTADO IS EQUAL TO "C" THEN
               GO TO 2500-SALIR.
           IF VA-FECHA IS LESS THAN WKS-FECHA-DESDE OR
              VA-FECHA IS GREATER THAN WKS-FECHA-HASTA THEN
               GO TO 2500-SALIR.
           COMPUTE WKS-IMPORTE-RENGLON = VA-CANTIDAD * VA-PRECIO.
           IF VA-CLIENTE-ID IS NOT NUMERIC OR
              VA-CLIENTE-ID IS EQUAL TO 0 THEN
               PERFORM 2550-ACUMULAR-MOSTRADOR
               GO TO 2500-SALIR.
           PERFORM 2600-BUSCAR-CLIENTE.
           IF WKS-POS-CL IS EQUAL TO 0 THEN
               GO TO 2500-SALIR.
           MOVE WKS-CL-ZONA(WKS-POS-CL) TO WKS-POS-ZN.
           IF VA-TIPO IS EQUAL TO "D" THEN
               SUBTRACT WKS-IMPORTE-RENGLON
                   FROM WKS-ZN-NETO(WKS-POS-ZN)
               SUBTRACT WKS-IMPORTE-RENGLON FROM WKS-NETO-TOTAL
           ELSE
               ADD WKS-IMPORTE-RENGLON TO WKS-ZN-NETO(WKS-POS-ZN)
               ADD WKS-IMPORTE-RENGLON TO WKS-NETO-TOTAL
               IF VA-FOLIO IS NOT EQUAL TO
                  WKS-CL-ULT-FOLIO(WKS-POS-CL) THEN
                   ADD 1 TO WKS-ZN-TICKETS(WKS-POS-ZN)
                   ADD 1 TO WKS-TICKETS-TOTAL
                   MOVE VA-FOLIO TO WKS-CL-ULT-FOLIO(WKS-POS-CL).
       2500-SALIR.
           EXIT.

       2550-ACUMULAR-MOSTRADOR.
           IF VA-TIPO IS EQUAL TO "D" THEN
               SUBTRACT WKS-IMPORTE-RENGLON FROM WKS-NETO-MOSTRADOR
           ELSE
               ADD WKS-IMPORTE-RENGLON TO WKS-NETO-MOSTRADOR
               IF VA-FOLIO IS NOT EQUAL TO WKS-ULT-FOLIO-MOSTRADOR
               THEN
                   ADD 1 TO WKS-TICKETS-MOSTRADOR
                   MOVE VA-FOLIO TO WKS-ULT-FOLIO-MOSTRADOR.

      * UN CLIENTE NUEVO SE LEE DEL MAESTRO UNA SOLA VEZ Y SE AMARRA
      * A SU ZONA, QUE CUENTA UN CLIENTE MAS
       2600-BUSCAR-CLIENTE.
           MOVE 0 TO WKS-POS-CL.
           MOVE 1 TO WKS-IDX-CL.
           PERFORM 2610-CICLO-CLIENTE
               UNTIL WKS-IDX-CL IS GREATER THAN WKS-NUM-CLIENTES
                  OR WKS-POS-CL IS GREATER THAN 0.
           IF WKS-POS-CL IS EQUAL TO 0 THEN
               IF WKS-NUM-CLIENTES IS LESS THAN 1000 THEN
                   PERFORM 2620-ALTA-CLIENTE
               ELSE
               IF WKS-AVISO-LLENA IS NOT EQUAL TO "S" THEN
                   DISPLAY "TABLA DE CLIENTES LLENA, SE REPORTAN "
                           "SOLO LOS PRIMEROS 1000"
                   MOVE "S" TO WKS-AVISO-LLENA.

       2610-CICLO-CLIENTE.
           IF WKS-CL-ID(WKS-IDX-CL) IS EQUAL TO VA-CLIENTE-ID THEN
               MOVE WKS-IDX-CL TO WKS-POS-CL
           ELSE
               ADD 1 TO WKS-IDX-CL.

       2620-ALTA-CLIENTE.
           MOVE "-----" TO WKS-CP-BUSCADO.
           MOVE "SIN DOMICILIO ESTRUCTURADO" TO WKS-COLONIA-BUSCADA.
           MOVE VA-CLIENTE-ID TO RC-ID.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-CODIGO-POSTAL IS NUMERIC THEN
                       MOVE RC-CODIGO-POSTAL TO WKS-CP-BUSCADO
                       MOVE RC-COLONIA TO WKS-COLONIA-BUSCADA
                   END-IF
           END-READ.
           PERFORM 2650-BUSCAR-ZONA.
           IF WKS-POS-ZN IS GREATER THAN 0 THEN
               ADD 1 TO WKS-NUM-CLIENTES
               MOVE WKS-NUM-CLIENTES TO WKS-POS-CL
               MOVE VA-CLIENTE-ID TO WKS-CL-ID(WKS-POS-CL)
               MOVE WKS-POS-ZN TO WKS-CL-ZONA(WKS-POS-CL)
               MOVE 0 TO WKS-CL-ULT-FOLIO(WKS-POS-CL)
               ADD 1 TO WKS-ZN-CLIENTES(WKS-POS-ZN).

      * ZONA CON EL MISMO CODIGO Y COLONIA, O UNA NUEVA; CON LA TABLA
      * LLENA EL CLIENTE CAE EN "SIN DOMICILIO ESTRUCTURADO"
       2650-BUSCAR-ZONA.
           MOVE 0 TO WKS-POS-ZN.
           MOVE 1 TO WKS-IDX-ZN.
           PERFORM 2660-CICLO-ZONA
               UNTIL WKS-IDX-ZN IS GREATER THAN WKS-NUM-ZONAS
                  OR WKS-POS-ZN IS GREATER THAN 0.
           IF WKS-POS-ZN IS EQUAL TO 0 THEN
               IF WKS-NUM-ZONAS IS LESS THAN 300 THEN
                   ADD 1 TO WKS-NUM-ZONAS
                   MOVE WKS-NUM-ZONAS TO WKS-POS-ZN
                   MOVE WKS-CP-BUSCADO TO WKS-ZN-CP(WKS-POS-ZN)
                   MOVE WKS-COLONIA-BUSCADA
                       TO WKS-ZN-COLONIA(WKS-POS-ZN)
                   MOVE 0 TO WKS-ZN-NETO(WKS-POS-ZN)
                   MOVE 0 TO WKS-ZN-CLIENTES(WKS-POS-ZN)
                   MOVE 0 TO WKS-ZN-TICKETS(WKS-POS-ZN)
                   MOVE "N" TO WKS-ZN-USADO(WKS-POS-ZN)
               ELSE
                   MOVE 1 TO WKS-POS-ZN.

       2660-CICLO-ZONA.
           IF WKS-ZN-CP(WKS-IDX-ZN) IS EQUAL TO WKS-CP-BUSCADO AND
              WKS-ZN-COLONIA(WKS-IDX-ZN) IS EQUAL TO
              WKS-COLONIA-BUSCADA THEN
               MOVE WKS-IDX-ZN TO WKS-POS-ZN
           ELSE
               ADD 1 TO WKS-IDX-ZN.

      ******************************************************************
      * TOTALES POR CODIGO POSTAL A PARTIR DE SUS COLONIAS
      ******************************************************************
       4000-SUMAR-CPS.
           MOVE 0 TO WKS-NUM-CPS.
           MOVE 1 TO WKS-IDX-ZN.
           PERFORM 4100-SUMAR-UNA-ZONA
               UNTIL WKS-IDX-ZN IS GREATER THAN WKS-NUM-ZONAS.

       4100-SUMAR-UNA-ZONA.
           MOVE 0 TO WKS-POS-CP.
           MOVE 1 TO WKS-IDX-CP.
           PERFORM 4110-CICLO-CP
               UNTIL WKS-IDX-CP IS GREATER THAN WKS-NUM-CPS
                  OR WKS-POS-CP IS GREATER THAN 0.
           IF WKS-POS-CP IS EQUAL TO 0 THEN
               ADD 1 TO WKS-NUM-CPS
               MOVE WKS-NUM-CPS TO WKS-POS-CP
               MOVE WKS-ZN-CP(WKS-IDX-ZN) TO WKS-CP-CODIGO(WKS-POS-CP)
               MOVE 0 TO WKS-CP-NETO(WKS-POS-CP)
               MOVE 0 TO WKS-CP-CLIENTES(WKS-POS-CP)
               MOVE 0 TO WKS-CP-TICKETS(WKS-POS-CP)
               MOVE 0 TO WKS-CP-COLONIAS(WKS-POS-CP)
               MOVE "N" TO WKS-CP-USADO(WKS-POS-CP).
           ADD WKS-ZN-NETO(WKS-IDX-ZN) TO WKS-CP-NETO(WKS-POS-CP).
           ADD WKS-ZN-CLIENTES(WKS-IDX-ZN)
               TO WKS-CP-CLIENTES(WKS-POS-CP).
           ADD WKS-ZN-TICKETS(WKS-IDX-ZN)
               TO WKS-CP-TICKETS(WKS-POS-CP).
           ADD 1 TO WKS-CP-COLONIAS(WKS-POS-CP).
           ADD 1 TO WKS-IDX-ZN.

       4110-CICLO-CP.
           IF WKS-CP-CODIGO(WKS-IDX-CP) IS EQUAL TO
              WKS-ZN-CP(WKS-IDX-ZN) THEN
               MOVE WKS-IDX-CP TO WKS-POS-CP
           ELSE
               ADD 1 TO WKS-IDX-CP.

      ******************************************************************
      * IMPRESION: PRIMERO LOS CODIGOS POSTALES Y LUEGO LAS COLONIAS,
      * CADA LISTA DE MAYOR A MENOR VENTA NETA, COMO LOS DEMAS TOP
      ******************************************************************
       5000-IMPRIMIR.
           MOVE "REPORTE-ZONAS.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "VENTAS POR ZONA DEL " WKS-FECHA-DESDE " AL "
                  WKS-FECHA-HASTA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "CP    COLONIA                  CLTES TICKET      VENTA
      -        " NETA   PROMEDIO" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "--- POR CODIGO POSTAL ---" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-LUGAR.
           PERFORM 5100-SACAR-MEJOR-CP
               UNTIL WKS-LUGAR IS GREATER THAN WKS-NUM-CPS.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "--- POR COLONIA ---" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-LUGAR.
           PERFORM 5200-SACAR-MEJOR-ZONA
               UNTIL WKS-LUGAR IS GREATER THAN WKS-NUM-ZONAS.
           PERFORM 5300-TOTALES.
           PERFORM 1965-REPORTE-TERMINAR.

       5100-SACAR-MEJOR-CP.
           MOVE 0 TO WKS-MEJOR-POS.
           MOVE -9999999999999 TO WKS-MEJOR-NETO.
           MOVE 1 TO WKS-IDX-CP.
           PERFORM 5110-CICLO-MEJOR-CP
               UNTIL WKS-IDX-CP IS GREATER THAN WKS-NUM-CPS.
           IF WKS-MEJOR-POS IS EQUAL TO 0 THEN
               MOVE 999 TO WKS-LUGAR
           ELSE
               MOVE "S" TO WKS-CP-USADO(WKS-MEJOR-POS)
               MOVE WKS-MEJOR-POS TO WKS-POS-CP
               PERFORM 5120-RENGLON-CP
               ADD 1 TO WKS-LUGAR.

       5110-CICLO-MEJOR-CP.
           IF WKS-CP-USADO(WKS-IDX-CP) IS NOT EQUAL TO "S" AND
              WKS-CP-NETO(WKS-IDX-CP) IS GREATER THAN WKS-MEJOR-NETO
           THEN
               MOVE WKS-IDX-CP TO WKS-MEJOR-POS
               MOVE WKS-CP-NETO(WKS-IDX-CP) TO WKS-MEJOR-NETO.
           ADD 1 TO WKS-IDX-CP.

       5120-RENGLON-CP.
      * UN CODIGO SIN CLIENTES (SOLO LA ZONA 1 VACIA) NO SE IMPRIME
           IF WKS-CP-CLIENTES(WKS-POS-CP) IS GREATER THAN 0 THEN
               MOVE WKS-CP-COLONIAS(WKS-POS-CP) TO WKS-COLONIAS-FORMAT
               MOVE WKS-CP-CLIENTES(WKS-POS-CP) TO WKS-CLIENTES-FORMAT
               MOVE WKS-CP-TICKETS(WKS-POS-CP) TO WKS-TICKETS-FORMAT
               MOVE WKS-CP-NETO(WKS-POS-CP) TO WKS-NETO-FORMAT
               MOVE 0 TO WKS-PROMEDIO
               IF WKS-CP-TICKETS(WKS-POS-CP) IS GREATER THAN 0 THEN
                   COMPUTE WKS-PROMEDIO ROUNDED =
                           WKS-CP-NETO(WKS-POS-CP) /
                           WKS-CP-TICKETS(WKS-POS-CP)
               END-IF
               MOVE WKS-PROMEDIO TO WKS-PROM-FORMAT
               MOVE SPACES TO WKS-REP-LINEA
               STRING WKS-CP-CODIGO(WKS-POS-CP) " "
                      WKS-COLONIAS-FORMAT " COLONIA(S)          "
                      WKS-CLIENTES-FORMAT " "
                      WKS-TICKETS-FORMAT " "
                      WKS-NETO-FORMAT " "
                      WKS-PROM-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               DISPLAY "CP " WKS-CP-CODIGO(WKS-POS-CP)
                       " CLIENTES " WKS-CLIENTES-FORMAT
                       " NETO " WKS-NETO-FORMAT
                       " PROMEDIO " WKS-PROM-FORMAT.

       5200-SACAR-MEJOR-ZONA.
           MOVE 0 TO WKS-MEJOR-POS.
           MOVE -9999999999999 TO WKS-MEJOR-NETO.
           MOVE 1 TO WKS-IDX-ZN.
           PERFORM 5210-CICLO-MEJOR-ZONA
               UNTIL WKS-IDX-ZN IS GREATER THAN WKS-NUM-ZONAS.
           IF WKS-MEJOR-POS IS EQUAL TO 0 THEN
               MOVE 999 TO WKS-LUGAR
           ELSE
               MOVE "S" TO WKS-ZN-USADO(WKS-MEJOR-POS)
               MOVE WKS-MEJOR-POS TO WKS-POS-ZN
               PERFORM 5220-RENGLON-ZONA
               ADD 1 TO WKS-LUGAR.

       5210-CICLO-MEJOR-ZONA.
           IF WKS-ZN-USADO(WKS-IDX-ZN) IS NOT EQUAL TO "S" AND
              WKS-ZN-NETO(WKS-IDX-ZN) IS GREATER THAN WKS-MEJOR-NETO
           THEN
               MOVE WKS-IDX-ZN TO WKS-MEJOR-POS
               MOVE WKS-ZN-NETO(WKS-IDX-ZN) TO WKS-MEJOR-NETO.
           ADD 1 TO WKS-IDX-ZN.

       5220-RENGLON-ZONA.
           IF WKS-ZN-CLIENTES(WKS-POS-ZN) IS GREATER THAN 0 THEN
               MOVE WKS-ZN-CLIENTES(WKS-POS-ZN) TO WKS-CLIENTES-FORMAT
               MOVE WKS-ZN-TICKETS(WKS-POS-ZN) TO WKS-TICKETS-FORMAT
               MOVE WKS-ZN-NETO(WKS-POS-ZN) TO WKS-NETO-FORMAT
               MOVE 0 TO WKS-PROMEDIO
               IF WKS-ZN-TICKETS(WKS-POS-ZN) IS GREATER THAN 0 THEN
                   COMPUTE WKS-PROMEDIO ROUNDED =
                           WKS-ZN-NETO(WKS-POS-ZN) /
                           WKS-ZN-TICKETS(WKS-POS-ZN)
               END-IF
               MOVE WKS-PROMEDIO TO WKS-PROM-FORMAT
               MOVE SPACES TO WKS-REP-LINEA
               STRING WKS-ZN-CP(WKS-POS-ZN) " "
                      WKS-ZN-COLONIA(WKS-POS-ZN)(1:24) " "
                      WKS-CLIENTES-FORMAT " "
                      WKS-TICKETS-FORMAT " "
                      WKS-NETO-FORMAT " "
                      WKS-PROM-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.

       5300-TOTALES.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NUM-CLIENTES TO WKS-CLIENTES-FORMAT.
           MOVE WKS-TICKETS-TOTAL TO WKS-TICKETS-FORMAT.
           MOVE WKS-NETO-TOTAL TO WKS-NETO-FORMAT.
           MOVE 0 TO WKS-PROMEDIO.
           IF WKS-TICKETS-TOTAL IS GREATER THAN 0 THEN
               COMPUTE WKS-PROMEDIO ROUNDED =
                       WKS-NETO-TOTAL / WKS-TICKETS-TOTAL.
           MOVE WKS-PROMEDIO TO WKS-PROM-FORMAT.
           STRING "TOTAL CON CLIENTE               "
                  WKS-CLIENTES-FORMAT " "
                  WKS-TICKETS-FORMAT " "
                  WKS-NETO-FORMAT " "
                  WKS-PROM-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TICKETS-MOSTRADOR TO WKS-TICKETS-FORMAT.
           MOVE WKS-NETO-MOSTRADOR TO WKS-NETO-FORMAT.
           MOVE 0 TO WKS-PROMEDIO.
           IF WKS-TICKETS-MOSTRADOR IS GREATER THAN 0 THEN
               COMPUTE WKS-PROMEDIO ROUNDED =
                       WKS-NETO-MOSTRADOR / WKS-TICKETS-MOSTRADOR.
           MOVE WKS-PROMEDIO TO WKS-PROM-FORMAT.
           STRING "MOSTRADOR (SIN CLIENTE)               "
                  WKS-TICKETS-FORMAT " "
                  WKS-NETO-FORMAT " "
                  WKS-PROM-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-ZN-CLIENTES(1) TO WKS-CLIENTES-FORMAT.
           STRING "CLIENTES CON COMPRA Y SIN CODIGO POSTAL: "
                  WKS-CLIENTES-FORMAT
                  " (VER CONVIERTE-DOMICILIOS)"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.
