      *          DEVOLUCIONES RESTAN Y LOS FOLIOS CANCELADOS NO
      *          CUENTAN. LA COMISION SE CALCULA CON EL PORCENTAJE
      *          OP-COMISION DEL MAESTRO DE OPERADORES, PARA JUBILAR
      *          LA LIBRETA DE COMISIONES DE LA CAJA UNO. UN MES YA
      *          CERRADO SE PUEDE APROBAR PARA PAGO: CADA COMISION
      *          QUEDA PENDIENTE EN COMISIONES-NOMINA.TXT PARA EL
      *          EMPLEADO LIGADO AL OPERADOR (OP-EMP-ID) Y LA
      *          SIGUIENTE NOMINA ORDINARIA LA PAGA Y LA LIQUIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   RECORD KEY IS OP-ID
                                   FILE STATUS OP-STATUS.

           SELECT COMISION-FILE ASSIGN TO "COMISIONES-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CM-LLAVE
                                   FILE STATUS CM-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.
       01 REG-OPERADOR.
           COPY OPERADOR.

       FD COMISION-FILE.
       01 REG-COMISION.
           COPY COMISION.

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 OP-STATUS               PIC X(02).
       77 CM-STATUS               PIC X(02).
           COPY REPORTE-WS.

       01 WKS-NOMBRE-HISTORICO.
               03 WKS-VD-ID           PIC X(10).
               03 WKS-VD-VENTAS       PIC S9(13)V9(02).
               03 WKS-VD-DEVOLUCIONES PIC 9(13)V9(02).
               03 WKS-VD-COMISION     PIC S9(11)V9(02).
               03 WKS-VD-EMP          PIC 9(05).
       77 WKS-NUM-VENDEDORES      PIC 9(02) VALUE 0.
       77 WKS-IDX-VD              PIC 9(02).
       77 WKS-POS-VD              PIC 9(02).
       77 WKS-TOTAL-COMISIONES    PIC S9(13)V9(02) VALUE 0.
       77 WKS-IMPORTE-FORMAT      PIC -Z(12)9.99.
       77 WKS-SIN-VENDEDOR        PIC 9(07) VALUE 0.
       77 WKS-APRUEBA             PIC X(01).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-APROBADAS           PIC 9(03) VALUE 0.
       77 WKS-NO-APROBADAS        PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WKS-NUM-VENDEDORES IS EQUAL TO 0 THEN
               DISPLAY "NO HAY VENTAS CON VENDEDOR EN ESE MES"
           ELSE
               PERFORM 3000-IMPRIMIR-COMISIONES
               PERFORM 4000-APROBAR-COMISIONES.
           IF WKS-SIN-VENDEDOR IS GREATER THAN 0 THEN
               DISPLAY "MOVIMIENTOS SIN VENDEDOR (ANTERIORES): "
                       WKS-SIN-VENDEDOR.
           ELSE
               MOVE 0 TO WKS-COMISION.
           ADD WKS-COMISION TO WKS-TOTAL-COMISIONES.
           MOVE WKS-COMISION TO WKS-VD-COMISION(WKS-IDX-VD).
           IF OP-EMP-ID IS NUMERIC THEN
               MOVE OP-EMP-ID TO WKS-VD-EMP(WKS-IDX-VD)
           ELSE
               MOVE 0 TO WKS-VD-EMP(WKS-IDX-VD).
           DISPLAY WKS-VD-ID(WKS-IDX-VD) " " OP-NOMBRE.
           MOVE WKS-VENTA-NETA TO WKS-IMPORTE-FORMAT.
           DISPLAY "    VENTA NETA: " WKS-IMPORTE-FORMAT.
               MOVE "(MAESTRO DE OPERADORES NO DISPONIBLE)"
                   TO OP-NOMBRE
               MOVE 0 TO OP-COMISION
               MOVE 0 TO OP-EMP-ID
           ELSE
               MOVE WKS-VD-ID(WKS-IDX-VD) TO OP-ID
               READ OPERADOR-FILE KEY IS OP-ID
                   INVALID KEY
                       MOVE "(OPERADOR NO REGISTRADO)" TO OP-NOMBRE
                       MOVE 0 TO OP-COMISION
                       MOVE 0 TO OP-EMP-ID
               END-READ
               CLOSE OPERADOR-FILE.

      * SOLO UN MES YA CERRADO SE APRUEBA, PARA QUE NO SE PAGUE UNA
      * COMISION QUE TODAVIA PUEDE CAMBIAR. UNA COMISION PENDIENTE SE
      * REEMPLAZA CON EL IMPORTE NUEVO; UNA YA LIQUIDADA NO SE TOCA
       4000-APROBAR-COMISIONES.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WKS-MES-REPORTE IS NOT LESS THAN WKS-FECHA-HOY(1:6)
           THEN
               DISPLAY "EL MES NO HA CERRADO, NO SE PUEDE APROBAR "
                       "PARA NOMINA"
           ELSE
               DISPLAY "APRUEBA LAS COMISIONES PARA PAGO EN NOMINA "
                       "(S/N)"
               ACCEPT WKS-APRUEBA
               IF WKS-APRUEBA IS EQUAL TO "S" OR "s" THEN
                   OPEN I-O COMISION-FILE
                   IF CM-STATUS IS EQUAL TO "35" THEN
                       OPEN OUTPUT COMISION-FILE
                       CLOSE COMISION-FILE
                       OPEN I-O COMISION-FILE
                   END-IF
                   MOVE 1 TO WKS-IDX-VD
                   PERFORM 4010-APROBAR-VENDEDOR
                       UNTIL WKS-IDX-VD IS GREATER THAN
                             WKS-NUM-VENDEDORES
                   CLOSE COMISION-FILE
                   DISPLAY "COMISIONES APROBADAS: " WKS-APROBADAS
                           "  NO APROBADAS: " WKS-NO-APROBADAS
               ELSE
                   DISPLAY "COMISIONES NO APROBADAS".

       4010-APROBAR-VENDEDOR.
           IF WKS-VD-COMISION(WKS-IDX-VD) IS GREATER THAN 0 THEN
               IF WKS-VD-EMP(WKS-IDX-VD) IS EQUAL TO 0 THEN
                   ADD 1 TO WKS-NO-APROBADAS
                   DISPLAY WKS-VD-ID(WKS-IDX-VD)
                           " SIN EMPLEADO LIGADO, NO SE APRUEBA"
               ELSE
                   PERFORM 4020-ESCRIBIR-COMISION.
           ADD 1 TO WKS-IDX-VD.

       4020-ESCRIBIR-COMISION.
           MOVE WKS-MES-REPORTE TO CM-MES.
           MOVE WKS-VD-ID(WKS-IDX-VD) TO CM-OP-ID.
           READ COMISION-FILE KEY IS CM-LLAVE
               INVALID KEY
                   PERFORM 4030-LLENAR-COMISION
                   WRITE REG-COMISION
                       INVALID KEY
                           ADD 1 TO WKS-NO-APROBADAS
                           DISPLAY "NO SE PUDO APROBAR LA COMISION DE "
                                   CM-OP-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-APROBADAS
                   END-WRITE
               NOT INVALID KEY
                   IF CM-LIQUIDADA THEN
                       ADD 1 TO WKS-NO-APROBADAS
                       DISPLAY CM-OP-ID " YA SE PAGO EN LA NOMINA "
                               "DEL " CM-PERIODO-PAGO
                   ELSE
                       PERFORM 4030-LLENAR-COMISION
                       REWRITE REG-COMISION
                           INVALID KEY
                               ADD 1 TO WKS-NO-APROBADAS
                               DISPLAY "NO SE PUDO APROBAR LA "
                                       "COMISION DE " CM-OP-ID
                           NOT INVALID KEY
                               ADD 1 TO WKS-APROBADAS.

       4030-LLENAR-COMISION.
           MOVE WKS-VD-EMP(WKS-IDX-VD) TO CM-EMP-ID.
           COMPUTE CM-VENTA-NETA =
                   WKS-VD-VENTAS(WKS-IDX-VD) -
                   WKS-VD-DEVOLUCIONES(WKS-IDX-VD).
           MOVE WKS-VD-COMISION(WKS-IDX-VD) TO CM-IMPORTE.
           MOVE "P" TO CM-ESTADO.
           MOVE WKS-FECHA-HOY TO CM-FECHA-APROBACION.
           MOVE 0 TO CM-PERIODO-PAGO.

           COPY REPORTE-PROC.
