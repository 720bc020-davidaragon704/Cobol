      ******************************************************************
      * Author:
      * Date:
      * Purpose: CALIFICACION MENSUAL DE PROVEEDORES. CADA RECEPCION
      *          DEL MES (KARDEX RC, VIVO Y SEGMENTO ARCHIVADO DEL MES)
      *          SE CRUZA CON SU ORDEN DE COMPRA: DIAS REALES DE
      *          ENTREGA CONTRA LOS PROMETIDOS (PV-TIEMPO-ENTREGA) Y
      *          PORCENTAJE A TIEMPO CONTRA OC-FECHA-ESPERADA. DE LAS
      *          ORDENES RECIBIDAS SALE EL SURTIDO (RECIBIDO ENTRE
      *          PEDIDO) Y EL COSTO PAGADO CONTRA EL DE LA COMPRA
      *          ANTERIOR DEL MISMO PRODUCTO; DE NOTAS-CREDITO-PROV LO
      *          DEVUELTO AL PROVEEDOR EN EL MES. LA ENTREGA REAL SE
      *          GUARDA EN DESEMPENO-PROV.TXT PARA QUE LA SUGERENCIA DE
      *          REORDEN DE COMERCIO LA USE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PROVEEDORES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT KARDEX-FILE ASSIGN TO "MOVIMIENTOS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS KX-STATUS.

           SELECT KARDEX-ARCH-FILE ASSIGN TO
                                   WKS-NOMBRE-KARDEX-ARCH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS KA-STATUS.

           SELECT PROVEEDOR-FILE ASSIGN TO "PROVEEDORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PV-ID
                                   FILE STATUS PV-STATUS.

           SELECT ORDEN-FILE ASSIGN TO "ORDENES-COMPRA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OC-NUMERO
                                   FILE STATUS OC-STATUS.

           SELECT ORDEN-DET-FILE ASSIGN TO "ORDENES-COMPRA-DET.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OD-LLAVE
                                   FILE STATUS OD-STATUS.

           SELECT NOTACRED-FILE ASSIGN TO "NOTAS-CREDITO-PROV.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS NC-NUMERO
                                   FILE STATUS NC-STATUS.

           SELECT DESEMPENO-FILE ASSIGN TO "DESEMPENO-PROV.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DP-PV-ID
                                   FILE STATUS DP-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KARDEX-FILE.
       01 REG-KARDEX.
           02 KX-FECHA                         PIC 9(08).
           02 KX-HORA                          PIC 9(06).
           02 KX-RP-ID                         PIC 9(10).
           02 KX-TIPO                          PIC X(02).
           02 KX-ENTRADA                       PIC 9(07)V9(03).
           02 KX-SALIDA                        PIC 9(07)V9(03).
           02 KX-SALDO                         PIC 9(07)V9(03).
           02 KX-REFERENCIA                    PIC X(12).

      * SEGMENTOS MENSUALES QUE DEJA LA RETENCION (VER
      * ARCHIVA-MOVIMIENTOS); MISMO TRAZADO QUE EL KARDEX VIVO
       FD KARDEX-ARCH-FILE.
       01 REG-KARDEX-ARCH                      PIC X(68).

       FD PROVEEDOR-FILE.
       01 REG-PROVEEDOR.
           COPY PROVEEDOR.

       FD ORDEN-FILE.
       01 REG-ORDEN.
           COPY ORDEN.

       FD ORDEN-DET-FILE.
       01 REG-ORDEN-DET.
           COPY ORDEN-DET.

       FD NOTACRED-FILE.
       01 REG-NOTACRED.
           COPY NOTACRED.

       FD DESEMPENO-FILE.
       01 REG-DESEMPENO.
           COPY DESEMPENO.

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.
       77 KX-STATUS               PIC X(02).
       77 KA-STATUS               PIC X(02).
       77 PV-STATUS               PIC X(02).
       77 OC-STATUS               PIC X(02).
       77 OD-STATUS               PIC X(02).
       77 NC-STATUS               PIC X(02).
       77 DP-STATUS               PIC X(02).
           COPY REPORTE-WS.
           COPY FECHA-WS.

       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-MES-REPORTE         PIC 9(06).
       77 WKS-FECHA-DESDE         PIC 9(08).
       77 WKS-FECHA-HASTA         PIC 9(08).
       01 WKS-NOMBRE-KARDEX-ARCH.
           02 FILLER              PIC X(12) VALUE "MOVIMIENTOS-".
           02 WKS-KARDEX-ARCH-MES PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       77 WKS-FIN-KARDEX          PIC X(01) VALUE "N".
           88 WKS-EOF-KARDEX      VALUE "S".
       77 WKS-FIN-DET             PIC X(01) VALUE "N".
           88 WKS-EOF-DET         VALUE "S".
       77 WKS-FIN-NC              PIC X(01) VALUE "N".
           88 WKS-EOF-NC          VALUE "S".
       77 WKS-DP-EXISTE           PIC X(01) VALUE "N".
           88 WKS-HAY-DESEMPENO   VALUE "S".

      * LA REFERENCIA DEL KARDEX RC ES "OC " MAS LOS ULTIMOS SEIS
      * DIGITOS DEL NUMERO DE ORDEN
       01 WKS-REF-KARDEX.
           02 WKS-RK-PREFIJO      PIC X(03).
           02 WKS-RK-OC           PIC 9(06).
           02 FILLER              PIC X(03).

      * RECEPCIONES DEL MES: UNA POR ORDEN Y FECHA (LAS PARTIDAS DE
      * UNA MISMA ENTREGA CUENTAN UNA SOLA VEZ)
       01 WKS-TABLA-RECEPCIONES.
           02 WKS-RE-RENGLON OCCURS 500 TIMES.
               03 WKS-RE-OC           PIC 9(10).
               03 WKS-RE-FECHA        PIC 9(08).
       77 WKS-NUM-RE              PIC 9(03) VALUE 0.
       77 WKS-IDX-RE              PIC 9(03).
       77 WKS-POS-RE              PIC 9(03).

      * ORDENES CON RECEPCION EN EL MES (PARA SURTIDO Y COSTO)
       01 WKS-TABLA-ORDENES.
           02 WKS-OR-NUMERO       PIC 9(10) OCCURS 500 TIMES.
       77 WKS-NUM-OR              PIC 9(03) VALUE 0.
       77 WKS-IDX-OR              PIC 9(03).
       77 WKS-POS-OR              PIC 9(03).

      * ULTIMO COSTO PAGADO POR PRODUCTO EN EL RECORRIDO DE ORDENES
       01 WKS-TABLA-COSTOS.
           02 WKS-UC-RENGLON OCCURS 2000 TIMES.
               03 WKS-UC-RP-ID        PIC 9(10).
               03 WKS-UC-COSTO        PIC 9(05)V9(02).
       77 WKS-NUM-UC              PIC 9(04) VALUE 0.
       77 WKS-IDX-UC              PIC 9(04).
       77 WKS-POS-UC              PIC 9(04).

      * ACUMULADOS POR PROVEEDOR
       01 WKS-TABLA-PROVEEDORES.
           02 WKS-CP-RENGLON OCCURS 200 TIMES.
               03 WKS-CP-PV-ID        PIC 9(10).
               03 WKS-CP-RECEPCIONES  PIC 9(05).
               03 WKS-CP-DIAS         PIC 9(07).
               03 WKS-CP-A-TIEMPO     PIC 9(05).
               03 WKS-CP-PEDIDO       PIC 9(09)V9(03).
               03 WKS-CP-RECIBIDO     PIC 9(09)V9(03).
               03 WKS-CP-PAGADO       PIC 9(13)V9(02).
               03 WKS-CP-PREVIO       PIC 9(13)V9(02).
               03 WKS-CP-DEVUELTO     PIC 9(13)V9(02).
       77 WKS-NUM-CP              PIC 9(03) VALUE 0.
       77 WKS-IDX-CP              PIC 9(03).
       77 WKS-POS-CP              PIC 9(03).
       77 WKS-PV-BUSCADO          PIC 9(10).

       77 WKS-DIAS-ENTREGA        PIC S9(07).
       77 WKS-PROMEDIO-DIAS       PIC 9(03).
       77 WKS-PCT-A-TIEMPO        PIC 9(03)V9(02).
       77 WKS-PCT-SURTIDO         PIC 9(03)V9(02).
       77 WKS-PCT-COSTO           PIC S9(03)V9(02).
       77 WKS-PCT-FORMAT          PIC ZZ9.99.
       77 WKS-PCT-FORMAT-2        PIC ZZ9.99.
       77 WKS-PCT-COSTO-FORMAT    PIC -ZZ9.99.
       77 WKS-IMPORTE-FORMAT      PIC -Z(12)9.99.
       77 WKS-DIAS-FORMAT         PIC ZZ9.
       77 WKS-DIAS-FORMAT-2       PIC ZZ9.
       77 WKS-PROVEEDORES-ESCRITOS PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CALIFICACION DE PROVEEDORES ===".
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "MES A CALIFICAR (AAAAMM, 0 = MES ACTUAL)".
           ACCEPT WKS-MES-REPORTE.
           IF WKS-MES-REPORTE IS EQUAL TO 0 THEN
               MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-REPORTE.
           MOVE WKS-MES-REPORTE TO WKS-FECHA-DESDE(1:6).
           MOVE "01" TO WKS-FECHA-DESDE(7:2).
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "MES INVALIDO, NO SE GENERA"
           ELSE
               MOVE WKS-FECHA-DESDE TO WKS-FE-DESGLOSE
               PERFORM 2705-FE-DIAS-DEL-MES
               MOVE WKS-FECHA-DESDE TO WKS-FECHA-HASTA
               MOVE WKS-FE-DIAS-MES TO WKS-FECHA-HASTA(7:2)
               PERFORM 1000-ABRIR-ARCHIVOS
               PERFORM 2000-BARRER-RECEPCIONES
               PERFORM 3000-CALIFICAR-ENTREGAS
               PERFORM 4000-SURTIDO-Y-COSTO
               PERFORM 5000-DEVOLUCIONES
               PERFORM 6000-IMPRIMIR-CALIFICACION
               PERFORM 9000-CERRAR-ARCHIVOS.
           GOBACK.

       1000-ABRIR-ARCHIVOS.
           OPEN INPUT PROVEEDOR-FILE.
           OPEN INPUT ORDEN-FILE.
           OPEN INPUT ORDEN-DET-FILE.
           OPEN I-O DESEMPENO-FILE.
           IF DP-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT DESEMPENO-FILE
               CLOSE DESEMPENO-FILE
               OPEN I-O DESEMPENO-FILE.

       9000-CERRAR-ARCHIVOS.
           CLOSE PROVEEDOR-FILE.
           CLOSE ORDEN-FILE.
           CLOSE ORDEN-DET-FILE.
           CLOSE DESEMPENO-FILE.

      ******************************************************************
      * RECEPCIONES DEL MES: KARDEX VIVO Y, SI LA RETENCION YA LO
      * ARCHIVO, EL SEGMENTO MOVIMIENTOS-AAAAMM.TXT DEL MES
      ******************************************************************
       2000-BARRER-RECEPCIONES.
           MOVE "N" TO WKS-FIN-KARDEX.
           OPEN INPUT KARDEX-FILE.
           IF KX-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-KARDEX
           ELSE
               PERFORM 2010-LEER-KARDEX UNTIL WKS-EOF-KARDEX
               CLOSE KARDEX-FILE.
           MOVE WKS-MES-REPORTE TO WKS-KARDEX-ARCH-MES.
           MOVE "N" TO WKS-FIN-KARDEX.
           OPEN INPUT KARDEX-ARCH-FILE.
           IF KA-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-KARDEX
           ELSE
               PERFORM 2020-LEER-KARDEX-ARCH UNTIL WKS-EOF-KARDEX
               CLOSE KARDEX-ARCH-FILE.
           DISPLAY "RECEPCIONES EN EL MES: " WKS-NUM-RE.

       2010-LEER-KARDEX.
           READ KARDEX-FILE
               AT END
                   MOVE "S" TO WKS-FIN-KARDEX
               NOT AT END
                   PERFORM 2030-REVISAR-MOVIMIENTO.

       2020-LEER-KARDEX-ARCH.
           READ KARDEX-ARCH-FILE
               AT END
                   MOVE "S" TO WKS-FIN-KARDEX
               NOT AT END
                   MOVE REG-KARDEX-ARCH TO REG-KARDEX
                   PERFORM 2030-REVISAR-MOVIMIENTO.

       2030-REVISAR-MOVIMIENTO.
           MOVE KX-REFERENCIA TO WKS-REF-KARDEX.
           IF KX-TIPO IS EQUAL TO "RC" AND
              KX-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
              KX-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
              WKS-RK-PREFIJO IS EQUAL TO "OC " AND
              WKS-RK-OC IS NUMERIC THEN
               PERFORM 2040-GUARDAR-RECEPCION.

       2040-GUARDAR-RECEPCION.
           MOVE 0 TO WKS-POS-RE.
           MOVE 1 TO WKS-IDX-RE.
           PERFORM 2045-BUSCAR-RECEPCION
               UNTIL WKS-IDX-RE IS GREATER THAN WKS-NUM-RE
                  OR WKS-POS-RE IS GREATER THAN 0.
           IF WKS-POS-RE IS EQUAL TO 0 THEN
               IF WKS-NUM-RE IS LESS THAN 500 THEN
                   ADD 1 TO WKS-NUM-RE
                   MOVE WKS-RK-OC TO WKS-RE-OC(WKS-NUM-RE)
                   MOVE KX-FECHA TO WKS-RE-FECHA(WKS-NUM-RE)
               ELSE
                   DISPLAY "TABLA DE RECEPCIONES LLENA, SE OMITE OC "
                           WKS-RK-OC.

       2045-BUSCAR-RECEPCION.
           IF WKS-RE-OC(WKS-IDX-RE) IS EQUAL TO WKS-RK-OC AND
              WKS-RE-FECHA(WKS-IDX-RE) IS EQUAL TO KX-FECHA THEN
               MOVE WKS-IDX-RE TO WKS-POS-RE
           ELSE
               ADD 1 TO WKS-IDX-RE.

      ******************************************************************
      * CADA RECEPCION CONTRA SU ORDEN: DIAS DESDE OC-FECHA Y SI LLEGO
      * A MAS TARDAR EN OC-FECHA-ESPERADA
      ******************************************************************
       3000-CALIFICAR-ENTREGAS.
           MOVE 1 TO WKS-IDX-RE.
           PERFORM 3010-CALIFICAR-RECEPCION
               UNTIL WKS-IDX-RE IS GREATER THAN WKS-NUM-RE.

       3010-CALIFICAR-RECEPCION.
           MOVE WKS-RE-OC(WKS-IDX-RE) TO OC-NUMERO.
           READ ORDEN-FILE KEY IS OC-NUMERO
               INVALID KEY
                   DISPLAY "ORDEN " OC-NUMERO " NO ENCONTRADA, "
                           "RECEPCION OMITIDA"
               NOT INVALID KEY
                   PERFORM 3020-ACUMULAR-ENTREGA.
           ADD 1 TO WKS-IDX-RE.

       3020-ACUMULAR-ENTREGA.
           MOVE OC-PV-ID TO WKS-PV-BUSCADO.
           PERFORM 7000-POSICION-PROVEEDOR.
           IF WKS-POS-CP IS GREATER THAN 0 THEN
               MOVE OC-FECHA TO WKS-FECHA-DE
               MOVE WKS-RE-FECHA(WKS-IDX-RE) TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               MOVE WKS-DIAS-DIFERENCIA TO WKS-DIAS-ENTREGA
               IF WKS-DIAS-ENTREGA IS LESS THAN 0 THEN
                   MOVE 0 TO WKS-DIAS-ENTREGA
               END-IF
               ADD 1 TO WKS-CP-RECEPCIONES(WKS-POS-CP)
               ADD WKS-DIAS-ENTREGA TO WKS-CP-DIAS(WKS-POS-CP)
               IF WKS-RE-FECHA(WKS-IDX-RE) IS NOT GREATER THAN
                  OC-FECHA-ESPERADA THEN
                   ADD 1 TO WKS-CP-A-TIEMPO(WKS-POS-CP)
               END-IF
               PERFORM 3030-GUARDAR-ORDEN.

       3030-GUARDAR-ORDEN.
           MOVE 0 TO WKS-POS-OR.
           MOVE 1 TO WKS-IDX-OR.
           PERFORM 3035-BUSCAR-ORDEN
               UNTIL WKS-IDX-OR IS GREATER THAN WKS-NUM-OR
                  OR WKS-POS-OR IS GREATER THAN 0.
           IF WKS-POS-OR IS EQUAL TO 0 AND
              WKS-NUM-OR IS LESS THAN 500 THEN
               ADD 1 TO WKS-NUM-OR
               MOVE OC-NUMERO TO WKS-OR-NUMERO(WKS-NUM-OR).

       3035-BUSCAR-ORDEN.
           IF WKS-OR-NUMERO(WKS-IDX-OR) IS EQUAL TO OC-NUMERO THEN
               MOVE WKS-IDX-OR TO WKS-POS-OR
           ELSE
               ADD 1 TO WKS-IDX-OR.

      ******************************************************************
      * UNA PASADA A LAS PARTIDAS EN ORDEN DE NUMERO DE OC (QUE CRECE
      * CON EL TIEMPO): EL ULTIMO COSTO VISTO DE UN PRODUCTO ANTES DE
      * LLEGAR A UNA ORDEN DEL MES ES EL DE LA COMPRA ANTERIOR
      ******************************************************************
       4000-SURTIDO-Y-COSTO.
           MOVE "N" TO WKS-FIN-DET.
           MOVE LOW-VALUES TO OD-LLAVE.
           START ORDEN-DET-FILE KEY IS NOT LESS THAN OD-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-DET.
           PERFORM 4010-LEER-PARTIDA UNTIL WKS-EOF-DET.

       4010-LEER-PARTIDA.
           READ ORDEN-DET-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-DET
               NOT AT END
                   PERFORM 4020-REVISAR-PARTIDA.

       4020-REVISAR-PARTIDA.
           PERFORM 4040-ULTIMO-COSTO.
           MOVE OD-NUMERO TO OC-NUMERO.
           MOVE 0 TO WKS-POS-OR.
           MOVE 1 TO WKS-IDX-OR.
           PERFORM 3035-BUSCAR-ORDEN
               UNTIL WKS-IDX-OR IS GREATER THAN WKS-NUM-OR
                  OR WKS-POS-OR IS GREATER THAN 0.
           IF WKS-POS-OR IS GREATER THAN 0 THEN
               READ ORDEN-FILE KEY IS OC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4030-ACUMULAR-PARTIDA
               END-READ.
           IF OD-COSTO-UNITARIO IS GREATER THAN 0 THEN
               PERFORM 4050-GUARDAR-COSTO.

       4030-ACUMULAR-PARTIDA.
           MOVE OC-PV-ID TO WKS-PV-BUSCADO.
           PERFORM 7000-POSICION-PROVEEDOR.
           IF WKS-POS-CP IS GREATER THAN 0 THEN
               ADD OD-CANT-PEDIDA TO WKS-CP-PEDIDO(WKS-POS-CP)
               ADD OD-CANT-RECIBIDA TO WKS-CP-RECIBIDO(WKS-POS-CP)
               IF WKS-POS-UC IS GREATER THAN 0 AND
                  OD-COSTO-UNITARIO IS GREATER THAN 0 THEN
                   COMPUTE WKS-CP-PAGADO(WKS-POS-CP) =
                           WKS-CP-PAGADO(WKS-POS-CP) +
                           OD-CANT-RECIBIDA * OD-COSTO-UNITARIO
                   COMPUTE WKS-CP-PREVIO(WKS-POS-CP) =
                           WKS-CP-PREVIO(WKS-POS-CP) +
                           OD-CANT-RECIBIDA *
                           WKS-UC-COSTO(WKS-POS-UC).

       4040-ULTIMO-COSTO.
           MOVE 0 TO WKS-POS-UC.
           MOVE 1 TO WKS-IDX-UC.
           PERFORM 4045-BUSCAR-COSTO
               UNTIL WKS-IDX-UC IS GREATER THAN WKS-NUM-UC
                  OR WKS-POS-UC IS GREATER THAN 0.

       4045-BUSCAR-COSTO.
           IF WKS-UC-RP-ID(WKS-IDX-UC) IS EQUAL TO OD-RP-ID THEN
               MOVE WKS-IDX-UC TO WKS-POS-UC
           ELSE
               ADD 1 TO WKS-IDX-UC.

       4050-GUARDAR-COSTO.
           IF WKS-POS-UC IS EQUAL TO 0 THEN
               IF WKS-NUM-UC IS LESS THAN 2000 THEN
                   ADD 1 TO WKS-NUM-UC
                   MOVE WKS-NUM-UC TO WKS-POS-UC
                   MOVE OD-RP-ID TO WKS-UC-RP-ID(WKS-POS-UC).
           IF WKS-POS-UC IS GREATER THAN 0 THEN
               MOVE OD-COSTO-UNITARIO TO WKS-UC-COSTO(WKS-POS-UC).

      ******************************************************************
      * LO DEVUELTO AL PROVEEDOR EN EL MES (NOTAS DE CREDITO)
      ******************************************************************
       5000-DEVOLUCIONES.
           MOVE "N" TO WKS-FIN-NC.
           OPEN INPUT NOTACRED-FILE.
           IF NC-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-NC
           ELSE
               MOVE LOW-VALUES TO NC-NUMERO
               START NOTACRED-FILE KEY IS NOT LESS THAN NC-NUMERO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-NC
               END-START
               PERFORM 5010-LEER-NOTA UNTIL WKS-EOF-NC
               CLOSE NOTACRED-FILE.

       5010-LEER-NOTA.
           READ NOTACRED-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-NC
               NOT AT END
                   IF NC-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      NC-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA
                   THEN
                       MOVE NC-PV-ID TO WKS-PV-BUSCADO
                       PERFORM 7000-POSICION-PROVEEDOR
                       IF WKS-POS-CP IS GREATER THAN 0 THEN
                           ADD NC-IMPORTE
                               TO WKS-CP-DEVUELTO(WKS-POS-CP).

      ******************************************************************
      * DOS RENGLONES POR PROVEEDOR; LA ENTREGA REAL DE QUIEN TUVO
      * RECEPCIONES SE GUARDA EN DESEMPENO-PROV.TXT
      ******************************************************************
       6000-IMPRIMIR-CALIFICACION.
           MOVE "REPORTE-PROVEEDORES.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "CALIFICACION DE PROVEEDORES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "PROVEEDOR / RECEP DIAS REAL-PROM %A TIEMPO %SURTIDO "
             TO WKS-REP-ENCABEZADO.
           MOVE "%COSTO VS ANTERIOR" TO WKS-REP-ENCABEZADO(54:18).
           PERFORM 1960-REPORTE-INICIAR.
           IF WKS-NUM-CP IS EQUAL TO 0 THEN
               MOVE "SIN RECEPCIONES NI DEVOLUCIONES EN EL MES"
                   TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
           ELSE
               MOVE 1 TO WKS-IDX-CP
               PERFORM 6010-IMPRIMIR-PROVEEDOR
                   UNTIL WKS-IDX-CP IS GREATER THAN WKS-NUM-CP.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "PROVEEDORES CALIFICADOS: " WKS-NUM-CP.
           DISPLAY "ENTREGA REAL ACTUALIZADA PARA "
                   WKS-PROVEEDORES-ESCRITOS " PROVEEDORES".
           DISPLAY "REPORTE IMPRESO EN REPORTE-PROVEEDORES.TXT".

       6010-IMPRIMIR-PROVEEDOR.
           MOVE WKS-CP-PV-ID(WKS-IDX-CP) TO PV-ID.
           READ PROVEEDOR-FILE KEY IS PV-ID
               INVALID KEY
                   MOVE "(PROVEEDOR NO REGISTRADO)" TO PV-NOMBRE
                   MOVE 0 TO PV-TIEMPO-ENTREGA.
           MOVE 0 TO WKS-PROMEDIO-DIAS.
           MOVE 0 TO WKS-PCT-A-TIEMPO.
           MOVE 0 TO WKS-PCT-SURTIDO.
           MOVE 0 TO WKS-PCT-COSTO.
           IF WKS-CP-RECEPCIONES(WKS-IDX-CP) IS GREATER THAN 0 THEN
               COMPUTE WKS-PROMEDIO-DIAS ROUNDED =
                       WKS-CP-DIAS(WKS-IDX-CP) /
                       WKS-CP-RECEPCIONES(WKS-IDX-CP)
               COMPUTE WKS-PCT-A-TIEMPO ROUNDED =
                       WKS-CP-A-TIEMPO(WKS-IDX-CP) * 100 /
                       WKS-CP-RECEPCIONES(WKS-IDX-CP).
           IF WKS-CP-PEDIDO(WKS-IDX-CP) IS GREATER THAN 0 THEN
               COMPUTE WKS-PCT-SURTIDO ROUNDED =
                       WKS-CP-RECIBIDO(WKS-IDX-CP) * 100 /
                       WKS-CP-PEDIDO(WKS-IDX-CP).
           IF WKS-CP-PREVIO(WKS-IDX-CP) IS GREATER THAN 0 THEN
               COMPUTE WKS-PCT-COSTO ROUNDED =
                       (WKS-CP-PAGADO(WKS-IDX-CP) -
                        WKS-CP-PREVIO(WKS-IDX-CP)) * 100 /
                       WKS-CP-PREVIO(WKS-IDX-CP).
           MOVE WKS-PROMEDIO-DIAS TO WKS-DIAS-FORMAT.
           MOVE PV-TIEMPO-ENTREGA TO WKS-DIAS-FORMAT-2.
           MOVE WKS-PCT-A-TIEMPO TO WKS-PCT-FORMAT.
           MOVE WKS-PCT-SURTIDO TO WKS-PCT-FORMAT-2.
           MOVE WKS-PCT-COSTO TO WKS-PCT-COSTO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING PV-ID " " PV-NOMBRE(1:40)
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-CP-DEVUELTO(WKS-IDX-CP) TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "   " WKS-CP-RECEPCIONES(WKS-IDX-CP)
                  " " WKS-DIAS-FORMAT "-" WKS-DIAS-FORMAT-2
                  "  " WKS-PCT-FORMAT "  " WKS-PCT-FORMAT-2
                  "  " WKS-PCT-COSTO-FORMAT
                  "  DEV " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           DISPLAY PV-NOMBRE(1:30) " ENTREGA REAL " WKS-DIAS-FORMAT
                   " PROMETIDA " WKS-DIAS-FORMAT-2
                   " A TIEMPO " WKS-PCT-FORMAT "%"
                   " SURTIDO " WKS-PCT-FORMAT-2 "%".
           IF WKS-CP-RECEPCIONES(WKS-IDX-CP) IS GREATER THAN 0 THEN
               PERFORM 6020-GUARDAR-DESEMPENO.
           ADD 1 TO WKS-IDX-CP.

       6020-GUARDAR-DESEMPENO.
           MOVE WKS-CP-PV-ID(WKS-IDX-CP) TO DP-PV-ID.
           READ DESEMPENO-FILE KEY IS DP-PV-ID
               INVALID KEY
                   MOVE "N" TO WKS-DP-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WKS-DP-EXISTE.
      * UN MES VIEJO RECALCULADO NO PISA UNO MAS RECIENTE
           IF WKS-HAY-DESEMPENO AND
              DP-MES IS GREATER THAN WKS-MES-REPORTE THEN
               DISPLAY "    (YA HAY DESEMPENO DEL MES " DP-MES ")"
           ELSE
               MOVE WKS-CP-PV-ID(WKS-IDX-CP) TO DP-PV-ID
               MOVE WKS-MES-REPORTE TO DP-MES
               MOVE WKS-CP-RECEPCIONES(WKS-IDX-CP) TO DP-RECEPCIONES
               MOVE WKS-PROMEDIO-DIAS TO DP-ENTREGA-REAL
               MOVE WKS-PCT-A-TIEMPO TO DP-PCT-A-TIEMPO
               MOVE WKS-PCT-SURTIDO TO DP-PCT-SURTIDO
               ADD 1 TO WKS-PROVEEDORES-ESCRITOS
               IF WKS-HAY-DESEMPENO THEN
                   REWRITE REG-DESEMPENO
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL DESEMPENO"
                   END-REWRITE
               ELSE
                   WRITE REG-DESEMPENO
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL DESEMPENO".

       7000-POSICION-PROVEEDOR.
           MOVE 0 TO WKS-POS-CP.
           MOVE 1 TO WKS-IDX-CP.
           PERFORM 7010-BUSCAR-PROVEEDOR
               UNTIL WKS-IDX-CP IS GREATER THAN WKS-NUM-CP
                  OR WKS-POS-CP IS GREATER THAN 0.
           IF WKS-POS-CP IS EQUAL TO 0 THEN
               IF WKS-NUM-CP IS LESS THAN 200 THEN
                   ADD 1 TO WKS-NUM-CP
                   MOVE WKS-NUM-CP TO WKS-POS-CP
                   MOVE WKS-PV-BUSCADO TO WKS-CP-PV-ID(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-RECEPCIONES(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-DIAS(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-A-TIEMPO(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-PEDIDO(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-RECIBIDO(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-PAGADO(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-PREVIO(WKS-POS-CP)
                   MOVE 0 TO WKS-CP-DEVUELTO(WKS-POS-CP)
               ELSE
                   DISPLAY "TABLA DE PROVEEDORES LLENA, SE OMITE "
                           WKS-PV-BUSCADO.

       7010-BUSCAR-PROVEEDOR.
           IF WKS-CP-PV-ID(WKS-IDX-CP) IS EQUAL TO WKS-PV-BUSCADO THEN
               MOVE WKS-IDX-CP TO WKS-POS-CP
           ELSE
               ADD 1 TO WKS-IDX-CP.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.
