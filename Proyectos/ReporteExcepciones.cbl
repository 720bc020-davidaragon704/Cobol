      ******************************************************************
      * Author:
      * Date:
      * Purpose: EXCEPCIONES DE CAJA DE UNA SEMANA, POR OPERADOR Y POR
      *          CAJA, PARA PREVENCION DE PERDIDAS: JUNTA LO QUE CADA
      *          PROCESO YA DEJA REGISTRADO Y LO COMPARA CONTRA EL
      *          PROMEDIO DE LA TIENDA. LAS FUENTES SON:
      *            CANCELACIONES     FOLIOS CON TR-ESTADO C (VENTAS)
      *            VENTA BAJO COSTO  PARTIDAS CON TR-PRECIO MENOR
      *                              QUE TR-COSTO (LAS QUE AUTORIZO
      *                              UN SUPERVISOR EN LA CAJA)
      *            DEVOLUCIONES      FOLIOS CON TR-TIPO D
      *            CAMBIO PREC/CANT  BITACORA DE CAMBIOS DE COMERCIO
      *                              (CAMPOS PRECIO Y CANTIDAD)
      *            RETIROS DE CAJA   SALIDAS DE MOVIMIENTOS-CAJA.TXT
      *            DIFERENCIA CORTE  CIERRES-CAJA.TXT CON SOBRANTE O
      *                              FALTANTE (VALOR ABSOLUTO)
      *            ACCESO FALLIDO    FALLO/BLOQUEO/BLOQUEADO EN
      *                              SESIONES.TXT
      *          SE RECORREN VENTAS.TXT Y LOS MESES ARCHIVADOS DE LA
      *          SEMANA. CADA CIFRA SE COMPARA CONTRA EL PROMEDIO POR
      *          OPERADOR (O POR CAJA) Y SE MARCA "ALTO" CUANDO PASA
      *          DE WKS-FACTOR-ALERTA VECES EL PROMEDIO CON AL MENOS
      *          WKS-MIN-EVENTOS EVENTOS. AL FINAL VA EL DETALLE DE
      *          CADA EVENTO (FOLIO, CORTE, PRODUCTO O CONCEPTO) POR
      *          OPERADOR. SALIDA EN REPORTE-EXCEPCIONES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-EXCEPCIONES.

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

           SELECT AUDIT-CAMBIOS-FILE
                                   ASSIGN TO WKS-NOMBRE-AUDITORIA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AUD-STATUS.

           SELECT CAJA-MOV-FILE ASSIGN TO "MOVIMIENTOS-CAJA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS MC-STATUS.

           SELECT CIERRE-FILE ASSIGN TO "CIERRES-CAJA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

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

       FD AUDIT-CAMBIOS-FILE.
       01 REG-AUDIT-CAMBIO.
           COPY AUDITREG.

       FD CAJA-MOV-FILE.
       01 REG-CAJA-MOV.
           02 MC-FECHA                         PIC 9(08).
           02 MC-HORA                          PIC 9(06).
           02 MC-TIPO                          PIC X(01).
           02 MC-CONCEPTO                      PIC X(30).
           02 MC-IMPORTE                       PIC 9(11)V9(02).
           02 MC-OPERADOR                      PIC X(10).
           02 MC-CAJA                          PIC X(02).

       FD CIERRE-FILE.
       01 REG-CIERRE.
           02 CC-FECHA                         PIC 9(08).
           02 CC-HORA                          PIC 9(06).
           02 CC-NUM-TRANS                     PIC 9(05).
           02 CC-TOTAL-SISTEMA                 PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.
           02 CC-EFECTIVO                      PIC 9(13)V9(02).
           02 CC-DIFERENCIA                    PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.
           02 CC-CAJA                          PIC X(02).
           02 CC-OPERADOR                      PIC X(10).
           02 CC-FONDO                         PIC 9(07)V9(02).
           02 CC-DESGLOSE.
               03 CC-PIEZAS                    PIC 9(05)
                                               OCCURS 12 TIMES.

      * RENGLON DE SESIONES.TXT TAL COMO LO ARMA 1845-REGISTRAR-SESION
       FD SESION-FILE.
       01 REG-SESION.
           02 SE-FECHA                         PIC 9(08).
           02 FILLER                           PIC X(01).
           02 SE-HORA                          PIC 9(06).
           02 FILLER                           PIC X(01).
           02 SE-OPERADOR                      PIC X(10).
           02 FILLER                           PIC X(01).
           02 SE-TERMINAL.
               03 SE-TERM-PREFIJO              PIC X(05).
               03 SE-TERM-CAJA                 PIC X(02).
               03 FILLER                       PIC X(03).
           02 FILLER                           PIC X(01).
           02 SE-EVENTO                        PIC X(10).
           02 FILLER                           PIC X(02).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY AUDIT-WS.

       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 MC-STATUS               PIC X(02).
       77 CC-STATUS               PIC X(02).
       77 SES-STATUS              PIC X(02).

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
       77 WKS-FIN-BITACORA        PIC X(01) VALUE "N".
           88 WKS-EOF-BITACORA    VALUE "S".
       77 WKS-FIN-MOVIMIENTOS     PIC X(01) VALUE "N".
           88 WKS-EOF-MOVIMIENTOS VALUE "S".
       77 WKS-FIN-CIERRES         PIC X(01) VALUE "N".
           88 WKS-EOF-CIERRES     VALUE "S".
       77 WKS-FIN-SESIONES        PIC X(01) VALUE "N".
           88 WKS-EOF-SESIONES    VALUE "S".

      * VISTA COMUN DE LA PARTIDA EN PROCESO (VIVA O ARCHIVADA)
       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.

      * POLITICA DE LA ALERTA: MAS DE WKS-FACTOR-ALERTA VECES EL
      * PROMEDIO DE LA TIENDA Y AL MENOS WKS-MIN-EVENTOS EVENTOS
       77 WKS-FACTOR-ALERTA       PIC 9(01)V9(01) VALUE 2.0.
       77 WKS-MIN-EVENTOS         PIC 9(02) VALUE 2.

      * TIPOS DE EXCEPCION (EL INDICE ES EL TIPO)
       01 WKS-NOMBRES-TIPO.
           02 FILLER              PIC X(16) VALUE "CANCELACIONES".
           02 FILLER              PIC X(16) VALUE "VENTA BAJO COSTO".
           02 FILLER              PIC X(16) VALUE "DEVOLUCIONES".
           02 FILLER              PIC X(16) VALUE "CAMBIO PREC/CANT".
           02 FILLER              PIC X(16) VALUE "RETIROS DE CAJA".
           02 FILLER              PIC X(16) VALUE "DIFERENCIA CORTE".
           02 FILLER              PIC X(16) VALUE "ACCESO FALLIDO".
       01 WKS-NOMBRES-TIPO-R REDEFINES WKS-NOMBRES-TIPO.
           02 WKS-NOMBRE-TIPO     PIC X(16) OCCURS 7 TIMES.
       77 WKS-NUM-TIPOS           PIC 9(01) VALUE 7.
       77 WKS-IDX-TIPO            PIC 9(01).

      * TOTALES DE LA TIENDA POR TIPO
       01 WKS-TABLA-TOTALES.
           02 WKS-TOT-RENGLON OCCURS 7 TIMES.
               03 WKS-TOT-NUM         PIC 9(07).
               03 WKS-TOT-IMP         PIC S9(13)V9(02).

      * OPERADORES DE LA SEMANA: LOS QUE VENDIERON Y LOS QUE TIENEN
      * ALGUNA EXCEPCION (EL PROMEDIO SE SACA ENTRE TODOS ELLOS)
       01 WKS-TABLA-OPERADORES.
           02 WKS-OP-RENGLON OCCURS 200 TIMES.
               03 WKS-OP-CLAVE        PIC X(10).
               03 WKS-OP-TICKETS      PIC 9(07).
               03 WKS-OP-ULT-FOLIO    PIC 9(10).
               03 WKS-OP-ALERTAS      PIC 9(02).
               03 WKS-OP-USADO        PIC X(01).
               03 WKS-OP-EXC OCCURS 7 TIMES.
                   04 WKS-OP-NUM      PIC 9(05).
                   04 WKS-OP-IMP      PIC S9(11)V9(02).
       77 WKS-NUM-OPER            PIC 9(03) VALUE 0.
       77 WKS-IDX-OP              PIC 9(03).
       77 WKS-POS-OP              PIC 9(03).

      * CAJAS DE LA SEMANA (EL CAMBIO DE PRECIO O CANTIDAD NO TIENE
      * CAJA Y NO ENTRA AQUI)
       01 WKS-TABLA-CAJAS.
           02 WKS-CJ-RENGLON OCCURS 50 TIMES.
               03 WKS-CJ-CLAVE        PIC X(02).
               03 WKS-CJ-TICKETS      PIC 9(07).
               03 WKS-CJ-ULT-FOLIO    PIC 9(10).
               03 WKS-CJ-ALERTAS      PIC 9(02).
               03 WKS-CJ-EXC OCCURS 7 TIMES.
                   04 WKS-CJ-NUM      PIC 9(05).
                   04 WKS-CJ-IMP      PIC S9(11)V9(02).
       77 WKS-NUM-CAJAS           PIC 9(02) VALUE 0.
       77 WKS-IDX-CJ              PIC 9(02).
       77 WKS-POS-CJ              PIC 9(02).

      * DETALLE: UN RENGLON POR EVENTO (UN FOLIO CANCELADO O DEVUELTO
      * ES UN SOLO EVENTO AUNQUE TENGA VARIAS PARTIDAS)
       01 WKS-TABLA-EVENTOS.
           02 WKS-EV-RENGLON OCCURS 3000 TIMES.
               03 WKS-EV-TIPO         PIC 9(01).
               03 WKS-EV-OPERADOR     PIC X(10).
               03 WKS-EV-CAJA         PIC X(02).
               03 WKS-EV-FECHA        PIC 9(08).
               03 WKS-EV-REFERENCIA   PIC X(12).
               03 WKS-EV-IMPORTE      PIC S9(11)V9(02).
       77 WKS-NUM-EVENTOS         PIC 9(04) VALUE 0.
       77 WKS-IDX-EV              PIC 9(04).
       77 WKS-AVISO-EVENTOS       PIC X(01) VALUE "N".
       01 WKS-ULTIMOS-EVENTOS.
           02 WKS-EV-ULTIMO       PIC 9(04) OCCURS 7 TIMES.

      * EVENTO EN CURSO (LO LLENA CADA FUENTE ANTES DE 2900)
       77 WKS-E-TIPO              PIC 9(01).
       77 WKS-E-OPERADOR          PIC X(10).
       77 WKS-E-CAJA              PIC X(02).
       77 WKS-E-FECHA             PIC 9(08).
       77 WKS-E-REFERENCIA        PIC X(12).
       77 WKS-E-IMPORTE           PIC S9(11)V9(02).
       77 WKS-E-NUEVO             PIC X(01).
           88 WKS-E-ES-NUEVO      VALUE "S".

       77 WKS-ULT-FOLIO-CAN       PIC 9(10) VALUE 0.
       77 WKS-ULT-FOLIO-DEV       PIC 9(10) VALUE 0.
       77 WKS-IMPORTE-RENGLON     PIC S9(11)V9(02).
       77 WKS-AVISO-LLENA         PIC X(01) VALUE "N".

      * IMPRESION
       77 WKS-PROM-NUM            PIC 9(05)V9(02).
       77 WKS-PROM-IMP            PIC S9(11)V9(02).
       77 WKS-MARCA               PIC X(08).
       77 WKS-CUENTA-ALERTAS      PIC 9(02).
       77 WKS-TIPOS-CON-EVENTO    PIC 9(01).
       77 WKS-LUGAR               PIC 9(03).
       77 WKS-MEJOR-POS           PIC 9(03).
       77 WKS-MEJOR-ALERTAS       PIC 9(02).
       77 WKS-DIVISOR             PIC 9(03).
       77 WKS-NUM-FORMAT          PIC ZZZZ9.
       77 WKS-IMP-FORMAT          PIC -Z(7)9.99.
       77 WKS-PROM-NUM-FORMAT     PIC ZZZ9.9.
       77 WKS-PROM-IMP-FORMAT     PIC -Z(6)9.99.
       77 WKS-TICKETS-FORMAT      PIC ZZZZZ9.
       77 WKS-ALERTAS-FORMAT      PIC Z9.
       77 WKS-EVENTOS-FORMAT      PIC ZZZ9.
       77 WKS-ENTIDAD-NUM         PIC 9(05).
       77 WKS-ENTIDAD-IMP         PIC S9(11)V9(02).
       77 WKS-OPERADORES-ALERTA   PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== EXCEPCIONES DE CAJA POR OPERADOR Y CAJA ===".
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 0100-PEDIR-SEMANA UNTIL WKS-FECHA-VALIDA.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-BASE.
           MOVE 6 TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-FECHA-HASTA.
           DISPLAY "SEMANA DEL " WKS-FECHA-DESDE " AL "
                   WKS-FECHA-HASTA.
           MOVE 0 TO WKS-ULTIMOS-EVENTOS.
           MOVE 1 TO WKS-IDX-TIPO.
           PERFORM 0200-LIMPIAR-TOTAL
               UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.
           PERFORM 2000-RECORRER-VIVO.
           PERFORM 3000-RECORRER-ARCHIVOS.
           PERFORM 3500-LEER-BITACORA.
           PERFORM 3600-LEER-MOVIMIENTOS.
           PERFORM 3700-LEER-CIERRES.
           PERFORM 3800-LEER-SESIONES.
           PERFORM 4000-CONTAR-ALERTAS.
           PERFORM 5000-IMPRIMIR.
           DISPLAY "OPERADORES CON ALERTA: " WKS-OPERADORES-ALERTA.
           DISPLAY "REPORTE EN REPORTE-EXCEPCIONES.TXT".
           GOBACK.

       0100-PEDIR-SEMANA.
           DISPLAY "PRIMER DIA DE LA SEMANA (AAAAMMDD)".
           ACCEPT WKS-FECHA-DESDE.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

       0200-LIMPIAR-TOTAL.
           MOVE 0 TO WKS-TOT-NUM(WKS-IDX-TIPO).
           MOVE 0 TO WKS-TOT-IMP(WKS-IDX-TIPO).
           ADD 1 TO WKS-IDX-TIPO.

      ******************************************************************
      * VENTAS: VIVAS Y MESES ARCHIVADOS DE LA SEMANA
      ******************************************************************
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
                   PERFORM 2500-REVISAR-PARTIDA
                       THRU 2500-SALIR.

      * MESES ARCHIVADOS DE LA SEMANA, ANTERIORES AL MES EN CURSO (EL
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
                   PERFORM 2500-REVISAR-PARTIDA
                       THRU 2500-SALIR.

       3200-MES-ANTERIOR-FINAL.
           IF WKS-MES-FINAL(5:2) IS EQUAL TO "01" THEN
               SUBTRACT 89 FROM WKS-MES-FINAL
           ELSE
               SUBTRACT 1 FROM WKS-MES-FINAL.

      ******************************************************************
      * UNA PARTIDA (YA EN LA VISTA VA-): EL VENDEDOR Y LA CAJA CUENTAN
      * COMO ACTIVOS EN LA SEMANA, Y LA PARTIDA PUEDE SER CANCELACION,
      * DEVOLUCION O VENTA BAJO COSTO
      ******************************************************************
       2500-REVISAR-PARTIDA.
           IF VA-FECHA IS NOT NUMERIC THEN
               GO TO 2500-SALIR.
           IF VA-FECHA IS LESS THAN WKS-FECHA-DESDE OR
              VA-FECHA IS GREATER THAN WKS-FECHA-HASTA THEN
               GO TO 2500-SALIR.
           MOVE VA-VENDEDOR TO WKS-E-OPERADOR.
           MOVE VA-CAJA TO WKS-E-CAJA.
           MOVE VA-FECHA TO WKS-E-FECHA.
           MOVE VA-FOLIO TO WKS-E-REFERENCIA.
           COMPUTE WKS-IMPORTE-RENGLON = VA-CANTIDAD * VA-PRECIO.
           IF VA-ESTADO IS EQUAL TO "C" THEN
               MOVE 1 TO WKS-E-TIPO
               MOVE WKS-IMPORTE-RENGLON TO WKS-E-IMPORTE
               MOVE "N" TO WKS-E-NUEVO
               IF VA-FOLIO IS NOT EQUAL TO WKS-ULT-FOLIO-CAN THEN
                   MOVE "S" TO WKS-E-NUEVO
                   MOVE VA-FOLIO TO WKS-ULT-FOLIO-CAN
               END-IF
               PERFORM 2900-REGISTRAR-EVENTO
               GO TO 2500-SALIR.
           PERFORM 2910-UBICAR-OPERADOR.
           PERFORM 2920-UBICAR-CAJA.
           IF VA-TIPO IS EQUAL TO "D" THEN
               MOVE 3 TO WKS-E-TIPO
               MOVE WKS-IMPORTE-RENGLON TO WKS-E-IMPORTE
               MOVE "N" TO WKS-E-NUEVO
               IF VA-FOLIO IS NOT EQUAL TO WKS-ULT-FOLIO-DEV THEN
                   MOVE "S" TO WKS-E-NUEVO
                   MOVE VA-FOLIO TO WKS-ULT-FOLIO-DEV
               END-IF
               PERFORM 2900-REGISTRAR-EVENTO
               GO TO 2500-SALIR.
           PERFORM 2550-CONTAR-TICKET.
           IF VA-COSTO IS NUMERIC AND VA-PRECIO IS LESS THAN VA-COSTO
           THEN
               MOVE 2 TO WKS-E-TIPO
               COMPUTE WKS-E-IMPORTE =
                       (VA-COSTO - VA-PRECIO) * VA-CANTIDAD
               MOVE "S" TO WKS-E-NUEVO
               PERFORM 2900-REGISTRAR-EVENTO.
       2500-SALIR.
           EXIT.

       2550-CONTAR-TICKET.
           IF WKS-POS-OP IS GREATER THAN 0 THEN
               IF VA-FOLIO IS NOT EQUAL TO
                  WKS-OP-ULT-FOLIO(WKS-POS-OP) THEN
                   ADD 1 TO WKS-OP-TICKETS(WKS-POS-OP)
                   MOVE VA-FOLIO TO WKS-OP-ULT-FOLIO(WKS-POS-OP).
           IF WKS-POS-CJ IS GREATER THAN 0 THEN
               IF VA-FOLIO IS NOT EQUAL TO
                  WKS-CJ-ULT-FOLIO(WKS-POS-CJ) THEN
                   ADD 1 TO WKS-CJ-TICKETS(WKS-POS-CJ)
                   MOVE VA-FOLIO TO WKS-CJ-ULT-FOLIO(WKS-POS-CJ).

      ******************************************************************
      * BITACORA DE CAMBIOS DEL MES (O LOS DOS MESES) DE LA SEMANA:
      * CAMBIOS MANUALES DE PRECIO Y CANTIDAD HECHOS EN COMERCIO
      ******************************************************************
       3500-LEER-BITACORA.
           MOVE WKS-FECHA-DESDE(1:6) TO WKS-AUD-MES-NOMBRE.
           PERFORM 3510-LEER-SEGMENTO.
           IF WKS-FECHA-HASTA(1:6) IS NOT EQUAL TO
              WKS-FECHA-DESDE(1:6) THEN
               MOVE WKS-FECHA-HASTA(1:6) TO WKS-AUD-MES-NOMBRE
               PERFORM 3510-LEER-SEGMENTO.

       3510-LEER-SEGMENTO.
           MOVE "N" TO WKS-FIN-BITACORA.
           OPEN INPUT AUDIT-CAMBIOS-FILE.
           IF AUD-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-BITACORA
           ELSE
               PERFORM 3520-LEER-CAMBIO UNTIL WKS-EOF-BITACORA
               CLOSE AUDIT-CAMBIOS-FILE.

       3520-LEER-CAMBIO.
           READ AUDIT-CAMBIOS-FILE
               AT END
                   MOVE "S" TO WKS-FIN-BITACORA
               NOT AT END
                   IF AD-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      AD-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
                      AD-ARCHIVO IS EQUAL TO "COMERCIO" AND
                      (AD-CAMPO IS EQUAL TO "PRECIO" OR
                       AD-CAMPO IS EQUAL TO "CANTIDAD") THEN
                       MOVE 4 TO WKS-E-TIPO
                       MOVE AD-OPERADOR TO WKS-E-OPERADOR
                       MOVE "--" TO WKS-E-CAJA
                       MOVE AD-FECHA TO WKS-E-FECHA
                       MOVE AD-LLAVE TO WKS-E-REFERENCIA
                       MOVE 0 TO WKS-E-IMPORTE
                       MOVE "S" TO WKS-E-NUEVO
                       PERFORM 2900-REGISTRAR-EVENTO.

      ******************************************************************
      * SALIDAS DE EFECTIVO DEL CAJON (MOVIMIENTOS DE CAJA TIPO S)
      ******************************************************************
       3600-LEER-MOVIMIENTOS.
           MOVE "N" TO WKS-FIN-MOVIMIENTOS.
           OPEN INPUT CAJA-MOV-FILE.
           IF MC-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-MOVIMIENTOS
           ELSE
               PERFORM 3610-LEER-MOVIMIENTO
                   UNTIL WKS-EOF-MOVIMIENTOS
               CLOSE CAJA-MOV-FILE.

       3610-LEER-MOVIMIENTO.
           READ CAJA-MOV-FILE
               AT END
                   MOVE "S" TO WKS-FIN-MOVIMIENTOS
               NOT AT END
                   IF MC-TIPO IS EQUAL TO "S" AND
                      MC-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      MC-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA
                   THEN
                       MOVE 5 TO WKS-E-TIPO
                       MOVE MC-OPERADOR TO WKS-E-OPERADOR
                       MOVE MC-CAJA TO WKS-E-CAJA
                       MOVE MC-FECHA TO WKS-E-FECHA
                       MOVE MC-CONCEPTO TO WKS-E-REFERENCIA
                       MOVE MC-IMPORTE TO WKS-E-IMPORTE
                       MOVE "S" TO WKS-E-NUEVO
                       PERFORM 2900-REGISTRAR-EVENTO.

      ******************************************************************
      * CORTES CON SOBRANTE O FALTANTE (SE SUMA EL VALOR ABSOLUTO; EN
      * CIERRES ANTERIORES AL OPERADOR DEL CORTE NO HAY OPERADOR)
      ******************************************************************
       3700-LEER-CIERRES.
           MOVE "N" TO WKS-FIN-CIERRES.
           OPEN INPUT CIERRE-FILE.
           IF CC-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-CIERRES
           ELSE
               PERFORM 3710-LEER-CIERRE UNTIL WKS-EOF-CIERRES
               CLOSE CIERRE-FILE.

       3710-LEER-CIERRE.
           READ CIERRE-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CIERRES
               NOT AT END
                   IF CC-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      CC-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
                      CC-DIFERENCIA IS NOT EQUAL TO 0 THEN
                       MOVE 6 TO WKS-E-TIPO
                       MOVE CC-OPERADOR TO WKS-E-OPERADOR
                       MOVE CC-CAJA TO WKS-E-CAJA
                       MOVE CC-FECHA TO WKS-E-FECHA
                       MOVE SPACES TO WKS-E-REFERENCIA
                       IF CC-DIFERENCIA IS LESS THAN 0 THEN
                           MOVE "FALTANTE" TO WKS-E-REFERENCIA
                           COMPUTE WKS-E-IMPORTE = 0 - CC-DIFERENCIA
                       ELSE
                           MOVE "SOBRANTE" TO WKS-E-REFERENCIA
                           MOVE CC-DIFERENCIA TO WKS-E-IMPORTE
                       END-IF
                       MOVE "S" TO WKS-E-NUEVO
                       PERFORM 2900-REGISTRAR-EVENTO.

      ******************************************************************
      * ACCESOS FALLIDOS DE LA BITACORA DE SESIONES; LA CAJA SALE DE
      * LA TERMINAL ("CAJA NN") CUANDO EL ACCESO FUE DESDE COMERCIO
      ******************************************************************
       3800-LEER-SESIONES.
           MOVE "N" TO WKS-FIN-SESIONES.
           OPEN INPUT SESION-FILE.
           IF SES-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-SESIONES
           ELSE
               PERFORM 3810-LEER-SESION UNTIL WKS-EOF-SESIONES
               CLOSE SESION-FILE.

       3810-LEER-SESION.
           READ SESION-FILE
               AT END
                   MOVE "S" TO WKS-FIN-SESIONES
               NOT AT END
                   IF SE-FECHA IS NUMERIC AND
                      SE-FECHA IS NOT LESS THAN WKS-FECHA-DESDE AND
                      SE-FECHA IS NOT GREATER THAN WKS-FECHA-HASTA AND
                      (SE-EVENTO IS EQUAL TO "FALLO" OR
                       SE-EVENTO IS EQUAL TO "BLOQUEO" OR
                       SE-EVENTO IS EQUAL TO "BLOQUEADO") THEN
                       MOVE 7 TO WKS-E-TIPO
                       MOVE SE-OPERADOR TO WKS-E-OPERADOR
                       MOVE "--" TO WKS-E-CAJA
                       IF SE-TERM-PREFIJO IS EQUAL TO "CAJA " THEN
                           MOVE SE-TERM-CAJA TO WKS-E-CAJA
                       END-IF
                       MOVE SE-FECHA TO WKS-E-FECHA
                       MOVE SE-EVENTO TO WKS-E-REFERENCIA
                       MOVE 0 TO WKS-E-IMPORTE
                       MOVE "S" TO WKS-E-NUEVO
                       PERFORM 2900-REGISTRAR-EVENTO.

      ******************************************************************
      * ALTA DE UN EVENTO (WKS-E-...) EN SU OPERADOR, SU CAJA, LOS
      * TOTALES Y EL DETALLE. CON WKS-E-NUEVO = "N" ES OTRA PARTIDA
      * DEL MISMO FOLIO: SOLO SUMA IMPORTE AL ULTIMO EVENTO DEL TIPO
      ******************************************************************
       2900-REGISTRAR-EVENTO.
           PERFORM 2910-UBICAR-OPERADOR.
           MOVE 0 TO WKS-POS-CJ.
           IF WKS-E-CAJA IS NOT EQUAL TO "--" THEN
               PERFORM 2920-UBICAR-CAJA.
           IF WKS-E-ES-NUEVO THEN
               ADD 1 TO WKS-TOT-NUM(WKS-E-TIPO)
               IF WKS-POS-OP IS GREATER THAN 0 THEN
                   ADD 1 TO WKS-OP-NUM(WKS-POS-OP, WKS-E-TIPO)
               END-IF
               IF WKS-POS-CJ IS GREATER THAN 0 THEN
                   ADD 1 TO WKS-CJ-NUM(WKS-POS-CJ, WKS-E-TIPO)
               END-IF
               PERFORM 2930-AGREGAR-DETALLE.
           ADD WKS-E-IMPORTE TO WKS-TOT-IMP(WKS-E-TIPO).
           IF WKS-POS-OP IS GREATER THAN 0 THEN
               ADD WKS-E-IMPORTE TO WKS-OP-IMP(WKS-POS-OP, WKS-E-TIPO).
           IF WKS-POS-CJ IS GREATER THAN 0 THEN
               ADD WKS-E-IMPORTE TO WKS-CJ-IMP(WKS-POS-CJ, WKS-E-TIPO).
           IF WKS-EV-ULTIMO(WKS-E-TIPO) IS GREATER THAN 0 AND
              NOT WKS-E-ES-NUEVO THEN
               ADD WKS-E-IMPORTE
                   TO WKS-EV-IMPORTE(WKS-EV-ULTIMO(WKS-E-TIPO)).

       2930-AGREGAR-DETALLE.
           IF WKS-NUM-EVENTOS IS LESS THAN 3000 THEN
               ADD 1 TO WKS-NUM-EVENTOS
               MOVE WKS-NUM-EVENTOS TO WKS-EV-ULTIMO(WKS-E-TIPO)
               MOVE WKS-E-TIPO TO WKS-EV-TIPO(WKS-NUM-EVENTOS)
               MOVE WKS-E-OPERADOR TO WKS-EV-OPERADOR(WKS-NUM-EVENTOS)
               MOVE WKS-E-CAJA TO WKS-EV-CAJA(WKS-NUM-EVENTOS)
               MOVE WKS-E-FECHA TO WKS-EV-FECHA(WKS-NUM-EVENTOS)
               MOVE WKS-E-REFERENCIA
                   TO WKS-EV-REFERENCIA(WKS-NUM-EVENTOS)
               MOVE WKS-E-IMPORTE TO WKS-EV-IMPORTE(WKS-NUM-EVENTOS)
           ELSE
               MOVE 0 TO WKS-EV-ULTIMO(WKS-E-TIPO)
               MOVE "S" TO WKS-AVISO-EVENTOS.

      * EL OPERADOR EN BLANCO (REGISTROS ANTERIORES AL SELLO DE
      * OPERADOR) SE JUNTA EN "SIN-OPER"
       2910-UBICAR-OPERADOR.
           IF WKS-E-OPERADOR IS EQUAL TO SPACES THEN
               MOVE "SIN-OPER" TO WKS-E-OPERADOR.
           MOVE 0 TO WKS-POS-OP.
           MOVE 1 TO WKS-IDX-OP.
           PERFORM 2911-CICLO-OPERADOR
               UNTIL WKS-IDX-OP IS GREATER THAN WKS-NUM-OPER
                  OR WKS-POS-OP IS GREATER THAN 0.
           IF WKS-POS-OP IS EQUAL TO 0 THEN
               IF WKS-NUM-OPER IS LESS THAN 200 THEN
                   ADD 1 TO WKS-NUM-OPER
                   MOVE WKS-NUM-OPER TO WKS-POS-OP
                   MOVE WKS-E-OPERADOR TO WKS-OP-CLAVE(WKS-POS-OP)
                   MOVE 0 TO WKS-OP-TICKETS(WKS-POS-OP)
                   MOVE 0 TO WKS-OP-ULT-FOLIO(WKS-POS-OP)
                   MOVE 0 TO WKS-OP-ALERTAS(WKS-POS-OP)
                   MOVE "N" TO WKS-OP-USADO(WKS-POS-OP)
                   MOVE 1 TO WKS-IDX-TIPO
                   PERFORM 2912-LIMPIAR-OPERADOR
                       UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS
               ELSE
               IF WKS-AVISO-LLENA IS NOT EQUAL TO "S" THEN
                   DISPLAY "TABLA DE OPERADORES LLENA, SE REPORTAN "
                           "SOLO LOS PRIMEROS 200"
                   MOVE "S" TO WKS-AVISO-LLENA.

       2911-CICLO-OPERADOR.
           IF WKS-OP-CLAVE(WKS-IDX-OP) IS EQUAL TO WKS-E-OPERADOR THEN
               MOVE WKS-IDX-OP TO WKS-POS-OP
           ELSE
               ADD 1 TO WKS-IDX-OP.

       2912-LIMPIAR-OPERADOR.
           MOVE 0 TO WKS-OP-NUM(WKS-POS-OP, WKS-IDX-TIPO).
           MOVE 0 TO WKS-OP-IMP(WKS-POS-OP, WKS-IDX-TIPO).
           ADD 1 TO WKS-IDX-TIPO.

      * LA CAJA EN BLANCO ES LA 01, COMO EN EL CORTE
       2920-UBICAR-CAJA.
           IF WKS-E-CAJA IS EQUAL TO SPACES THEN
               MOVE "01" TO WKS-E-CAJA.
           MOVE 0 TO WKS-POS-CJ.
           MOVE 1 TO WKS-IDX-CJ.
           PERFORM 2921-CICLO-CAJA
               UNTIL WKS-IDX-CJ IS GREATER THAN WKS-NUM-CAJAS
                  OR WKS-POS-CJ IS GREATER THAN 0.
           IF WKS-POS-CJ IS EQUAL TO 0 AND WKS-NUM-CAJAS < 50 THEN
               ADD 1 TO WKS-NUM-CAJAS
               MOVE WKS-NUM-CAJAS TO WKS-POS-CJ
               MOVE WKS-E-CAJA TO WKS-CJ-CLAVE(WKS-POS-CJ)
               MOVE 0 TO WKS-CJ-TICKETS(WKS-POS-CJ)
               MOVE 0 TO WKS-CJ-ULT-FOLIO(WKS-POS-CJ)
               MOVE 0 TO WKS-CJ-ALERTAS(WKS-POS-CJ)
               MOVE 1 TO WKS-IDX-TIPO
               PERFORM 2922-LIMPIAR-CAJA
                   UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.

       2921-CICLO-CAJA.
           IF WKS-CJ-CLAVE(WKS-IDX-CJ) IS EQUAL TO WKS-E-CAJA THEN
               MOVE WKS-IDX-CJ TO WKS-POS-CJ
           ELSE
               ADD 1 TO WKS-IDX-CJ.

       2922-LIMPIAR-CAJA.
           MOVE 0 TO WKS-CJ-NUM(WKS-POS-CJ, WKS-IDX-TIPO).
           MOVE 0 TO WKS-CJ-IMP(WKS-POS-CJ, WKS-IDX-TIPO).
           ADD 1 TO WKS-IDX-TIPO.

      ******************************************************************
      * ALERTAS: CUANTAS CIFRAS DE CADA OPERADOR Y CADA CAJA QUEDAN
      * MUY ARRIBA DEL PROMEDIO (PARA ORDENAR EL REPORTE)
      ******************************************************************
       4000-CONTAR-ALERTAS.
           MOVE WKS-NUM-OPER TO WKS-DIVISOR.
           MOVE 1 TO WKS-IDX-OP.
           PERFORM 4100-ALERTAS-OPERADOR
               UNTIL WKS-IDX-OP IS GREATER THAN WKS-NUM-OPER.
           MOVE WKS-NUM-CAJAS TO WKS-DIVISOR.
           MOVE 1 TO WKS-IDX-CJ.
           PERFORM 4200-ALERTAS-CAJA
               UNTIL WKS-IDX-CJ IS GREATER THAN WKS-NUM-CAJAS.

       4100-ALERTAS-OPERADOR.
           MOVE 0 TO WKS-CUENTA-ALERTAS.
           MOVE 1 TO WKS-IDX-TIPO.
           PERFORM 4110-ALERTA-TIPO-OPER
               UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.
           MOVE WKS-CUENTA-ALERTAS TO WKS-OP-ALERTAS(WKS-IDX-OP).
           IF WKS-CUENTA-ALERTAS IS GREATER THAN 0 THEN
               ADD 1 TO WKS-OPERADORES-ALERTA.
           ADD 1 TO WKS-IDX-OP.

       4110-ALERTA-TIPO-OPER.
           MOVE WKS-OP-NUM(WKS-IDX-OP, WKS-IDX-TIPO) TO WKS-ENTIDAD-NUM.
           MOVE WKS-OP-IMP(WKS-IDX-OP, WKS-IDX-TIPO) TO WKS-ENTIDAD-IMP.
           PERFORM 4500-EVALUAR-CIFRA.
           IF WKS-MARCA IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WKS-CUENTA-ALERTAS.
           ADD 1 TO WKS-IDX-TIPO.

       4200-ALERTAS-CAJA.
           MOVE 0 TO WKS-CUENTA-ALERTAS.
           MOVE 1 TO WKS-IDX-TIPO.
           PERFORM 4210-ALERTA-TIPO-CAJA
               UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.
           MOVE WKS-CUENTA-ALERTAS TO WKS-CJ-ALERTAS(WKS-IDX-CJ).
           ADD 1 TO WKS-IDX-CJ.

       4210-ALERTA-TIPO-CAJA.
           MOVE WKS-CJ-NUM(WKS-IDX-CJ, WKS-IDX-TIPO) TO WKS-ENTIDAD-NUM.
           MOVE WKS-CJ-IMP(WKS-IDX-CJ, WKS-IDX-TIPO) TO WKS-ENTIDAD-IMP.
           PERFORM 4500-EVALUAR-CIFRA.
           IF WKS-MARCA IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WKS-CUENTA-ALERTAS.
           ADD 1 TO WKS-IDX-TIPO.

      * PROMEDIO DE LA TIENDA PARA EL TIPO WKS-IDX-TIPO ENTRE
      * WKS-DIVISOR OPERADORES (O CAJAS), Y MARCA DE LA CIFRA EN
      * WKS-ENTIDAD-NUM / WKS-ENTIDAD-IMP. EL CAMBIO DE PRECIO O
      * CANTIDAD NO TIENE CAJA: POR CAJA NUNCA SE MARCA
       4500-EVALUAR-CIFRA.
           MOVE SPACES TO WKS-MARCA.
           MOVE 0 TO WKS-PROM-NUM.
           MOVE 0 TO WKS-PROM-IMP.
           IF WKS-DIVISOR IS GREATER THAN 0 THEN
               COMPUTE WKS-PROM-NUM ROUNDED =
                       WKS-TOT-NUM(WKS-IDX-TIPO) / WKS-DIVISOR
               COMPUTE WKS-PROM-IMP ROUNDED =
                       WKS-TOT-IMP(WKS-IDX-TIPO) / WKS-DIVISOR.
           IF WKS-ENTIDAD-NUM IS NOT LESS THAN WKS-MIN-EVENTOS THEN
               IF WKS-ENTIDAD-NUM IS GREATER THAN
                  WKS-PROM-NUM * WKS-FACTOR-ALERTA OR
                  (WKS-PROM-IMP IS GREATER THAN 0 AND
                   WKS-ENTIDAD-IMP IS GREATER THAN
                   WKS-PROM-IMP * WKS-FACTOR-ALERTA) THEN
                   MOVE "<< ALTO" TO WKS-MARCA.

      ******************************************************************
      * IMPRESION: OPERADORES (LOS DE MAS ALERTAS PRIMERO), CAJAS,
      * TOTALES DE LA TIENDA Y DETALLE DE EVENTOS POR OPERADOR
      ******************************************************************
       5000-IMPRIMIR.
           MOVE "REPORTE-EXCEPCIONES.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "EXCEPCIONES DE CAJA DEL " WKS-FECHA-DESDE " AL "
                  WKS-FECHA-HASTA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "  EXCEPCION          NUM      IMPORTE  PROM.TIENDA (NUM
      -        "/IMPORTE)" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "--- POR OPERADOR ---" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NUM-OPER TO WKS-DIVISOR.
           MOVE 1 TO WKS-LUGAR.
           PERFORM 5100-SACAR-OPERADOR
               UNTIL WKS-LUGAR IS GREATER THAN WKS-NUM-OPER.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "--- POR CAJA ---" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NUM-CAJAS TO WKS-DIVISOR.
           MOVE 1 TO WKS-IDX-CJ.
           PERFORM 5200-RENGLONES-CAJA
               UNTIL WKS-IDX-CJ IS GREATER THAN WKS-NUM-CAJAS.
           PERFORM 5300-TOTALES.
           PERFORM 5400-DETALLE.
           PERFORM 1965-REPORTE-TERMINAR.

       5100-SACAR-OPERADOR.
           MOVE 0 TO WKS-MEJOR-POS.
           MOVE 0 TO WKS-MEJOR-ALERTAS.
           MOVE 1 TO WKS-IDX-OP.
           PERFORM 5110-CICLO-MEJOR-OPER
               UNTIL WKS-IDX-OP IS GREATER THAN WKS-NUM-OPER.
           IF WKS-MEJOR-POS IS EQUAL TO 0 THEN
               MOVE 999 TO WKS-LUGAR
           ELSE
               MOVE "S" TO WKS-OP-USADO(WKS-MEJOR-POS)
               MOVE WKS-MEJOR-POS TO WKS-IDX-OP
               PERFORM 5120-RENGLONES-OPERADOR
               ADD 1 TO WKS-LUGAR.

       5110-CICLO-MEJOR-OPER.
           IF WKS-OP-USADO(WKS-IDX-OP) IS NOT EQUAL TO "S" AND
              (WKS-MEJOR-POS IS EQUAL TO 0 OR
               WKS-OP-ALERTAS(WKS-IDX-OP) IS GREATER THAN
               WKS-MEJOR-ALERTAS) THEN
               MOVE WKS-IDX-OP TO WKS-MEJOR-POS
               MOVE WKS-OP-ALERTAS(WKS-IDX-OP) TO WKS-MEJOR-ALERTAS.
           ADD 1 TO WKS-IDX-OP.

       5120-RENGLONES-OPERADOR.
           MOVE WKS-OP-TICKETS(WKS-IDX-OP) TO WKS-TICKETS-FORMAT.
           MOVE WKS-OP-ALERTAS(WKS-IDX-OP) TO WKS-ALERTAS-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "OPERADOR " WKS-OP-CLAVE(WKS-IDX-OP)
                  "  TICKETS " WKS-TICKETS-FORMAT
                  "  ALERTAS " WKS-ALERTAS-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-TIPO.
           PERFORM 5130-RENGLON-TIPO-OPER
               UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.
           IF WKS-OP-ALERTAS(WKS-IDX-OP) IS GREATER THAN 0 THEN
               DISPLAY "ALERTA: OPERADOR " WKS-OP-CLAVE(WKS-IDX-OP)
                       " CON " WKS-ALERTAS-FORMAT
                       " CIFRA(S) MUY ARRIBA DEL PROMEDIO".

       5130-RENGLON-TIPO-OPER.
           MOVE WKS-OP-NUM(WKS-IDX-OP, WKS-IDX-TIPO) TO WKS-ENTIDAD-NUM.
           MOVE WKS-OP-IMP(WKS-IDX-OP, WKS-IDX-TIPO) TO WKS-ENTIDAD-IMP.
           IF WKS-ENTIDAD-NUM IS GREATER THAN 0 THEN
               PERFORM 4500-EVALUAR-CIFRA
               PERFORM 5500-RENGLON-CIFRA.
           ADD 1 TO WKS-IDX-TIPO.

       5200-RENGLONES-CAJA.
           MOVE WKS-CJ-TICKETS(WKS-IDX-CJ) TO WKS-TICKETS-FORMAT.
           MOVE WKS-CJ-ALERTAS(WKS-IDX-CJ) TO WKS-ALERTAS-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "CAJA " WKS-CJ-CLAVE(WKS-IDX-CJ)
                  "  TICKETS " WKS-TICKETS-FORMAT
                  "  ALERTAS " WKS-ALERTAS-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-TIPO.
           PERFORM 5210-RENGLON-TIPO-CAJA
               UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.
           ADD 1 TO WKS-IDX-CJ.

       5210-RENGLON-TIPO-CAJA.
           MOVE WKS-CJ-NUM(WKS-IDX-CJ, WKS-IDX-TIPO) TO WKS-ENTIDAD-NUM.
           MOVE WKS-CJ-IMP(WKS-IDX-CJ, WKS-IDX-TIPO) TO WKS-ENTIDAD-IMP.
           IF WKS-ENTIDAD-NUM IS GREATER THAN 0 THEN
               PERFORM 4500-EVALUAR-CIFRA
               PERFORM 5500-RENGLON-CIFRA.
           ADD 1 TO WKS-IDX-TIPO.

      * TOTALES DE LA TIENDA Y PROMEDIO POR OPERADOR DE CADA TIPO
       5300-TOTALES.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NUM-OPER TO WKS-TICKETS-FORMAT.
           STRING "--- TOTAL DE LA TIENDA (" WKS-TICKETS-FORMAT
                  " OPERADORES) ---"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NUM-OPER TO WKS-DIVISOR.
           MOVE 1 TO WKS-IDX-TIPO.
           PERFORM 5310-TOTAL-TIPO
               UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.
           IF WKS-AVISO-LLENA IS EQUAL TO "S" THEN
               MOVE "TABLA DE OPERADORES LLENA: HAY OPERADORES FUERA D
      -        "EL REPORTE" TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.

       5310-TOTAL-TIPO.
           MOVE WKS-TOT-NUM(WKS-IDX-TIPO) TO WKS-ENTIDAD-NUM.
           MOVE WKS-TOT-IMP(WKS-IDX-TIPO) TO WKS-ENTIDAD-IMP.
           PERFORM 4500-EVALUAR-CIFRA.
           MOVE SPACES TO WKS-MARCA.
           PERFORM 5500-RENGLON-CIFRA.
           ADD 1 TO WKS-IDX-TIPO.

      * RENGLON DE UNA CIFRA: TIPO, NUMERO, IMPORTE, PROMEDIO DE LA
      * TIENDA (NUMERO E IMPORTE) Y LA MARCA
       5500-RENGLON-CIFRA.
           MOVE WKS-ENTIDAD-NUM TO WKS-NUM-FORMAT.
           MOVE WKS-ENTIDAD-IMP TO WKS-IMP-FORMAT.
           MOVE WKS-PROM-NUM TO WKS-PROM-NUM-FORMAT.
           MOVE WKS-PROM-IMP TO WKS-PROM-IMP-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "  " WKS-NOMBRE-TIPO(WKS-IDX-TIPO) " "
                  WKS-NUM-FORMAT " "
                  WKS-IMP-FORMAT "  "
                  WKS-PROM-NUM-FORMAT " "
                  WKS-PROM-IMP-FORMAT " "
                  WKS-MARCA
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      ******************************************************************
      * DETALLE: CADA EVENTO DE CADA OPERADOR, EN EL ORDEN DEL REPORTE
      * (FOLIO, CORTE, PRODUCTO O CONCEPTO EN LA REFERENCIA)
      ******************************************************************
       5400-DETALLE.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-NUM-EVENTOS TO WKS-EVENTOS-FORMAT.
           STRING "--- DETALLE DE EVENTOS (" WKS-EVENTOS-FORMAT
                  ") ---"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "  FECHA    CAJA EXCEPCION        REFERENCIA        IMP
      -        "ORTE" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-OP.
           PERFORM 5410-DETALLE-OPERADOR
               UNTIL WKS-IDX-OP IS GREATER THAN WKS-NUM-OPER.
           IF WKS-AVISO-EVENTOS IS EQUAL TO "S" THEN
               MOVE "DETALLE LIMITADO A LOS PRIMEROS 3000 EVENTOS"
                   TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.

       5410-DETALLE-OPERADOR.
           MOVE 0 TO WKS-TIPOS-CON-EVENTO.
           MOVE 1 TO WKS-IDX-TIPO.
           PERFORM 5420-SUMAR-EVENTOS-OPER
               UNTIL WKS-IDX-TIPO IS GREATER THAN WKS-NUM-TIPOS.
           IF WKS-TIPOS-CON-EVENTO IS GREATER THAN 0 THEN
               MOVE SPACES TO WKS-REP-LINEA
               STRING "OPERADOR " WKS-OP-CLAVE(WKS-IDX-OP)
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               MOVE 1 TO WKS-IDX-EV
               PERFORM 5430-RENGLON-EVENTO
                   UNTIL WKS-IDX-EV IS GREATER THAN WKS-NUM-EVENTOS.
           ADD 1 TO WKS-IDX-OP.

      * SOLO SE ABRE EL DETALLE DEL OPERADOR QUE TIENE ALGUN EVENTO
       5420-SUMAR-EVENTOS-OPER.
           IF WKS-OP-NUM(WKS-IDX-OP, WKS-IDX-TIPO) IS GREATER THAN 0
           THEN
               ADD 1 TO WKS-TIPOS-CON-EVENTO.
           ADD 1 TO WKS-IDX-TIPO.

       5430-RENGLON-EVENTO.
           IF WKS-EV-OPERADOR(WKS-IDX-EV) IS EQUAL TO
              WKS-OP-CLAVE(WKS-IDX-OP) THEN
               MOVE WKS-EV-TIPO(WKS-IDX-EV) TO WKS-IDX-TIPO
               MOVE WKS-EV-IMPORTE(WKS-IDX-EV) TO WKS-IMP-FORMAT
               MOVE SPACES TO WKS-REP-LINEA
               STRING "  " WKS-EV-FECHA(WKS-IDX-EV) " "
                      WKS-EV-CAJA(WKS-IDX-EV) "   "
                      WKS-NOMBRE-TIPO(WKS-IDX-TIPO) " "
                      WKS-EV-REFERENCIA(WKS-IDX-EV) " "
                      WKS-IMP-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-EV.

           COPY REPORTE-PROC.
           COPY FECHA-PROC.
