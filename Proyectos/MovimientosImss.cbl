      ******************************************************************
      * Author:
      * Date:
      * Purpose: MOVIMIENTOS AFILIATORIOS ANTE EL IMSS. LAS ALTAS DE
      *          NOMINA, VARIABLES Y PROGRAMA1, LAS BAJAS Y LOS
      *          CAMBIOS DE SALARIO DE NOMINA DEJAN CADA MOVIMIENTO
      *          CON SU SALARIO DIARIO INTEGRADO EN
      *          MOVIMIENTOS-IMSS.TXT (VER MOVIMSS). ESTE PROGRAMA
      *          ARMA CON LOS PENDIENTES EL LOTE PARA EL IDSE
      *          (IDSE-<AAAAMMDD>.TXT, UN RENGLON DE 168 POSICIONES
      *          POR MOVIMIENTO EN EL TRAZADO DEL INSTITUTO, CON EL
      *          REGISTRO-PATRONAL Y LA GUIA-IMSS DE LA
      *          CONFIGURACION) Y LOS MARCA COMO ENVIADOS; UN
      *          MOVIMIENTO SIN NSS SE QUEDA PENDIENTE HASTA QUE SE
      *          CAPTUREN LOS DATOS FISCALES DEL EMPLEADO. EL REPORTE
      *          DE EXTEMPORANEOS (IMSS-EXTEMPORANEOS.TXT) MARCA LOS
      *          MOVIMIENTOS QUE SE ENVIARON, O QUE SIGUEN SIN
      *          ENVIARSE, DESPUES DE LOS CINCO DIAS HABILES QUE DA
      *          LA LEY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMIENTOS-IMSS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MOVIMSS-FILE ASSIGN TO "MOVIMIENTOS-IMSS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS MI-LLAVE
                                   FILE STATUS MI-STATUS.

           SELECT EMPLEADO-FILE ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT IDSE-FILE ASSIGN TO WKS-NOMBRE-IDSE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS ID-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMSS-FILE.
       01 REG-MOVIMSS.
           COPY MOVIMSS.

       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD IDSE-FILE.
       01 REG-IDSE                         PIC X(168).

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS Y LOS DATOS DEL PATRON VIENEN DE
      * LA CONFIGURACION
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.

       77 MI-STATUS               PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 ID-STATUS               PIC X(02).

       01 WKS-NOMBRE-IDSE.
           02 FILLER              PIC X(05) VALUE "IDSE-".
           02 WKS-IDSE-FECHA      PIC 9(08) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

      * TRAZADO DEL LOTE DEL IDSE (168 POSICIONES). TIPO DE
      * TRABAJADOR 1 = PERMANENTE, TIPO DE SALARIO 0 = FIJO, SEMANA
      * O JORNADA REDUCIDA 0 = NO; EL SALARIO VA SIN PUNTO CON DOS
      * DECIMALES Y EN CEROS EN LAS BAJAS; LA CAUSA DE BAJA SOLO SE
      * LLENA EN LAS BAJAS. EL ULTIMO CARACTER IDENTIFICA EL FORMATO
       01 WKS-ID-RENGLON.
           02 ID-REG-PATRONAL     PIC X(11).
           02 ID-NSS              PIC X(11).
           02 ID-APELLIDO-PAT     PIC X(27).
           02 ID-APELLIDO-MAT     PIC X(27).
           02 ID-NOMBRE           PIC X(27).
           02 ID-SDI              PIC 9(04)V9(02).
           02 FILLER              PIC X(06) VALUE SPACES.
           02 ID-TIPO-TRABAJADOR  PIC X(01) VALUE "1".
           02 ID-TIPO-SALARIO     PIC X(01) VALUE "0".
           02 ID-JORNADA          PIC X(01) VALUE "0".
           02 ID-FECHA.
               03 ID-FECHA-DD     PIC 9(02).
               03 ID-FECHA-MM     PIC 9(02).
               03 ID-FECHA-AAAA   PIC 9(04).
           02 ID-UMF              PIC X(03) VALUE SPACES.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 ID-TIPO-MOV         PIC X(02).
           02 ID-GUIA             PIC X(05).
           02 ID-CLAVE-TRAB       PIC X(10).
           02 ID-CAUSA-BAJA       PIC X(01).
           02 ID-CURP             PIC X(18).
           02 ID-IDENTIFICADOR    PIC X(01) VALUE "9".

       01 WKS-FECHA-MOV.
           02 WKS-FM-AAAA         PIC 9(04).
           02 WKS-FM-MM           PIC 9(02).
           02 WKS-FM-DD           PIC 9(02).
       77 WKS-CLAVE-EMP           PIC 9(05).

       77 WKS-OPCION              PIC 9(01).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-FECHA-REF           PIC 9(08).
       77 WKS-FIN-MOV             PIC X(01) VALUE "N".
           88 WKS-EOF-MOV         VALUE "S".
       77 WKS-HAY-EMP-SW          PIC X(01) VALUE "N".
           88 WKS-HAY-EMPLEADOS   VALUE "S".

      * DIAS HABILES (LUNES A VIERNES) ENTRE EL MOVIMIENTO Y SU ENVIO
       77 WKS-PLAZO-LEGAL         PIC 9(02) VALUE 5.
       77 WKS-SERIE-MOV           PIC 9(07).
       77 WKS-SERIE-REF           PIC 9(07).
       77 WKS-SERIE-DIA           PIC 9(07).
       77 WKS-DIAS-NATURALES      PIC 9(07).
       77 WKS-SEMANAS             PIC 9(07).
       77 WKS-DIAS-RESTO          PIC 9(02).
       77 WKS-DIAS-HABILES        PIC 9(07).
       77 WKS-DOW-COCIENTE        PIC 9(07).
       77 WKS-DOW-RESTO           PIC 9(01).

       77 WKS-ENVIADOS            PIC 9(05) VALUE 0.
       77 WKS-SIN-NSS             PIC 9(05) VALUE 0.
       77 WKS-EXTEMPORANEOS       PIC 9(05) VALUE 0.
       77 WKS-ESTADO-DESC         PIC X(09).
       77 WKS-HABILES-FORMAT      PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MOVIMIENTOS AFILIATORIOS IMSS ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "1 - GENERAR LOTE IDSE DE MOVIMIENTOS PENDIENTES".
           DISPLAY "2 - REPORTE DE MOVIMIENTOS EXTEMPORANEOS".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               PERFORM 2000-GENERAR-LOTE THRU 2000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               PERFORM 3000-REPORTE-EXTEMPORANEOS THRU 3000-SALIR
           ELSE
               DISPLAY "OPCION INVALIDA".
           GOBACK.

      ******************************************************************
      * LOTE DEL IDSE: CADA MOVIMIENTO PENDIENTE CON NSS SALE EN EL
      * ARCHIVO DEL DIA Y QUEDA MARCADO COMO ENVIADO CON LA FECHA; EL
      * NSS Y LA CURP QUE FALTARAN AL REGISTRARLO SE TOMAN DEL MAESTRO
      ******************************************************************
       2000-GENERAR-LOTE.
           IF WKS-CFG-REG-PATRONAL IS EQUAL TO SPACES THEN
               DISPLAY "FALTA REGISTRO-PATRONAL EN CONFIG-SISTEMA.TXT,"
                       " NO SE PUEDE ARMAR EL LOTE"
               GO TO 2000-SALIR.
           OPEN I-O MOVIMSS-FILE.
           IF MI-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY MOVIMIENTOS IMSS REGISTRADOS"
               GO TO 2000-SALIR.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-EMP-SW.
           MOVE WKS-FECHA-HOY TO WKS-IDSE-FECHA.
           OPEN OUTPUT IDSE-FILE.
           MOVE "N" TO WKS-FIN-MOV.
           MOVE LOW-VALUES TO MI-LLAVE.
           START MOVIMSS-FILE KEY IS NOT LESS THAN MI-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-MOV.
           PERFORM 2010-LEER-PENDIENTE UNTIL WKS-EOF-MOV.
           CLOSE IDSE-FILE.
           IF WKS-HAY-EMPLEADOS THEN
               CLOSE EMPLEADO-FILE.
           CLOSE MOVIMSS-FILE.
           DISPLAY "MOVIMIENTOS ENVIADOS EN EL LOTE: " WKS-ENVIADOS.
           DISPLAY "PENDIENTES SIN NSS:             " WKS-SIN-NSS.
           DISPLAY "LOTE GENERADO EN " WKS-NOMBRE-IDSE.

       2000-SALIR.
           EXIT.

       2010-LEER-PENDIENTE.
           READ MOVIMSS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-MOV
               NOT AT END
                   IF MI-PENDIENTE THEN
                       PERFORM 2020-ENVIAR-MOVIMIENTO.

       2020-ENVIAR-MOVIMIENTO.
           IF MI-NSS IS EQUAL TO SPACES AND WKS-HAY-EMPLEADOS THEN
               MOVE MI-EMP-ID TO EMP-ID
               READ EMPLEADO-FILE KEY IS EMP-ID
                   INVALID KEY
                       MOVE SPACES TO EMP-NSS
                   NOT INVALID KEY
                       MOVE EMP-NSS TO MI-NSS
                       IF MI-CURP IS EQUAL TO SPACES THEN
                           MOVE EMP-CURP TO MI-CURP
                       END-IF
               END-READ.
           IF MI-NSS IS EQUAL TO SPACES THEN
               ADD 1 TO WKS-SIN-NSS
               DISPLAY "EMPLEADO " MI-EMP-ID " SIN NSS, EL MOVIMIENTO "
                       MI-TIPO " DEL " MI-FECHA " QUEDA PENDIENTE"
           ELSE
               PERFORM 2030-ARMAR-RENGLON
               MOVE WKS-ID-RENGLON TO REG-IDSE
               WRITE REG-IDSE
               MOVE "E" TO MI-ESTADO
               MOVE WKS-FECHA-HOY TO MI-FECHA-ENVIO
               REWRITE REG-MOVIMSS
                   INVALID KEY
                       DISPLAY "NO SE PUDO MARCAR COMO ENVIADO EL "
                               "MOVIMIENTO DEL EMPLEADO " MI-EMP-ID
               END-REWRITE
               ADD 1 TO WKS-ENVIADOS.

       2030-ARMAR-RENGLON.
           MOVE WKS-CFG-REG-PATRONAL TO ID-REG-PATRONAL.
           MOVE MI-NSS TO ID-NSS.
           MOVE MI-APELLIDO-PAT TO ID-APELLIDO-PAT.
           MOVE MI-APELLIDO-MAT TO ID-APELLIDO-MAT.
           MOVE MI-NOMBRE TO ID-NOMBRE.
           IF MI-BAJA THEN
               MOVE 0 TO ID-SDI
               MOVE MI-CAUSA-BAJA TO ID-CAUSA-BAJA
           ELSE
               MOVE SPACES TO ID-CAUSA-BAJA
               IF MI-SDI IS GREATER THAN 9999.99 THEN
                   MOVE 9999.99 TO ID-SDI
               ELSE
                   MOVE MI-SDI TO ID-SDI.
           MOVE MI-FECHA TO WKS-FECHA-MOV.
           MOVE WKS-FM-DD TO ID-FECHA-DD.
           MOVE WKS-FM-MM TO ID-FECHA-MM.
           MOVE WKS-FM-AAAA TO ID-FECHA-AAAA.
           MOVE MI-TIPO TO ID-TIPO-MOV.
           MOVE WKS-CFG-GUIA-IMSS TO ID-GUIA.
           MOVE MI-EMP-ID TO WKS-CLAVE-EMP.
           MOVE WKS-CLAVE-EMP TO ID-CLAVE-TRAB.
           MOVE MI-CURP TO ID-CURP.

      ******************************************************************
      * EXTEMPORANEOS: LA LEY DA CINCO DIAS HABILES DESDE QUE SURTE
      * EFECTO EL MOVIMIENTO PARA PRESENTARLO. LOS ENVIADOS SE MIDEN
      * CONTRA SU FECHA DE ENVIO Y LOS PENDIENTES CONTRA HOY
      ******************************************************************
       3000-REPORTE-EXTEMPORANEOS.
           OPEN INPUT MOVIMSS-FILE.
           IF MI-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY MOVIMIENTOS IMSS REGISTRADOS"
               GO TO 3000-SALIR.
           MOVE "IMSS-EXTEMPORANEOS.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "MOVIMIENTOS IMSS FUERA DEL PLAZO DE "
                  WKS-PLAZO-LEGAL " DIAS HABILES"
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "EMPL  TIPO FECHA MOV ESTADO    ENVIO     HABILES"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "N" TO WKS-FIN-MOV.
           MOVE LOW-VALUES TO MI-LLAVE.
           START MOVIMSS-FILE KEY IS NOT LESS THAN MI-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-MOV.
           PERFORM 3010-REVISAR-MOVIMIENTO UNTIL WKS-EOF-MOV.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "MOVIMIENTOS EXTEMPORANEOS: " WKS-EXTEMPORANEOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           CLOSE MOVIMSS-FILE.
           DISPLAY "MOVIMIENTOS EXTEMPORANEOS: " WKS-EXTEMPORANEOS.
           DISPLAY "REPORTE IMPRESO EN IMSS-EXTEMPORANEOS.TXT".

       3000-SALIR.
           EXIT.

       3010-REVISAR-MOVIMIENTO.
           READ MOVIMSS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-MOV
               NOT AT END
                   PERFORM 3020-MEDIR-PLAZO.

       3020-MEDIR-PLAZO.
           IF MI-ENVIADO THEN
               MOVE MI-FECHA-ENVIO TO WKS-FECHA-REF
               MOVE "ENVIADO" TO WKS-ESTADO-DESC
           ELSE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-REF
               MOVE "PENDIENTE" TO WKS-ESTADO-DESC.
           PERFORM 3030-CONTAR-HABILES THRU 3030-SALIR.
           IF WKS-DIAS-HABILES IS GREATER THAN WKS-PLAZO-LEGAL THEN
               ADD 1 TO WKS-EXTEMPORANEOS
               MOVE WKS-DIAS-HABILES TO WKS-HABILES-FORMAT
               MOVE SPACES TO WKS-REP-LINEA
               IF MI-ENVIADO THEN
                   STRING MI-EMP-ID " " MI-TIPO "   " MI-FECHA " "
                          WKS-ESTADO-DESC " " MI-FECHA-ENVIO " "
                          WKS-HABILES-FORMAT
                       DELIMITED BY SIZE INTO WKS-REP-LINEA
               ELSE
                   STRING MI-EMP-ID " " MI-TIPO "   " MI-FECHA " "
                          WKS-ESTADO-DESC " " "--------" " "
                          WKS-HABILES-FORMAT
                       DELIMITED BY SIZE INTO WKS-REP-LINEA
               END-IF
               PERFORM 1961-REPORTE-LINEA.

      * DIAS HABILES DESPUES DE LA FECHA DEL MOVIMIENTO HASTA LA DE
      * REFERENCIA: CINCO POR CADA SEMANA COMPLETA Y LOS DIAS SUELTOS
      * UNO POR UNO (EN LA SERIE DE FECHA, RESTO 0 ES DOMINGO Y
      * RESTO 6 ES SABADO)
       3030-CONTAR-HABILES.
           MOVE 0 TO WKS-DIAS-HABILES.
           MOVE MI-FECHA TO WKS-FE-FECHA-X.
           PERFORM 2721-FE-A-SERIE.
           MOVE WKS-FE-SERIE TO WKS-SERIE-MOV.
           MOVE WKS-FECHA-REF TO WKS-FE-FECHA-X.
           PERFORM 2721-FE-A-SERIE.
           MOVE WKS-FE-SERIE TO WKS-SERIE-REF.
           IF WKS-SERIE-REF IS NOT GREATER THAN WKS-SERIE-MOV THEN
               GO TO 3030-SALIR.
           COMPUTE WKS-DIAS-NATURALES = WKS-SERIE-REF - WKS-SERIE-MOV.
           DIVIDE WKS-DIAS-NATURALES BY 7 GIVING WKS-SEMANAS
               REMAINDER WKS-DIAS-RESTO.
           COMPUTE WKS-DIAS-HABILES = WKS-SEMANAS * 5.
           COMPUTE WKS-SERIE-DIA = WKS-SERIE-MOV + WKS-SEMANAS * 7.
           PERFORM 3031-CONTAR-DIA WKS-DIAS-RESTO TIMES.

       3030-SALIR.
           EXIT.

       3031-CONTAR-DIA.
           ADD 1 TO WKS-SERIE-DIA.
           DIVIDE WKS-SERIE-DIA BY 7 GIVING WKS-DOW-COCIENTE
               REMAINDER WKS-DOW-RESTO.
           IF WKS-DOW-RESTO IS NOT EQUAL TO 0 AND
              WKS-DOW-RESTO IS NOT EQUAL TO 6 THEN
               ADD 1 TO WKS-DIAS-HABILES.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

       END PROGRAM MOVIMIENTOS-IMSS.
