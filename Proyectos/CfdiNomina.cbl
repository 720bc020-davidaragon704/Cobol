      ******************************************************************
      * Author:
      * Date:
      * Purpose: RECIBOS ELECTRONICOS DE NOMINA (CFDI DE NOMINA). COMO
      *          GENERA-FACTURA CON LOS FOLIOS DE VENTA, ARMA PARA UN
      *          PERIODO DE HISTORIA-NOMINA.TXT UN EXTRACTO EN TRAZADO
      *          FIJO POR EMPLEADO (CFDI-NOM-<AAAAMMDD>-<EMPID>.TXT)
      *          PARA EL PROVEEDOR DE TIMBRADO: RENGLON 00 CON LOS
      *          DATOS DEL PATRON (RFC-PATRON Y REGISTRO-PATRONAL DE
      *          LA CONFIGURACION) Y DEL EMPLEADO (RFC, CURP, NSS),
      *          LAS FECHAS Y LOS DIAS DEL PERIODO; RENGLONES 01 POR
      *          PERCEPCION (SUELDO, HORAS EXTRA, PRIMAS, COMISIONES,
      *          AGUINALDO, PTU, FINIQUITO) Y 02 POR DEDUCCION (ISR,
      *          IMSS, PENSION, INFONAVIT, PRESTAMO, FONDO DE AHORRO,
      *          COMPRAS EN TIENDA), CON LA CLAVE DEL CATALOGO DEL
      *          SAT, Y RENGLON 99 DE CONTROL QUE DEBE CUADRAR CON EL
      *          NETO PAGADO.
      *          LA RESPUESTA DEL PROVEEDOR (RESPUESTA-TIMBRADO.TXT)
      *          DEJA EL FOLIO FISCAL (UUID) EN EL PROPIO REGISTRO DE
      *          LA HISTORIA, Y EL REPORTE DE PENDIENTES LISTA LO QUE
      *          TODAVIA NO ESTA TIMBRADO.
      *          EL PERIODO INCLUYE SU NOMINA COMPLEMENTARIA (TIPO M)
      *          Y LA CORRECTIVA (TIPO C, QUE VUELVE A QUEDAR SIN
      *          FOLIO PARA TIMBRARSE DE NUEVO); AMBAS SON NOMINA
      *          ORDINARIA DEL PERIODO CON SU PROPIA FECHA DE PAGO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDI-NOMINA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HN-LLAVE
                                   FILE STATUS HN-STATUS.

           SELECT EMPLEADO-FILE ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT CFDI-FILE ASSIGN TO WKS-NOMBRE-CFDI
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CF-STATUS.

           SELECT RESPUESTA-FILE ASSIGN TO "RESPUESTA-TIMBRADO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RT-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-FILE.
       01 REG-HISTORIA.
           COPY HISTNOM.

       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD CFDI-FILE.
       01 REG-CFDI                         PIC X(120).

      * RESPUESTA DEL PROVEEDOR POR RECIBO: T = TIMBRADO (TRAE EL
      * FOLIO FISCAL Y LA FECHA DE TIMBRADO), R = RECHAZADO (TRAE EL
      * MOTIVO)
       FD RESPUESTA-FILE.
       01 REG-RESPUESTA.
           02 RT-PERIODO                   PIC 9(08).
           02 RT-EMP-ID                    PIC 9(05).
           02 RT-RESULTADO                 PIC X(01).
           02 RT-UUID                      PIC X(36).
           02 RT-FECHA-TIMBRE              PIC 9(08).
           02 RT-MOTIVO                    PIC X(40).

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS Y LOS DATOS DEL PATRON VIENEN DE
      * LA CONFIGURACION
           COPY CONFIG-WS.
           COPY REPORTE-WS.

       77 HN-STATUS               PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 CF-STATUS               PIC X(02).
       77 RT-STATUS               PIC X(02).

       01 WKS-NOMBRE-CFDI.
           02 FILLER              PIC X(09) VALUE "CFDI-NOM-".
           02 WKS-CFDI-PERIODO    PIC 9(08) VALUE ZEROS.
           02 FILLER              PIC X(01) VALUE "-".
           02 WKS-CFDI-EMP        PIC 9(05) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

      * TRAZADO FIJO ACORDADO CON EL PROVEEDOR DE TIMBRADO. TIPO DE
      * NOMINA: O = ORDINARIA, E = EXTRAORDINARIA (AGUINALDO, PTU,
      * FINIQUITO)
       01 WKS-CF-ENCABEZADO.
           02 XE-TIPO             PIC X(02) VALUE "00".
           02 XE-PERIODO          PIC 9(08).
           02 XE-INICIO           PIC 9(08).
           02 XE-FECHA-PAGO       PIC 9(08).
           02 XE-DIAS             PIC 9(03).
           02 XE-TIPO-NOMINA      PIC X(01).
           02 XE-RFC-PATRON       PIC X(13).
           02 XE-REG-PATRONAL     PIC X(11).
           02 XE-EMP-ID           PIC 9(05).
           02 XE-RFC              PIC X(13).
           02 XE-CURP             PIC X(18).
           02 XE-NSS              PIC X(11).
           02 XE-SALARIO-DIARIO   PIC 9(07)V9(02).
      * PERCEPCIONES (01) Y DEDUCCIONES (02) COMPARTEN TRAZADO; LA
      * CLAVE ES LA DEL CATALOGO DEL SAT DE CADA UNA
       01 WKS-CF-CONCEPTO.
           02 XD-TIPO             PIC X(02).
           02 XD-EMP-ID           PIC 9(05).
           02 XD-CLAVE            PIC X(03).
           02 XD-CONCEPTO         PIC X(20).
           02 XD-IMPORTE          PIC 9(10)V9(02).
       01 WKS-CF-CONTROL.
           02 XC-TIPO             PIC X(02) VALUE "99".
           02 XC-EMP-ID           PIC 9(05).
           02 XC-RENGLONES        PIC 9(03).
           02 XC-PERCEPCIONES     PIC 9(11)V9(02).
           02 XC-DEDUCCIONES      PIC 9(11)V9(02).
           02 XC-NETO             PIC 9(11)V9(02).

       77 WKS-OPCION              PIC 9(01).
       77 WKS-PERIODO             PIC 9(08).
      * LLAVE DE LA NOMINA COMPLEMENTARIA DEL PERIODO (VER HISTNOM)
       77 WKS-PERIODO-COMPL       PIC 9(08).
       77 WKS-DESDE               PIC 9(08).
       77 WKS-FIN-HISTORIA        PIC X(01) VALUE "N".
           88 WKS-EOF-HISTORIA    VALUE "S".
       77 WKS-FIN-RESPUESTA       PIC X(01) VALUE "N".
           88 WKS-EOF-RESPUESTA   VALUE "S".
       77 WKS-EMP-OK-SW           PIC X(01).
           88 WKS-EMP-OK          VALUE "S".

      * IMPORTES DEL RECIBO EN PROCESO (LOS CAMPOS NUEVOS DE LA
      * HISTORIA VIENEN EN BLANCO EN REGISTROS ANTERIORES)
       77 WKS-IMP-SUELDO          PIC S9(10)V9(02).
       77 WKS-IMP-EXTRA           PIC 9(10)V9(02).
       77 WKS-IMP-PRIMA-VAC       PIC 9(10)V9(02).
       77 WKS-IMP-PRIMA-DOM       PIC 9(10)V9(02).
       77 WKS-IMP-COMISION        PIC 9(10)V9(02).
       77 WKS-IMP-RETRO           PIC 9(10)V9(02).
       77 WKS-IMP-PENSION         PIC 9(10)V9(02).
       77 WKS-IMP-INFONAVIT       PIC 9(10)V9(02).
       77 WKS-IMP-PRESTAMO        PIC 9(10)V9(02).
       77 WKS-IMP-FONDO           PIC 9(10)V9(02).
       77 WKS-IMP-COMPRAS         PIC 9(10)V9(02).
       77 WKS-TOT-PERCEPCIONES    PIC 9(11)V9(02).
       77 WKS-TOT-DEDUCCIONES     PIC 9(11)V9(02).
       77 WKS-NETO-CALCULADO      PIC S9(11)V9(02).
       77 WKS-RENGLONES           PIC 9(03).

       77 WKS-EMITIDOS            PIC 9(05) VALUE 0.
       77 WKS-YA-TIMBRADOS        PIC 9(05) VALUE 0.
       77 WKS-NO-EMITIDOS         PIC 9(05) VALUE 0.
       77 WKS-TIMBRADOS           PIC 9(05) VALUE 0.
       77 WKS-RECHAZADOS          PIC 9(05) VALUE 0.
       77 WKS-SIN-HISTORIA        PIC 9(05) VALUE 0.
       77 WKS-PENDIENTES          PIC 9(05) VALUE 0.
       77 WKS-MOTIVO              PIC X(30).
       77 WKS-IMPORTE-FORMAT      PIC Z(09)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== RECIBOS ELECTRONICOS DE NOMINA (CFDI) ===".
           PERFORM 1700-CARGAR-CONFIG.
           IF WKS-CFG-RFC-PATRON IS EQUAL TO SPACES OR
              WKS-CFG-REG-PATRONAL IS EQUAL TO SPACES THEN
               DISPLAY "AVISO: FALTA RFC-PATRON O REGISTRO-PATRONAL "
                       "EN CONFIG-SISTEMA.TXT".
           DISPLAY "1 - GENERAR EXTRACTOS DE UN PERIODO".
           DISPLAY "2 - IMPORTAR RESPUESTA DEL PROVEEDOR".
           DISPLAY "3 - REPORTE DE RECIBOS PENDIENTES DE TIMBRAR".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               PERFORM 2000-GENERAR-EXTRACTOS
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               PERFORM 3000-IMPORTAR-RESPUESTA
           ELSE
           IF WKS-OPCION IS EQUAL TO 3 THEN
               PERFORM 4000-REPORTE-PENDIENTES
           ELSE
               DISPLAY "OPCION INVALIDA".
           GOBACK.

      ******************************************************************
      * EXTRACTOS DEL PERIODO: UN ARCHIVO POR EMPLEADO CON RECIBO SIN
      * TIMBRAR. EL AJUSTE ANUAL (TIPO A) NO ES UN PAGO Y NO SE TIMBRA
      ******************************************************************
       2000-GENERAR-EXTRACTOS.
           DISPLAY "PERIODO A TIMBRAR (FECHA FINAL AAAAMMDD)".
           ACCEPT WKS-PERIODO.
           COMPUTE WKS-PERIODO-COMPL = WKS-PERIODO + 40.
           MOVE "N" TO WKS-FIN-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY HISTORIA DE NOMINA"
           ELSE
               OPEN INPUT EMPLEADO-FILE
               MOVE WKS-PERIODO TO HN-PERIODO
               MOVE 0 TO HN-EMP-ID
               START HISTORIA-FILE KEY IS NOT LESS THAN HN-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-HISTORIA
               END-START
               PERFORM 2010-LEER-HISTORIA UNTIL WKS-EOF-HISTORIA
               CLOSE EMPLEADO-FILE
               CLOSE HISTORIA-FILE
               DISPLAY "EXTRACTOS GENERADOS: " WKS-EMITIDOS
               DISPLAY "YA TIMBRADOS:        " WKS-YA-TIMBRADOS
               DISPLAY "NO GENERADOS:        " WKS-NO-EMITIDOS.

       2010-LEER-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF HN-PERIODO IS GREATER THAN WKS-PERIODO-COMPL
                   THEN
                       MOVE "S" TO WKS-FIN-HISTORIA
                   ELSE
                   IF HN-PERIODO IS NOT EQUAL TO WKS-PERIODO AND
                      HN-PERIODO IS NOT EQUAL TO WKS-PERIODO-COMPL THEN
                       CONTINUE
                   ELSE
                   IF HN-TIPO IS EQUAL TO "A" THEN
                       CONTINUE
                   ELSE
                   IF HN-UUID IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO WKS-YA-TIMBRADOS
                   ELSE
                       PERFORM 2100-EMITIR-RECIBO.

       2100-EMITIR-RECIBO.
           PERFORM 2200-LEER-EMPLEADO.
           IF NOT WKS-EMP-OK THEN
               ADD 1 TO WKS-NO-EMITIDOS
               DISPLAY "EMPLEADO " HN-EMP-ID " " WKS-MOTIVO
                       ", NO SE GENERO"
           ELSE
               PERFORM 2300-CALCULAR-CONCEPTOS
               IF WKS-NETO-CALCULADO IS NOT EQUAL TO HN-NETO THEN
                   ADD 1 TO WKS-NO-EMITIDOS
                   DISPLAY "EMPLEADO " HN-EMP-ID " PERCEPCIONES "
                           "MENOS DEDUCCIONES NO CUADRA CON EL "
                           "NETO, NO SE GENERO"
               ELSE
                   PERFORM 2400-ESCRIBIR-EXTRACTO
                   ADD 1 TO WKS-EMITIDOS
                   DISPLAY "EXTRACTO EMITIDO EN " WKS-NOMBRE-CFDI.

      * SIN RFC O CURP DEL EMPLEADO EL PROVEEDOR RECHAZA EL RECIBO;
      * SE COMPLETAN CON LA OPCION DE DATOS FISCALES DE LA NOMINA
       2200-LEER-EMPLEADO.
           MOVE "S" TO WKS-EMP-OK-SW.
           MOVE HN-EMP-ID TO EMP-ID.
           READ EMPLEADO-FILE KEY IS EMP-ID
               INVALID KEY
                   MOVE "N" TO WKS-EMP-OK-SW
                   MOVE "NO ESTA EN EL MAESTRO" TO WKS-MOTIVO
           END-READ.
           IF WKS-EMP-OK THEN
               IF EMP-RFC IS EQUAL TO SPACES OR
                  EMP-CURP IS EQUAL TO SPACES THEN
                   MOVE "N" TO WKS-EMP-OK-SW
                   MOVE "SIN RFC O CURP" TO WKS-MOTIVO.

      * EL SUELDO DE LA NOMINA ORDINARIA ES EL BRUTO MENOS LOS
      * CONCEPTOS QUE YA VIAJAN POR SEPARADO EN LA HISTORIA
       2300-CALCULAR-CONCEPTOS.
           MOVE 0 TO WKS-IMP-EXTRA.
           MOVE 0 TO WKS-IMP-PRIMA-VAC.
           MOVE 0 TO WKS-IMP-PRIMA-DOM.
           MOVE 0 TO WKS-IMP-COMISION.
           MOVE 0 TO WKS-IMP-RETRO.
           MOVE 0 TO WKS-IMP-PENSION.
           MOVE 0 TO WKS-IMP-INFONAVIT.
           MOVE 0 TO WKS-IMP-PRESTAMO.
           MOVE 0 TO WKS-IMP-FONDO.
           MOVE 0 TO WKS-IMP-COMPRAS.
           IF HN-PAGO-EXTRA IS NUMERIC THEN
               MOVE HN-PAGO-EXTRA TO WKS-IMP-EXTRA.
           IF HN-PRIMA-VAC IS NUMERIC THEN
               MOVE HN-PRIMA-VAC TO WKS-IMP-PRIMA-VAC.
           IF HN-PRIMA-DOM IS NUMERIC THEN
               MOVE HN-PRIMA-DOM TO WKS-IMP-PRIMA-DOM.
           IF HN-COMISION IS NUMERIC THEN
               MOVE HN-COMISION TO WKS-IMP-COMISION.
           IF HN-RETROACTIVO IS NUMERIC THEN
               MOVE HN-RETROACTIVO TO WKS-IMP-RETRO.
           IF HN-PENSION IS NUMERIC THEN
               MOVE HN-PENSION TO WKS-IMP-PENSION.
           IF HN-INFONAVIT IS NUMERIC THEN
               MOVE HN-INFONAVIT TO WKS-IMP-INFONAVIT.
           IF HN-PRESTAMO IS NUMERIC THEN
               MOVE HN-PRESTAMO TO WKS-IMP-PRESTAMO.
           IF HN-FONDO IS NUMERIC THEN
               MOVE HN-FONDO TO WKS-IMP-FONDO.
           IF HN-COMPRAS IS NUMERIC THEN
               MOVE HN-COMPRAS TO WKS-IMP-COMPRAS.
           IF HN-TIPO IS EQUAL TO "N" OR "M" OR "C" THEN
               COMPUTE WKS-IMP-SUELDO = HN-BRUTO - WKS-IMP-EXTRA -
                       WKS-IMP-PRIMA-VAC - WKS-IMP-PRIMA-DOM -
                       WKS-IMP-COMISION - WKS-IMP-RETRO
               IF WKS-IMP-SUELDO IS LESS THAN 0 THEN
                   MOVE 0 TO WKS-IMP-SUELDO
               END-IF
           ELSE
               MOVE HN-BRUTO TO WKS-IMP-SUELDO.
           MOVE HN-BRUTO TO WKS-TOT-PERCEPCIONES.
           COMPUTE WKS-TOT-DEDUCCIONES = HN-IMPUESTO + HN-SEG-SOCIAL +
                   WKS-IMP-PENSION + WKS-IMP-INFONAVIT +
                   WKS-IMP-PRESTAMO +
                   WKS-IMP-FONDO + WKS-IMP-COMPRAS.
           COMPUTE WKS-NETO-CALCULADO =
                   WKS-TOT-PERCEPCIONES - WKS-TOT-DEDUCCIONES.

       2400-ESCRIBIR-EXTRACTO.
           MOVE HN-PERIODO TO WKS-CFDI-PERIODO.
           MOVE HN-EMP-ID TO WKS-CFDI-EMP.
           MOVE 0 TO WKS-RENGLONES.
           OPEN OUTPUT CFDI-FILE.
           PERFORM 2410-ESCRIBIR-ENCABEZADO.
           MOVE "01" TO XD-TIPO.
           IF HN-TIPO IS EQUAL TO "N" OR "M" OR "C" THEN
               PERFORM 2420-PERCEPCIONES-ORDINARIAS
           ELSE
           IF HN-TIPO IS EQUAL TO "G" THEN
               MOVE "002" TO XD-CLAVE
               MOVE "AGUINALDO" TO XD-CONCEPTO
               MOVE WKS-IMP-SUELDO TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO
           ELSE
           IF HN-TIPO IS EQUAL TO "P" THEN
               MOVE "003" TO XD-CLAVE
               MOVE "PTU" TO XD-CONCEPTO
               MOVE WKS-IMP-SUELDO TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO
           ELSE
               MOVE "023" TO XD-CLAVE
               MOVE "PAGO POR SEPARACION" TO XD-CONCEPTO
               MOVE WKS-IMP-SUELDO TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           PERFORM 2430-DEDUCCIONES.
           PERFORM 2440-ESCRIBIR-CONTROL.
           CLOSE CFDI-FILE.

       2410-ESCRIBIR-ENCABEZADO.
           MOVE HN-PERIODO TO XE-PERIODO.
           IF HN-FECHA-INICIO IS NUMERIC AND
              HN-FECHA-INICIO IS GREATER THAN 0 THEN
               MOVE HN-FECHA-INICIO TO XE-INICIO
           ELSE
               MOVE HN-PERIODO TO XE-INICIO.
           MOVE HN-PERIODO TO XE-FECHA-PAGO.
      * LA COMPLEMENTARIA Y LA CORRECTIVA SE PAGAN EL DIA QUE SE
      * CORRIERON
           IF (HN-TIPO IS EQUAL TO "M" OR "C") AND
              HN-FECHA-CORRIDA IS NUMERIC AND
              HN-FECHA-CORRIDA IS GREATER THAN 0 THEN
               MOVE HN-FECHA-CORRIDA TO XE-FECHA-PAGO.
           IF HN-DIAS IS NUMERIC THEN
               MOVE HN-DIAS TO XE-DIAS
           ELSE
               MOVE 0 TO XE-DIAS.
           IF HN-TIPO IS EQUAL TO "N" OR "M" OR "C" THEN
               MOVE "O" TO XE-TIPO-NOMINA
           ELSE
               MOVE "E" TO XE-TIPO-NOMINA.
           MOVE WKS-CFG-RFC-PATRON TO XE-RFC-PATRON.
           MOVE WKS-CFG-REG-PATRONAL TO XE-REG-PATRONAL.
           MOVE HN-EMP-ID TO XE-EMP-ID.
           MOVE EMP-RFC TO XE-RFC.
           MOVE EMP-CURP TO XE-CURP.
           MOVE EMP-NSS TO XE-NSS.
           MOVE EMP-SALARIO TO XE-SALARIO-DIARIO.
           MOVE SPACES TO REG-CFDI.
           MOVE WKS-CF-ENCABEZADO TO REG-CFDI.
           WRITE REG-CFDI.

      * CLAVES DEL CATALOGO DE PERCEPCIONES DEL SAT: 001 SUELDOS,
      * 019 HORAS EXTRA, 021 PRIMA VACACIONAL, 020 PRIMA DOMINICAL,
      * 028 COMISIONES (EL RETROACTIVO DE SALARIO VA APARTE, TAMBIEN
      * COMO 001). SOLO SALEN LAS QUE TRAEN IMPORTE
       2420-PERCEPCIONES-ORDINARIAS.
           MOVE "001" TO XD-CLAVE.
           MOVE "SUELDO" TO XD-CONCEPTO.
           MOVE WKS-IMP-SUELDO TO XD-IMPORTE.
           PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-EXTRA IS GREATER THAN 0 THEN
               MOVE "019" TO XD-CLAVE
               MOVE "HORAS EXTRA" TO XD-CONCEPTO
               MOVE WKS-IMP-EXTRA TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-PRIMA-VAC IS GREATER THAN 0 THEN
               MOVE "021" TO XD-CLAVE
               MOVE "PRIMA VACACIONAL" TO XD-CONCEPTO
               MOVE WKS-IMP-PRIMA-VAC TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-PRIMA-DOM IS GREATER THAN 0 THEN
               MOVE "020" TO XD-CLAVE
               MOVE "PRIMA DOMINICAL" TO XD-CONCEPTO
               MOVE WKS-IMP-PRIMA-DOM TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-COMISION IS GREATER THAN 0 THEN
               MOVE "028" TO XD-CLAVE
               MOVE "COMISIONES" TO XD-CONCEPTO
               MOVE WKS-IMP-COMISION TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-RETRO IS GREATER THAN 0 THEN
               MOVE "001" TO XD-CLAVE
               MOVE "RETROACTIVO SALARIO" TO XD-CONCEPTO
               MOVE WKS-IMP-RETRO TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.

      * CLAVES DEL CATALOGO DE DEDUCCIONES DEL SAT: 002 ISR,
      * 001 SEGURIDAD SOCIAL, 007 PENSION ALIMENTICIA, 010 PAGO POR
      * CREDITO DE VIVIENDA (INFONAVIT), 012 ANTICIPO
      * DE SALARIOS (PRESTAMO), 004 OTROS (FONDO DE AHORRO), 017
      * ADQUISICION DE ARTICULOS DE LA EMPRESA (COMPRAS EN TIENDA)
       2430-DEDUCCIONES.
           MOVE "02" TO XD-TIPO.
           IF HN-IMPUESTO IS GREATER THAN 0 THEN
               MOVE "002" TO XD-CLAVE
               MOVE "ISR" TO XD-CONCEPTO
               MOVE HN-IMPUESTO TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF HN-SEG-SOCIAL IS GREATER THAN 0 THEN
               MOVE "001" TO XD-CLAVE
               MOVE "SEGURIDAD SOCIAL" TO XD-CONCEPTO
               MOVE HN-SEG-SOCIAL TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-PENSION IS GREATER THAN 0 THEN
               MOVE "007" TO XD-CLAVE
               MOVE "PENSION ALIMENTICIA" TO XD-CONCEPTO
               MOVE WKS-IMP-PENSION TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-INFONAVIT IS GREATER THAN 0 THEN
               MOVE "010" TO XD-CLAVE
               MOVE "CREDITO INFONAVIT" TO XD-CONCEPTO
               MOVE WKS-IMP-INFONAVIT TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-PRESTAMO IS GREATER THAN 0 THEN
               MOVE "012" TO XD-CLAVE
               MOVE "ABONO A PRESTAMO" TO XD-CONCEPTO
               MOVE WKS-IMP-PRESTAMO TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-FONDO IS GREATER THAN 0 THEN
               MOVE "004" TO XD-CLAVE
               MOVE "FONDO DE AHORRO" TO XD-CONCEPTO
               MOVE WKS-IMP-FONDO TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.
           IF WKS-IMP-COMPRAS IS GREATER THAN 0 THEN
               MOVE "017" TO XD-CLAVE
               MOVE "COMPRAS EN TIENDA" TO XD-CONCEPTO
               MOVE WKS-IMP-COMPRAS TO XD-IMPORTE
               PERFORM 2450-ESCRIBIR-CONCEPTO.

      * RENGLON DE CONTROL COMO EL TRAILER DEL EXTRACTO DE FACTURA:
      * CONCEPTOS ESCRITOS, TOTALES Y NETO (YA CUADRADO CONTRA LA
      * HISTORIA)
       2440-ESCRIBIR-CONTROL.
           MOVE HN-EMP-ID TO XC-EMP-ID.
           MOVE WKS-RENGLONES TO XC-RENGLONES.
           MOVE WKS-TOT-PERCEPCIONES TO XC-PERCEPCIONES.
           MOVE WKS-TOT-DEDUCCIONES TO XC-DEDUCCIONES.
           MOVE HN-NETO TO XC-NETO.
           MOVE SPACES TO REG-CFDI.
           MOVE WKS-CF-CONTROL TO REG-CFDI.
           WRITE REG-CFDI.

       2450-ESCRIBIR-CONCEPTO.
           MOVE HN-EMP-ID TO XD-EMP-ID.
           MOVE SPACES TO REG-CFDI.
           MOVE WKS-CF-CONCEPTO TO REG-CFDI.
           WRITE REG-CFDI.
           ADD 1 TO WKS-RENGLONES.

      ******************************************************************
      * RESPUESTA DEL PROVEEDOR: EL FOLIO FISCAL QUEDA EN EL REGISTRO
      * DE LA HISTORIA; LOS RECHAZOS SOLO SE LISTAN Y EL RECIBO SIGUE
      * PENDIENTE PARA CORREGIRSE Y VOLVER A MANDARSE
      ******************************************************************
       3000-IMPORTAR-RESPUESTA.
           OPEN INPUT RESPUESTA-FILE.
           IF RT-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO EXISTE RESPUESTA-TIMBRADO.TXT"
           ELSE
               OPEN I-O HISTORIA-FILE
               IF HN-STATUS IS NOT EQUAL TO "00" THEN
                   DISPLAY "NO HAY HISTORIA DE NOMINA"
               ELSE
                   MOVE "N" TO WKS-FIN-RESPUESTA
                   PERFORM 3010-LEER-RESPUESTA
                       UNTIL WKS-EOF-RESPUESTA
                   CLOSE HISTORIA-FILE
                   DISPLAY "RECIBOS TIMBRADOS:  " WKS-TIMBRADOS
                   DISPLAY "RECIBOS RECHAZADOS: " WKS-RECHAZADOS
                   DISPLAY "SIN RECIBO EN LA HISTORIA: "
                           WKS-SIN-HISTORIA
               END-IF
               CLOSE RESPUESTA-FILE.

       3010-LEER-RESPUESTA.
           READ RESPUESTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-RESPUESTA
               NOT AT END
                   PERFORM 3020-APLICAR-RESPUESTA.

       3020-APLICAR-RESPUESTA.
           MOVE RT-PERIODO TO HN-PERIODO.
           MOVE RT-EMP-ID TO HN-EMP-ID.
           READ HISTORIA-FILE KEY IS HN-LLAVE
               INVALID KEY
                   ADD 1 TO WKS-SIN-HISTORIA
                   DISPLAY "PERIODO " RT-PERIODO " EMPLEADO "
                           RT-EMP-ID " NO ESTA EN LA HISTORIA"
               NOT INVALID KEY
                   IF RT-RESULTADO IS EQUAL TO "T" THEN
                       MOVE RT-UUID TO HN-UUID
                       MOVE RT-FECHA-TIMBRE TO HN-FECHA-TIMBRE
                       REWRITE REG-HISTORIA
                           INVALID KEY
                               DISPLAY "NO SE PUDO GUARDAR EL FOLIO "
                                       "FISCAL DEL EMPLEADO "
                                       HN-EMP-ID
                           NOT INVALID KEY
                               ADD 1 TO WKS-TIMBRADOS
                       END-REWRITE
                   ELSE
                       ADD 1 TO WKS-RECHAZADOS
                       DISPLAY "RECHAZADO " RT-PERIODO " EMPLEADO "
                               RT-EMP-ID ": " RT-MOTIVO.

      ******************************************************************
      * RECIBOS SIN FOLIO FISCAL A PARTIR DE UNA FECHA: LO QUE FALTA
      * POR MANDAR O LO QUE EL PROVEEDOR RECHAZO
      ******************************************************************
       4000-REPORTE-PENDIENTES.
           DISPLAY "PERIODOS DESDE (AAAAMMDD, 0 = TODA LA HISTORIA)".
           ACCEPT WKS-DESDE.
           MOVE "N" TO WKS-FIN-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY HISTORIA DE NOMINA"
           ELSE
               MOVE "CFDI-PENDIENTES.TXT" TO WKS-REP-NOMBRE
               MOVE SPACES TO WKS-REP-TITULO
               STRING "RECIBOS DE NOMINA SIN TIMBRAR DESDE " WKS-DESDE
                   DELIMITED BY SIZE INTO WKS-REP-TITULO
               MOVE "PERIODO  EMPLEADO TIPO          NETO"
                   TO WKS-REP-ENCABEZADO
               PERFORM 1960-REPORTE-INICIAR
               MOVE WKS-DESDE TO HN-PERIODO
               MOVE 0 TO HN-EMP-ID
               START HISTORIA-FILE KEY IS NOT LESS THAN HN-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-HISTORIA
               END-START
               PERFORM 4010-LEER-PENDIENTE UNTIL WKS-EOF-HISTORIA
               MOVE SPACES TO WKS-REP-LINEA
               STRING "RECIBOS PENDIENTES DE TIMBRAR: " WKS-PENDIENTES
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               PERFORM 1965-REPORTE-TERMINAR
               CLOSE HISTORIA-FILE
               DISPLAY "RECIBOS PENDIENTES DE TIMBRAR: " WKS-PENDIENTES
               DISPLAY "REPORTE IMPRESO EN CFDI-PENDIENTES.TXT".

       4010-LEER-PENDIENTE.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF HN-TIPO IS NOT EQUAL TO "A" AND
                      HN-UUID IS EQUAL TO SPACES THEN
                       ADD 1 TO WKS-PENDIENTES
                       MOVE HN-NETO TO WKS-IMPORTE-FORMAT
                       MOVE SPACES TO WKS-REP-LINEA
                       STRING HN-PERIODO " " HN-EMP-ID "    "
                              HN-TIPO "    " WKS-IMPORTE-FORMAT
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.
