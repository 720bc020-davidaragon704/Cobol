      *   PRENOMINA.TXT Y EXCEPCIONES: CERO DIAS, SIN CHECADAS, NETO
      *   ABAJO DEL PISO, BRINCO DE PAGO) SIN ESCRIBIR NADA; SOLO
      *   CON LA APROBACION EXPLICITA SE POSTEA EN FIRME.
      * - LAS COMISIONES DE VENTA APROBADAS (COMISIONES-NOMINA.TXT,
      *   VER COMISION) ENTRAN AL BRUTO ANTES DEL ISR, SALEN EN EL
      *   RECIBO Y EN LA HISTORIA (HN-COMISION) Y EL POSTEO EN FIRME
      *   LAS LIQUIDA CON EL PERIODO PARA QUE NO SE PAGUEN DOS VECES.
      * - CADA ALTA DEJA SU MOVIMIENTO AFILIATORIO CON EL SALARIO
      *   DIARIO INTEGRADO EN MOVIMIENTOS-IMSS.TXT PARA EL LOTE DEL
      *   IDSE (VER MOVIMSS).
      * - EL CALCULO PAGA CON EL SALARIO VIGENTE A LA FECHA FINAL DEL
      *   PERIODO (SALARIOS-HISTORIA.TXT, VER SALHIST) Y SUMA AL BRUTO,
      *   COMO CONCEPTO APARTE CON RENGLON EN EL RECIBO Y EN LA
      *   HISTORIA, EL RETROACTIVO DE AUMENTOS CON VIGENCIA EN
      *   PERIODOS YA PAGADOS.
      * - EL CALCULO DESCUENTA EL CREDITO INFONAVIT DEL EMPLEADO
      *   DESPUES DE LA PENSION (VER INFONAVIT), CON RENGLON EN EL
      *   RECIBO, EN LA REIMPRESION Y EN LA HISTORIA (HN-INFONAVIT).
      * - EL CALCULO SE CORRE POR GRUPO DE PAGO: SOLO LOS EMPLEADOS
      *   DEL GRUPO, CON EL PERIODO ABIERTO Y LA PERIODICIDAD DEL
      *   CALENDARIO DEL GRUPO Y LA TARIFA DE ISR QUE LE CORRESPONDE;
      *   EL POSTEO EN FIRME CIERRA SOLO EL PERIODO DE ESE GRUPO.
      * - LA PRIMA DOMINICAL SE PAGA POR LOS DOMINGOS QUE EL ROL
      *   SEMANAL (ROL-SEMANAL.TXT, VER ROL) ASIGNA TRABAJADOS, SALVO
      *   QUE LAS CHECADAS MUESTREN QUE NO SE PRESENTO; LAS SEMANAS
      *   SIN ROL SIGUEN CON LOS DOMINGOS CHECADOS. EL CATALOGO DE
      *   TURNOS RESERVA EL CODIGO DS PARA EL DESCANSO DEL ROL.
      * - LA REIMPRESION DE UN PERIODO INCLUYE SU NOMINA
      *   COMPLEMENTARIA (TIPO M) Y EL RECIBO YA CORREGIDO (TIPO C).
      * - DIAS, HORAS EXTRA, RETARDOS Y DOMINGOS SALEN DE LAS CHECADAS
      *   EFECTIVAS (CHECADAS.TXT CON LAS CORRECCIONES DEL SUPERVISOR
      *   DE CORRECCIONES-CHECADAS.TXT, VER CHECEF-PROC) Y EL POSTEO
      *   EN FIRME SE NIEGA MIENTRAS EL GRUPO TENGA EXCEPCIONES DEL
      *   RELOJ CHECADOR ABIERTAS EN EL PERIODO (VER EXCCHEC).
      * - EL SALDO DE VACACIONES SALE DE LA RUTINA COMUN VACACION-PROC,
      *   LA MISMA QUE CONSULTA EL EMPLEADO EN EL RELOJ CHECADOR.
      * - EL ALTA ENTRA CON CONTRATO INDETERMINADO; EL TIPO Y SU
      *   TERMINO SE CAMBIAN EN LA NOMINA O SE RENUEVAN EN CONTRATOS.
      * - CADA OPCION DEL MENU SE REVISA CONTRA LA MATRIZ DE PERMISOS
      *   POR FUNCION (PERMISOS.TXT, VER PERMISO-PROC); LA NEGADA NO
      *   CORRE Y QUEDA EN SESIONES.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIABLES.
           SELECT CHECADA-FILE ASSIGN TO "CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CH-STATUS.
           SELECT CORRECCION-FILE
                                   ASSIGN TO "CORRECCIONES-CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.
           SELECT EXCEPCION-FILE
                                   ASSIGN TO "EXCEPCIONES-CHECADOR.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EC-LLAVE
                                   FILE STATUS EC-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TN-CODIGO
                                   FILE STATUS TN-STATUS.
           SELECT ROL-FILE ASSIGN TO "ROL-SEMANAL.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RL-LLAVE
                                   FILE STATUS RL-STATUS.
           SELECT PRENOMINA-FILE ASSIGN TO "PRENOMINA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PN-STATUS.
                                   ASSIGN TO "EXCEPCIONES-PRENOMINA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS XP-STATUS.
           SELECT TARIFA-FILE ASSIGN TO WKS-ISR-ARCHIVO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TA-STATUS.
           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMOS.TXT"
           SELECT COMPRAEMP-FILE ASSIGN TO "COMPRAS-EMPLEADOS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CE-STATUS.
           SELECT COMISION-FILE ASSIGN TO "COMISIONES-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CM-LLAVE
                                   FILE STATUS CM-STATUS.
           SELECT MOVIMSS-FILE ASSIGN TO "MOVIMIENTOS-IMSS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS MI-LLAVE
                                   FILE STATUS MI-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "SALARIOS-HISTORIA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS SH-LLAVE
                                   FILE STATUS SH-STATUS.
           SELECT INFONAVIT-FILE ASSIGN TO "CREDITOS-INFONAVIT.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CI-EMP-ID
                                   FILE STATUS CI-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.
           SELECT PERMISO-FILE ASSIGN TO "PERMISOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PM-LLAVE
                                   FILE STATUS PM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 REG-CHECADA.
           COPY CHECADA.

      * CHECADAS AGREGADAS O ANULADAS POR EL SUPERVISOR Y EXCEPCIONES
      * DEL RELOJ CHECADOR (LAS ABRE Y CIERRA INCIDENCIAS-CHECADOR)
       FD CORRECCION-FILE.
       01 REG-CORRECCION.
           COPY CORRCHEC.

       FD EXCEPCION-FILE.
       01 REG-EXCEPCION.
           COPY EXCCHEC.

       FD HISTORIA-FILE.
       01 REG-HISTORIA.
           COPY HISTNOM.
      * DIAS LABORABLES DE LUNES A DOMINGO (S/N POR POSICION)
       FD TURNO-FILE.
       01 REG-TURNO.
           COPY TURNO.

      * ROL SEMANAL DE TURNOS (LO ARMA ROL-SEMANAL): LOS DOMINGOS
      * QUE ASIGNA TRABAJADOS PAGAN LA PRIMA DOMINICAL
       FD ROL-FILE.
       01 REG-ROL.
           COPY ROL.

       FD PRENOMINA-FILE.
       01 REG-PRENOMINA                PIC X(80).
       01 REG-COMPRAEMP.
           COPY COMPRAEMP.

       FD COMISION-FILE.
       01 REG-COMISION.
           COPY COMISION.

       FD MOVIMSS-FILE.
       01 REG-MOVIMSS.
           COPY MOVIMSS.

       FD SALHIST-FILE.
       01 REG-SALHIST.
           COPY SALHIST.

       FD INFONAVIT-FILE.
       01 REG-INFONAVIT.
           COPY INFONAVIT.

      * CALENDARIO DE PERIODOS POR GRUPO DE PAGO (VER CALNOM): LA
      * CORRIDA TOMA EL PERIODO ABIERTO DEL GRUPO Y EL POSTEO LO
      * CIERRA
       FD CALENDARIO-FILE.
       01 REG-CALENDARIO.
           COPY CALNOM.

       FD OPERADOR-FILE.
       01 REG-OPERADOR.
       FD SESION-FILE.
       01 REG-SESION                           PIC X(50).

       FD PERMISO-FILE.
       01 REG-PERMISO.
           COPY PERMISO.

       WORKING-STORAGE SECTION.
           COPY CONFIG-WS.
       77 STUB-STATUS                  PIC X(02).
           COPY PENSION-WS.
           COPY FONDO-WS.
           COPY COMPRAEMP-WS.
           COPY COMISION-WS.
           COPY MOVIMSS-WS.
           COPY SALHIST-WS.
           COPY INFONAVIT-WS.

       77 WKS-PERIODO-PAGO             PIC X(01) VALUE "M".
           88 WKS-PERIODO-SEMANAL      VALUE "S".
       77 WKS-DOW-RESTO                PIC 9(01).
       77 WKS-ES-DOMINGO-SW            PIC X(01).
           88 WKS-ES-DOMINGO           VALUE "S".
      * DOMINGOS DEL ROL SEMANAL: LOS CHECADOS EN EL PERIODO SE
      * GUARDAN PARA CRUZARLOS CONTRA LO QUE ASIGNA EL ROL
       77 RL-STATUS                    PIC X(02).
       01 WKS-DOM-CHECADOS-TABLA.
           02 WKS-DOM-CHECADO          PIC 9(08) OCCURS 6 TIMES.
       77 WKS-DOM-CHECADOS-NUM         PIC 9(02).
       77 WKS-IDX-DOM                  PIC 9(02).
       77 WKS-DOMINGO-ACT              PIC 9(08).
       77 WKS-DOM-CHECADO-SW           PIC X(01).
           88 WKS-DOMINGO-CHECADO      VALUE "S".

      * AUTORIZACION DE HORAS EXTRA
       77 AX-STATUS                    PIC X(02).
           88 WKS-CON-CALENDARIO       VALUE "S".
       77 WKS-CAL-ANIO                 PIC 9(04).
       77 WKS-CAL-NUMERO               PIC 9(03).
       77 WKS-CAL-PERIODICIDAD         PIC X(01).
      * GRUPO DE PAGO QUE SE CALCULA (ESPACIOS = GRUPO GENERAL)
       77 WKS-GRUPO-CALC               PIC X(02).
       77 WKS-FIN-CALENDARIO           PIC X(01) VALUE "N".
           88 WKS-EOF-CALENDARIO       VALUE "S".
       77 WKS-ANIO-REIMP               PIC 9(04).
       77 WKS-MODO-SIMULA-SW           PIC X(01) VALUE "N".
           88 WKS-EN-SIMULACION        VALUE "S".
       77 WKS-APRUEBA                  PIC X(01).
       77 EC-STATUS                    PIC X(02).
       77 WKS-EXC-ABIERTAS             PIC 9(05).
       77 WKS-FIN-EXCEPCIONES          PIC X(01) VALUE "N".
           88 WKS-EOF-EXCEPCIONES      VALUE "S".
       77 WKS-PISO-NETO                PIC 9(07)V9(02).
       77 WKS-PCT-BRINCO               PIC 9(03).
       77 WKS-EXCEPCIONES              PIC 9(04).
       77 CH-STATUS                    PIC X(02).
       77 WKS-FECHA-DESDE              PIC 9(08).
       77 WKS-FECHA-HASTA              PIC 9(08).
       77 WKS-CON-CHECADAS             PIC X(01) VALUE "N".
           88 WKS-HAY-CHECADAS         VALUE "S".
       77 WKS-HAY-ENTRADA              PIC X(01) VALUE "N".
           02 WKS-HD-SS                PIC 9(02).

      * AUSENCIAS Y VACACIONES
           COPY VACACION-WS.
       77 WKS-FIN-AUSENCIAS            PIC X(01) VALUE "N".
           88 WKS-EOF-AUSENCIAS        VALUE "S".
       77 WKS-AUS-EMPLEADO             PIC 9(05).
       77 WKS-FALTAS-PERIODO           PIC 9(03).

      * HISTORIA DE NOMINA
       77 HN-STATUS                    PIC X(02).
       77 WKS-PERIODO-BUSCADO          PIC 9(08).
      * LLAVE DE LA COMPLEMENTARIA DEL PERIODO (DIA MAS 40, HISTNOM)
       77 WKS-PERIODO-COMPL            PIC 9(08).
       77 WKS-ANIO-BUSCADO             PIC 9(04).
       77 WKS-FIN-HISTORIA             PIC X(01) VALUE "N".
           88 WKS-EOF-HISTORIA         VALUE "S".
       77 WKS-EMP-ACTUAL               PIC 9(05).

           COPY OPLOG-WS.
           COPY PERMISO-WS.
      * DIARIO DE MOVIMIENTOS AL MAESTRO (RECUPERACION INTRA-DIA)
           COPY JOURNAL-WS.
       77 WKS-LOGIN-PTR                POINTER.
           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY CHECEF-WS.

      * CIFRAS DE CONTROL DEL MAESTRO AL CIERRE
       77 CTL-STATUS                   PIC X(02).

           COPY OPLOG-PROC.

           COPY PERMISO-PROC.

           COPY JOURNAL-PROC.

      * IMAGEN DEL EMPLEADO EN EL DIARIO DEL DIA (W/R)

           COPY FECHA-PROC.

           COPY CHECEF-PROC.

       00001-MENU.
           DISPLAY "BIENVENIDOS AL INGRESO DE EMPLEADOS".
           DISPLAY "1.DATOS DE EMPLEADOS. 2.CALCULO SALARIO"
           DISPLAY "12.CATALOGO DE TURNOS "
                   "13.REPORTE DE RETARDOS".
           ACCEPT WKS-OPTION.
           MOVE "VAR" TO WKS-PRM-FUNCION.
           MOVE WKS-OPTION TO WKS-PRM-FUNCION(4:2).
           MOVE WKS-LOGIN-OPERADOR TO WKS-PRM-OPERADOR.
           PERFORM 1992-VERIFICAR-PERMISO.

           IF NOT WKS-PRM-CONCEDIDO THEN
               CONTINUE
           ELSE
           IF WKS-NOM THEN
               PERFORM 00002-DATOS-EMP
           ELSE
           MOVE SPACES TO EMP-CLABE.
           MOVE SPACES TO EMP-TURNO.
           MOVE 0 TO EMP-PENSION-DESC.
           MOVE 0 TO EMP-INFONAVIT-DESC.
           MOVE SPACES TO EMP-GRUPO.
           MOVE "I" TO EMP-TIPO-CONTRATO.
           MOVE 0 TO EMP-FIN-CONTRATO.
           MOVE 0 TO EMP-FONDO-PCT.
           MOVE 0 TO EMP-FONDO-DESC.
           MOVE 0 TO EMP-LIMITE-COMPRA.
               INVALID KEY
                   DISPLAY "ERROR AL GUARDAR EMPLEADO ID " EMP-ID
               NOT INVALID KEY
                   DISPLAY "EMPLEADO GUARDADO CON ID " EMP-ID
                   MOVE "08" TO WKS-MI-TIPO
                   MOVE EMP-FECHA-CONTRATO TO WKS-MI-FECHA
                   PERFORM 1880-REGISTRAR-MOV-IMSS.
           PERFORM 00002-OTRA-CAPTURA.

       00002-OTRA-CAPTURA.
      * QUE EL ARCHIVO DEL BANCO SALGA POR LA PUERTA.
      ******************************************************************
       00003-CALCULO-SALARIO.
      * LA NOMINA SE CALCULA Y SE CIERRA POR GRUPO DE PAGO; LOS
      * EMPLEADOS Y EL CALENDARIO DE LOS DEMAS GRUPOS NO SE TOCAN
           MOVE SPACES TO WKS-GRUPO-CALC.
           DISPLAY "GRUPO DE PAGO (ENTER = GRUPO GENERAL)".
           ACCEPT WKS-GRUPO-CALC.
      * CON CALENDARIO DE NOMINA, LAS FECHAS YA NO SE TECLEAN: SE
      * TOMA EL PERIODO ABIERTO DEL GRUPO (ASI EL MISMO PERIODO NO SE
      * PAGA DOS VECES CON DOS FECHAS DISTINTAS NI SE BRINCA UNO) Y
      * LA PERIODICIDAD ES LA DEL CALENDARIO DEL GRUPO
           PERFORM 00063-PERIODO-ABIERTO.
           IF WKS-CON-CALENDARIO AND
              WKS-CAL-PERIODICIDAD IS NOT EQUAL TO SPACE THEN
               MOVE WKS-CAL-PERIODICIDAD TO WKS-PERIODO-PAGO
           ELSE
               DISPLAY "PERIODO DE PAGO (S-SEMANAL, Q-QUINCENAL, "
                       "M-MENSUAL)"
               ACCEPT WKS-PERIODO-PAGO.
           MOVE WKS-PERIODO-PAGO TO WKS-ISR-PERIODICIDAD.
           PERFORM 1815-TARIFA-PERIODICIDAD.
           IF WKS-CON-CALENDARIO THEN
               DISPLAY "PERIODO ABIERTO " WKS-CAL-NUMERO
                       " DEL " WKS-FECHA-DESDE
                       " AL " WKS-FECHA-HASTA
                       " (" WKS-PERIODO-PAGO ")"
           ELSE
               MOVE "N" TO WKS-FECHA-OK-SW
               PERFORM 00026-PEDIR-FECHA-DESDE UNTIL WKS-FECHA-VALIDA
           DISPLAY "PRE-NOMINA EN PRENOMINA.TXT; EXCEPCIONES: "
                   WKS-EXCEPCIONES
                   " (EXCEPCIONES-PRENOMINA.TXT)".
           PERFORM 00066-EXCEPCIONES-CHECADOR.
           IF WKS-EXC-ABIERTAS IS GREATER THAN 0 THEN
               DISPLAY "EL GRUPO TIENE " WKS-EXC-ABIERTAS
                       " EXCEPCIONES DEL RELOJ CHECADOR ABIERTAS EN EL "
                       "PERIODO; NO SE PUEDE POSTEAR"
               DISPLAY "CORRIJALAS O CIERRELAS EN INCIDENCIAS DEL "
                       "RELOJ CHECADOR"
               MOVE "N" TO WKS-APRUEBA
           ELSE
               DISPLAY "APRUEBA EL POSTEO REAL (S/N)"
               ACCEPT WKS-APRUEBA.
           IF WKS-APRUEBA IS EQUAL TO "S" OR "s" THEN
               MOVE "N" TO WKS-MODO-SIMULA-SW
               PERFORM 00044-RECORRER-EMPLEADOS
               AT END
                   MOVE "S" TO WKS-FIN-EMPLEADOS
               NOT AT END
                   IF EMP-GRUPO IS EQUAL TO WKS-GRUPO-CALC THEN
                       PERFORM 00003-CICLO.

       00003-CICLO.
           DISPLAY "CALCULO NOMINA EMPLEADO"
      * SUPERVISOR PARA ESTE PERIODO; EL EXCEDENTE QUEDA EN EL
      * REPORTE DE DISCREPANCIAS PARA SU REVISION
           PERFORM 00038-TOPAR-EXTRAS.
      * EL SALARIO DIARIO ES EL VIGENTE A LA FECHA FINAL DEL PERIODO
      * SEGUN LA HISTORIA DE SALARIOS (SIN HISTORIA, EL DEL MAESTRO)
           MOVE WKS-EMP-ACTUAL TO WKS-SH-EMP.
           MOVE WKS-FECHA-HASTA TO WKS-SH-FECHA.
           MOVE EMP-SALARIO TO WKS-SH-SALARIO.
           PERFORM 1891-SALARIO-VIGENTE.
           IF WKS-SH-SALARIO IS NOT EQUAL TO EMP-SALARIO THEN
               DISPLAY "SALARIO VIGENTE AL " WKS-FECHA-HASTA ": "
                       WKS-SH-SALARIO.
           MULTIPLY WKS-SH-SALARIO BY WKS-DIAS GIVING WKS-MENSUALIDAD.
           COMPUTE WKS-PAGO-EXTRA ROUNDED =
               (WKS-SH-SALARIO / 8) * WKS-TASA-EXTRA * WKS-HORAS-EXTRA.
           ADD WKS-PAGO-EXTRA TO WKS-MENSUALIDAD.
      * LA PRIMA VACACIONAL SE PAGA EN EL PERIODO EN QUE CAEN LOS
      * DIAS V Y LA DOMINICAL POR CADA DOMINGO TRABAJADO SEGUN EL ROL
      * SEMANAL (O CHECADO, EN SEMANAS SIN ROL); AMBAS ENTRAN
      * AL BRUTO ANTES DE IMPUESTOS
           PERFORM 00036-DIAS-VACACIONES-PERIODO.
           COMPUTE WKS-PRIMA-VAC ROUNDED =
                   WKS-DIAS-VAC-PERIODO * WKS-SH-SALARIO * 0.25.
           COMPUTE WKS-PRIMA-DOM ROUNDED =
                   WKS-DOMINGOS-PERIODO * WKS-SH-SALARIO * 0.25.
           IF WKS-PRIMA-VAC IS GREATER THAN 0 THEN
               DISPLAY "PRIMA VACACIONAL (" WKS-DIAS-VAC-PERIODO
                       " DIAS V): " WKS-PRIMA-VAC
               DISPLAY "PRIMA DOMINICAL (" WKS-DOMINGOS-PERIODO
                       " DOMINGOS): " WKS-PRIMA-DOM
               ADD WKS-PRIMA-DOM TO WKS-MENSUALIDAD.
      * LAS COMISIONES APROBADAS DEL OPERADOR LIGADO AL EMPLEADO
      * TAMBIEN SON BRUTO GRAVABLE; SOLO EL POSTEO EN FIRME LAS
      * LIQUIDA
           MOVE WKS-EMP-ACTUAL TO WKS-COM-EMP.
           MOVE WKS-FECHA-HASTA TO WKS-COM-PERIODO.
           PERFORM 1870-COMISION-PENDIENTE.
           IF WKS-COM-IMPORTE IS GREATER THAN 0 THEN
               DISPLAY "COMISIONES DE VENTA: " WKS-COM-IMPORTE
               ADD WKS-COM-IMPORTE TO WKS-MENSUALIDAD.
      * EL RETROACTIVO DE AUMENTOS CON VIGENCIA EN PERIODOS YA
      * PAGADOS SE SUMA COMO CONCEPTO APARTE, GRAVABLE COMO EL RESTO
           MOVE WKS-FECHA-HASTA TO WKS-SH-PERIODO.
           MOVE "D" TO WKS-SH-BASE.
           PERFORM 1892-RETRO-PENDIENTE.
           IF WKS-SH-RETRO IS GREATER THAN 0 THEN
               DISPLAY "RETROACTIVO DE SALARIO: " WKS-SH-RETRO
               ADD WKS-SH-RETRO TO WKS-MENSUALIDAD.
           MOVE WKS-MENSUALIDAD TO WKS-ISR-BASE.
           PERFORM 1800-CALCULAR-ISR.
           MOVE WKS-ISR-IMPUESTO TO WKS-IMPUESTO-EMP.
               SUBTRACT WKS-PEN-DESCUENTO FROM WKS-NETO-EMP
               DISPLAY "PENSION ALIMENTICIA DESCONTADA: "
                       WKS-PEN-DESCUENTO.
      * EL CREDITO INFONAVIT SIGUE A LA PENSION; LA CUOTA FIJA Y EL
      * FACTOR VSM SE PRORRATEAN POR LOS DIAS NATURALES DEL PERIODO
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-DE.
           MOVE WKS-FECHA-HASTA TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           MOVE WKS-EMP-ACTUAL TO WKS-INF-EMP.
           MOVE WKS-FECHA-HASTA TO WKS-INF-PERIODO.
           IF WKS-DIAS-DIFERENCIA IS LESS THAN 0 THEN
               MOVE 0 TO WKS-INF-DIAS
           ELSE
               COMPUTE WKS-INF-DIAS = WKS-DIAS-DIFERENCIA + 1.
           COMPUTE WKS-INF-SALARIO = WKS-SH-SALARIO * WKS-DIAS.
           MOVE WKS-NETO-EMP TO WKS-INF-NETO.
           PERFORM 1845-DESCONTAR-INFONAVIT.
           IF WKS-INF-DESCUENTO IS GREATER THAN 0 THEN
               SUBTRACT WKS-INF-DESCUENTO FROM WKS-NETO-EMP
               DISPLAY "CREDITO INFONAVIT DESCONTADO: "
                       WKS-INF-DESCUENTO.
           MOVE WKS-EMP-ACTUAL TO WKS-PRE-EMP.
           MOVE WKS-NETO-EMP TO WKS-PRE-NETO.
           IF WKS-EN-SIMULACION THEN
               MOVE WKS-NETO-EMP TO EMP-NETO
               MOVE WKS-PRE-DESCUENTO TO EMP-PRESTAMO-DESC
               MOVE WKS-PEN-DESCUENTO TO EMP-PENSION-DESC
               MOVE WKS-INF-DESCUENTO TO EMP-INFONAVIT-DESC
               MOVE WKS-FON-DESCUENTO TO EMP-FONDO-DESC
               MOVE WKS-CEM-DESCUENTO TO EMP-COMPRAS-DESC
               MOVE WKS-PRIMA-VAC TO EMP-PRIMA-VAC
               MOVE WKS-PRIMA-DOM TO EMP-PRIMA-DOM
               MOVE WKS-COM-IMPORTE TO EMP-COMISION
               MOVE WKS-SH-RETRO TO EMP-RETROACTIVO
               PERFORM 00032-DESCONTAR-CORRIDA-PREVIA
               ADD WKS-NETO-EMP TO EMP-ACUMULADO-ANUAL
               PERFORM 0031-JOURNAL-EMP-CAMBIO
                       DISPLAY "NO SE PUDO GUARDAR EL CALCULO DEL "
                               "EMPLEADO " WKS-EMP-ACTUAL
               END-REWRITE
               PERFORM 00017-GUARDAR-HISTORIA
               IF WKS-COM-IMPORTE IS GREATER THAN 0 THEN
                   PERFORM 1871-LIQUIDAR-COMISION
               END-IF
               IF WKS-SH-PENDIENTES IS GREATER THAN 0 THEN
                   PERFORM 1893-LIQUIDAR-RETRO.

      * LA SIMULACION CALCULA EL DESCUENTO DEL PRESTAMO SIN TOCAR
      * PRESTAMOS.TXT (MISMAS REGLAS QUE 1820: NI MAS QUE EL SALDO
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF HN-EMP-ID IS EQUAL TO WKS-EMP-ACTUAL AND
                      (HN-TIPO IS EQUAL TO "N" OR "C") AND
                      HN-PERIODO IS LESS THAN WKS-FECHA-HASTA AND
                      HN-PERIODO IS GREATER THAN
                      WKS-PERIODO-ANTERIOR THEN
               MOVE "S" TO WKS-FIN-CALENDARIO
           ELSE
               MOVE LOW-VALUES TO CP-LLAVE
               MOVE WKS-GRUPO-CALC TO CP-GRUPO
               START CALENDARIO-FILE KEY IS NOT LESS THAN CP-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-CALENDARIO
               AT END
                   MOVE "S" TO WKS-FIN-CALENDARIO
               NOT AT END
                   IF CP-GRUPO IS NOT EQUAL TO WKS-GRUPO-CALC THEN
                       MOVE "S" TO WKS-FIN-CALENDARIO
                   ELSE
                   IF CP-ESTADO IS EQUAL TO "A" THEN
                       MOVE "S" TO WKS-PERIODO-DEL-CAL
                       MOVE CP-ANIO TO WKS-CAL-ANIO
                       MOVE CP-NUMERO TO WKS-CAL-NUMERO
                       MOVE CP-PERIODICIDAD TO WKS-CAL-PERIODICIDAD
                       MOVE CP-INICIO TO WKS-FECHA-DESDE
                       MOVE CP-FIN TO WKS-FECHA-HASTA
                       MOVE "S" TO WKS-FIN-CALENDARIO.
       00064-CERRAR-PERIODO.
           OPEN I-O CALENDARIO-FILE.
           IF CP-STATUS IS EQUAL TO "00" THEN
               MOVE WKS-GRUPO-CALC TO CP-GRUPO
               MOVE WKS-CAL-ANIO TO CP-ANIO
               MOVE WKS-CAL-NUMERO TO CP-NUMERO
               READ CALENDARIO-FILE KEY IS CP-LLAVE
                                       "PERIODO"
                           NOT INVALID KEY
                               DISPLAY "PERIODO " CP-NUMERO
                                       " DEL GRUPO [" CP-GRUPO
                                       "] CERRADO EN EL CALENDARIO"
               END-READ
               CLOSE CALENDARIO-FILE.

               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      ******************************************************************
      * RECORRE LAS CHECADAS EFECTIVAS DEL EMPLEADO EN CURSO EN EL
      * PERIODO CAPTURADO (LAS DEL RELOJ CON LAS CORRECCIONES DEL
      * SUPERVISOR, EN ORDEN DE FECHA Y HORA): EMPAREJA ENTRADAS CON
      * SALIDAS POR DIA, CUENTA DIAS TRABAJADOS Y ACUMULA COMO EXTRA
      * LO QUE EXCEDA DE 8 HORAS
      ******************************************************************
       00012-CHECADAS-EMPLEADO.
           MOVE 0 TO WKS-DIAS.
           MOVE "N" TO WKS-HAY-ENTRADA.
           MOVE 0 TO WKS-FECHA-DIA-ACT.
           MOVE 0 TO WKS-MIN-DIA.
           MOVE WKS-EMP-ACTUAL TO WKS-CE-EMP.
           MOVE WKS-FECHA-DESDE TO WKS-CE-DESDE.
           MOVE WKS-FECHA-HASTA TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           IF WKS-CE-NUM IS GREATER THAN 0 THEN
               PERFORM 00014-PROCESAR-CHECADA
                   VARYING WKS-CE-IDX FROM 1 BY 1
                   UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM
               PERFORM 00015-CERRAR-DIA.
           PERFORM 00065-DOMINGOS-DEL-ROL.

       00014-PROCESAR-CHECADA.
           MOVE "S" TO WKS-CON-CHECADAS.
           IF WKS-CE-FECHA(WKS-CE-IDX) IS NOT EQUAL TO
              WKS-FECHA-DIA-ACT THEN
               PERFORM 00015-CERRAR-DIA
               MOVE WKS-CE-FECHA(WKS-CE-IDX) TO WKS-FECHA-DIA-ACT
               MOVE "N" TO WKS-HAY-ENTRADA
               MOVE 9999 TO WKS-PRIMERA-E-MIN.
           MOVE WKS-CE-HORA(WKS-CE-IDX) TO WKS-HORA-DESGLOSE.
           COMPUTE WKS-MINUTOS-CH = WKS-HD-HH * 60 + WKS-HD-MM.
           IF WKS-CE-TIPO(WKS-CE-IDX) IS EQUAL TO "E" THEN
               MOVE WKS-MINUTOS-CH TO WKS-ENTRADA-MIN
               IF WKS-MINUTOS-CH IS LESS THAN WKS-PRIMERA-E-MIN THEN
                   MOVE WKS-MINUTOS-CH TO WKS-PRIMERA-E-MIN
               PERFORM 00035-ES-DOMINGO
               IF WKS-ES-DOMINGO THEN
                   ADD 1 TO WKS-DOMINGOS-PERIODO
                   IF WKS-DOMINGOS-PERIODO IS NOT GREATER THAN 6 THEN
                       MOVE WKS-FECHA-DIA-ACT TO
                            WKS-DOM-CHECADO(WKS-DOMINGOS-PERIODO)
                   END-IF
               END-IF
               COMPUTE WKS-HORAS-DIA ROUNDED = WKS-MIN-DIA / 60
               IF WKS-HORAS-DIA IS GREATER THAN 8 THEN
           IF WKS-DOW-RESTO IS EQUAL TO 0 THEN
               MOVE "S" TO WKS-ES-DOMINGO-SW.

      ******************************************************************
      * PRIMA DOMINICAL SEGUN EL ROL SEMANAL: CADA DOMINGO DEL PERIODO
      * CUENTA SI EL ROL DE ESA SEMANA LE ASIGNA TURNO (NO DESCANSO),
      * SALVO QUE EL EMPLEADO SI CHECE EN EL PERIODO Y ESE DOMINGO NO
      * (NO SE PRESENTO). LAS SEMANAS SIN ROL SIGUEN CONTANDO LOS
      * DOMINGOS CHECADOS; SIN ROL-SEMANAL.TXT QUEDA LA CUENTA DE LAS
      * CHECADAS TAL CUAL
      ******************************************************************
       00065-DOMINGOS-DEL-ROL.
           MOVE WKS-DOMINGOS-PERIODO TO WKS-DOM-CHECADOS-NUM.
           IF WKS-DOM-CHECADOS-NUM IS GREATER THAN 6 THEN
               MOVE 6 TO WKS-DOM-CHECADOS-NUM.
           OPEN INPUT ROL-FILE.
           IF RL-STATUS IS EQUAL TO "00" THEN
               MOVE 0 TO WKS-DOMINGOS-PERIODO
               MOVE WKS-FECHA-DESDE TO WKS-FE-FECHA-X
               PERFORM 2721-FE-A-SERIE
               DIVIDE WKS-FE-SERIE BY 7 GIVING WKS-DOW-COCIENTE
                   REMAINDER WKS-DOW-RESTO
               MOVE WKS-FECHA-DESDE TO WKS-FECHA-BASE
               IF WKS-DOW-RESTO IS EQUAL TO 0 THEN
                   MOVE 0 TO WKS-DIAS-SUMAR
               ELSE
                   COMPUTE WKS-DIAS-SUMAR = 7 - WKS-DOW-RESTO
               END-IF
               PERFORM 2710-FECHA-MAS-DIAS
               MOVE WKS-FECHA-RESULTADO TO WKS-DOMINGO-ACT
               PERFORM 00065-REVISAR-DOMINGO
                   UNTIL WKS-DOMINGO-ACT IS GREATER THAN WKS-FECHA-HASTA
               CLOSE ROL-FILE.

       00065-REVISAR-DOMINGO.
           MOVE WKS-DOMINGO-ACT TO WKS-FE-DESGLOSE.
           PERFORM 00065-RESTAR-UN-DIA 6 TIMES.
           MOVE WKS-FE-DESGLOSE TO RL-SEMANA.
           MOVE WKS-EMP-ACTUAL TO RL-EMP-ID.
           MOVE "N" TO WKS-DOM-CHECADO-SW.
           IF WKS-DOM-CHECADOS-NUM IS GREATER THAN 0 THEN
               PERFORM 00065-BUSCAR-CHECADO
                   VARYING WKS-IDX-DOM FROM 1 BY 1
                   UNTIL WKS-IDX-DOM IS GREATER THAN
                         WKS-DOM-CHECADOS-NUM.
           READ ROL-FILE KEY IS RL-LLAVE
               INVALID KEY
                   IF WKS-DOMINGO-CHECADO THEN
                       ADD 1 TO WKS-DOMINGOS-PERIODO
                   END-IF
               NOT INVALID KEY
                   IF NOT RL-DESCANSO(7) AND
                      RL-TURNO-DIA(7) IS NOT EQUAL TO SPACES AND
                      (NOT WKS-HAY-CHECADAS OR WKS-DOMINGO-CHECADO)
                   THEN
                       ADD 1 TO WKS-DOMINGOS-PERIODO
                   END-IF
           END-READ.
           MOVE WKS-DOMINGO-ACT TO WKS-FECHA-BASE.
           MOVE 7 TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-DOMINGO-ACT.

       00065-BUSCAR-CHECADO.
           IF WKS-DOM-CHECADO(WKS-IDX-DOM) IS EQUAL TO WKS-DOMINGO-ACT
           THEN
               MOVE "S" TO WKS-DOM-CHECADO-SW.

       00065-RESTAR-UN-DIA.
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

      ******************************************************************
      * EXCEPCIONES DEL RELOJ CHECADOR ABIERTAS (FALTA DE ENTRADA O
      * SALIDA, JORNADA DEMASIADO LARGA, CHECADA SIN TURNO) DE LOS
      * EMPLEADOS DEL GRUPO EN EL PERIODO: MIENTRAS HAYA ALGUNA, EL
      * PERIODO NO SE POSTEA EN FIRME
      ******************************************************************
       00066-EXCEPCIONES-CHECADOR.
           MOVE 0 TO WKS-EXC-ABIERTAS.
           OPEN INPUT EXCEPCION-FILE.
           IF EC-STATUS IS EQUAL TO "00" THEN
               MOVE "N" TO WKS-FIN-EXCEPCIONES
               MOVE WKS-FECHA-DESDE TO EC-FECHA
               MOVE 0 TO EC-EMP-ID
               MOVE LOW-VALUES TO EC-TIPO
               START EXCEPCION-FILE KEY IS NOT LESS THAN EC-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-EXCEPCIONES
               END-START
               PERFORM 00066-LEER-EXCEPCION UNTIL WKS-EOF-EXCEPCIONES
               CLOSE EXCEPCION-FILE.

       00066-LEER-EXCEPCION.
           READ EXCEPCION-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EXCEPCIONES
               NOT AT END
                   IF EC-FECHA IS GREATER THAN WKS-FECHA-HASTA THEN
                       MOVE "S" TO WKS-FIN-EXCEPCIONES
                   ELSE
                   IF EC-ABIERTA AND EC-GRUPO IS EQUAL TO WKS-GRUPO-CALC
                   THEN
                       ADD 1 TO WKS-EXC-ABIERTAS
                   END-IF
                   END-IF.

      * CADA CORRIDA CALCULADA QUEDA EN HISTORIA-NOMINA.TXT CON LLAVE
      * PERIODO (FECHA FINAL) + EMPLEADO; RECALCULAR EL MISMO PERIODO
      * REEMPLAZA EL REGISTRO EN LUGAR DE DUPLICARLO
           MOVE WKS-PRIMA-VAC TO HN-PRIMA-VAC.
           MOVE WKS-PRIMA-DOM TO HN-PRIMA-DOM.
           MOVE WKS-PEN-DESCUENTO TO HN-PENSION.
           MOVE WKS-COM-IMPORTE TO HN-COMISION.
           MOVE WKS-FECHA-DESDE TO HN-FECHA-INICIO.
           MOVE WKS-DIAS TO HN-DIAS.
           MOVE WKS-PAGO-EXTRA TO HN-PAGO-EXTRA.
           MOVE WKS-PRE-DESCUENTO TO HN-PRESTAMO.
           MOVE WKS-FON-DESCUENTO TO HN-FONDO.
           MOVE WKS-CEM-DESCUENTO TO HN-COMPRAS.
      * UN PERIODO RECALCULADO PIERDE SU TIMBRE Y VUELVE A QUEDAR
      * PENDIENTE DE TIMBRAR CON LOS IMPORTES NUEVOS
           MOVE SPACES TO HN-UUID.
           MOVE 0 TO HN-FECHA-TIMBRE.
           MOVE WKS-SH-RETRO TO HN-RETROACTIVO.
           MOVE WKS-SH-RETRO-DESDE TO HN-RETRO-DESDE.
           MOVE WKS-SH-RETRO-HASTA TO HN-RETRO-HASTA.
           MOVE WKS-INF-DESCUENTO TO HN-INFONAVIT.
           MOVE EMP-GRUPO TO HN-GRUPO.
           MOVE SPACES TO HN-AUTORIZO.
           MOVE 0 TO HN-FECHA-CORRIDA.
           WRITE REG-HISTORIA
               INVALID KEY
                   REWRITE REG-HISTORIA
           IF WKS-ANIO-REIMP IS GREATER THAN 0 THEN
               DISPLAY "NUMERO DE PERIODO"
               ACCEPT WKS-NUM-REIMP
               MOVE SPACES TO WKS-GRUPO-CALC
               DISPLAY "GRUPO DE PAGO (ENTER = GRUPO GENERAL)"
               ACCEPT WKS-GRUPO-CALC
               OPEN INPUT CALENDARIO-FILE
               MOVE 0 TO WKS-PERIODO-BUSCADO
               IF CP-STATUS IS EQUAL TO "00" THEN
                   MOVE WKS-GRUPO-CALC TO CP-GRUPO
                   MOVE WKS-ANIO-REIMP TO CP-ANIO
                   MOVE WKS-NUM-REIMP TO CP-NUMERO
                   READ CALENDARIO-FILE KEY IS CP-LLAVE

       00016-REIMPRIMIR-COMUN.
           MOVE 0 TO WKS-RECIBOS-HALLADOS.
           COMPUTE WKS-PERIODO-COMPL = WKS-PERIODO-BUSCADO + 40.
           MOVE "N" TO WKS-FIN-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS EQUAL TO "35" THEN
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF HN-PERIODO IS GREATER THAN WKS-PERIODO-COMPL
                   THEN
                       MOVE "S" TO WKS-FIN-HISTORIA
                   ELSE
                   IF HN-PERIODO IS EQUAL TO WKS-PERIODO-BUSCADO OR
                      HN-PERIODO IS EQUAL TO WKS-PERIODO-COMPL THEN
                       ADD 1 TO WKS-RECIBOS-HALLADOS
                       MOVE HN-EMP-ID TO EMP-ID
                       READ EMPLEADO-FILE KEY IS EMP-ID
                              "  IMPUESTO: " HN-IMPUESTO
                              "  NETO: " HN-NETO
                           DELIMITED BY SIZE INTO REG-RECIBO
                       WRITE REG-RECIBO
                       IF HN-COMISION IS NUMERIC AND
                          HN-COMISION IS GREATER THAN 0 THEN
                           MOVE SPACES TO REG-RECIBO
                           STRING "  COMISIONES DE VENTA: "
                                  HN-COMISION
                               DELIMITED BY SIZE INTO REG-RECIBO
                           WRITE REG-RECIBO
                       END-IF
                       IF HN-RETROACTIVO IS NUMERIC AND
                          HN-RETROACTIVO IS GREATER THAN 0 THEN
                           MOVE SPACES TO REG-RECIBO
                           STRING "  RETROACTIVO DE SALARIO: "
                                  HN-RETROACTIVO " (PERIODOS "
                                  HN-RETRO-DESDE " A "
                                  HN-RETRO-HASTA ")"
                               DELIMITED BY SIZE INTO REG-RECIBO
                           WRITE REG-RECIBO
                       END-IF
                       IF HN-INFONAVIT IS NUMERIC AND
                          HN-INFONAVIT IS GREATER THAN 0 THEN
                           MOVE SPACES TO REG-RECIBO
                           STRING "  CREDITO INFONAVIT: "
                                  HN-INFONAVIT
                               DELIMITED BY SIZE INTO REG-RECIBO
                           WRITE REG-RECIBO.

      * RECONSTRUYE EMP-ACUMULADO-ANUAL DESDE LA HISTORIA DEL ANIO,
      * EMPLEADO POR EMPLEADO, DIRECTO SOBRE EL MAESTRO
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      * SALDO DE VACACIONES CON LA RUTINA COMUN (VER VACACION-PROC),
      * LA MISMA QUE CONSULTA EL EMPLEADO EN EL RELOJ CHECADOR
       00022-SALDO-VACACIONES.
           DISPLAY "ID DEL EMPLEADO".
           ACCEPT WKS-AUS-EMPLEADO.
                       DISPLAY "EL EMPLEADO NO TIENE FECHA DE "
                               "CONTRATO"
                   ELSE
                       MOVE WKS-AUS-EMPLEADO TO WKS-VAC-EMP
                       MOVE EMP-FECHA-CONTRATO TO WKS-VAC-CONTRATO
                       PERFORM 1980-SALDO-VACACIONES
                       DISPLAY "ANIOS DE SERVICIO: "
                               WKS-ANIOS-SERVICIO
                       DISPLAY "DIAS DE DERECHO:   " WKS-VAC-DERECHO
                               WKS-VAC-TOMADAS
                       DISPLAY "SALDO DISPONIBLE:  " WKS-VAC-SALDO.

      * FALTAS SIN GOCE DEL EMPLEADO EN EL PERIODO DE NOMINA
       00025-FALTAS-DEL-PERIODO.
           MOVE 0 TO WKS-FALTAS-PERIODO.
           ACCEPT TN-CODIGO.
           IF TN-CODIGO IS EQUAL TO SPACES THEN
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO"
           ELSE
           IF TN-CODIGO IS EQUAL TO "DS" THEN
               DISPLAY "DS ESTA RESERVADO PARA EL DESCANSO DEL ROL"
           ELSE
               DISPLAY "NOMBRE DEL TURNO"
               ACCEPT TN-NOMBRE
                       MOVE EMP-ID TO WKS-EMP-ACTUAL
                       PERFORM 00060-RETARDOS-EMPLEADO.

      * SOBRE LAS CHECADAS EFECTIVAS, IGUAL QUE EL CALCULO
       00060-RETARDOS-EMPLEADO.
           MOVE 0 TO WKS-FECHA-DIA-ACT.
           MOVE 9999 TO WKS-PRIMERA-E-MIN.
           MOVE WKS-EMP-ACTUAL TO WKS-CE-EMP.
           MOVE WKS-RET-FECHA-DESDE TO WKS-CE-DESDE.
           MOVE WKS-RET-FECHA-HASTA TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           IF WKS-CE-NUM IS GREATER THAN 0 THEN
               PERFORM 00060-REVISAR-CHECADA
                   VARYING WKS-CE-IDX FROM 1 BY 1
                   UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM
               PERFORM 00060-CERRAR-DIA-RET.

       00060-REVISAR-CHECADA.
           IF WKS-CE-TIPO(WKS-CE-IDX) IS EQUAL TO "E" THEN
               IF WKS-CE-FECHA(WKS-CE-IDX) IS NOT EQUAL TO
                  WKS-FECHA-DIA-ACT THEN
                   PERFORM 00060-CERRAR-DIA-RET
                   MOVE WKS-CE-FECHA(WKS-CE-IDX) TO WKS-FECHA-DIA-ACT
                   MOVE 9999 TO WKS-PRIMERA-E-MIN
               END-IF
               MOVE WKS-CE-HORA(WKS-CE-IDX) TO WKS-HORA-DESGLOSE
               COMPUTE WKS-MINUTOS-CH = WKS-HD-HH * 60 + WKS-HD-MM
               IF WKS-MINUTOS-CH IS LESS THAN WKS-PRIMERA-E-MIN THEN
                   MOVE WKS-MINUTOS-CH TO WKS-PRIMERA-E-MIN.

       00060-CERRAR-DIA-RET.
           IF WKS-FECHA-DIA-ACT IS NOT EQUAL TO 0 AND

           COPY COMPRAEMP-PROC.

           COPY COMISION-PROC.

           COPY MOVIMSS-PROC.

           COPY SALHIST-PROC.

           COPY INFONAVIT-PROC.

           COPY VACACION-PROC.

      * LOS RECIBOS SE IMPRIMEN DE LO GUARDADO EN EL MAESTRO
       00004-MOSTRAR.
           ACCEPT WKS-FECHA-PAGO FROM DATE YYYYMMDD.
               STRING "  PRIMA DOMINICAL: " EMP-PRIMA-DOM
                   DELIMITED BY SIZE INTO REG-RECIBO
               WRITE REG-RECIBO.
           IF EMP-COMISION IS NUMERIC AND
              EMP-COMISION IS GREATER THAN 0 THEN
               MOVE SPACES TO REG-RECIBO
               STRING "  COMISIONES DE VENTA: " EMP-COMISION
                   DELIMITED BY SIZE INTO REG-RECIBO
               WRITE REG-RECIBO.
           IF EMP-RETROACTIVO IS NUMERIC AND
              EMP-RETROACTIVO IS GREATER THAN 0 THEN
               MOVE SPACES TO REG-RECIBO
               STRING "  RETROACTIVO DE SALARIO: " EMP-RETROACTIVO
                   DELIMITED BY SIZE INTO REG-RECIBO
               WRITE REG-RECIBO.
           IF EMP-PENSION-DESC IS NUMERIC AND
              EMP-PENSION-DESC IS GREATER THAN 0 THEN
               MOVE SPACES TO REG-RECIBO
               STRING "  PENSION ALIMENTICIA: " EMP-PENSION-DESC
                   DELIMITED BY SIZE INTO REG-RECIBO
               WRITE REG-RECIBO.
           IF EMP-INFONAVIT-DESC IS NUMERIC AND
              EMP-INFONAVIT-DESC IS GREATER THAN 0 THEN
               MOVE SPACES TO REG-RECIBO
               STRING "  CREDITO INFONAVIT: " EMP-INFONAVIT-DESC
                   DELIMITED BY SIZE INTO REG-RECIBO
               WRITE REG-RECIBO.
           IF EMP-FONDO-DESC IS NUMERIC AND
              EMP-FONDO-DESC IS GREATER THAN 0 THEN
               MOVE SPACES TO REG-RECIBO
