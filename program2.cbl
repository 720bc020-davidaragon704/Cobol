      *   DIAS TRABAJADOS DEL ANIO Y MITAD PROPORCIONAL AL SALARIO
      *   DEVENGADO, CON CONSTANCIA IMPRESA, REGISTRO TIPO P EN LA
      *   HISTORIA Y DISPERSION EN BANCO-PTU.TXT.
      * - EL OPERADOR SE LIGA A SU EMPLEADO (OP-EMP-ID, OPCION 5 DE
      *   OPERADORES) Y EL REGISTRO DE NOMINA SUMA AL BRUTO LAS
      *   COMISIONES APROBADAS EN COMISIONES-NOMINA.TXT, CON ISR,
      *   RENGLON EN LA HISTORIA (HN-COMISION) Y LIQUIDACION AL
      *   ASENTAR LA CORRIDA PARA QUE NO SE PAGUEN DOS VECES.
      * - LAS ALTAS, LAS BAJAS (CON SU CAUSA ANTE EL IMSS) Y LOS
      *   CAMBIOS DE SALARIO DEJAN SU MOVIMIENTO AFILIATORIO CON EL
      *   SALARIO DIARIO INTEGRADO EN MOVIMIENTOS-IMSS.TXT PARA EL
      *   LOTE DEL IDSE (VER MOVIMSS Y MOVIMIENTOS-IMSS).
      * - EL CAMBIO DE SALARIO PIDE FECHA DE VIGENCIA Y MOTIVO Y QUEDA
      *   EN SALARIOS-HISTORIA.TXT CON QUIEN LO APROBO (VER SALHIST);
      *   EL REGISTRO DE NOMINA PAGA CON EL SALARIO VIGENTE AL PERIODO
      *   Y SUMA COMO CONCEPTO APARTE EL RETROACTIVO DE LOS PERIODOS
      *   YA PAGADOS (HN-RETROACTIVO EN LA HISTORIA).
      * - SE AGREGAN LOS CREDITOS INFONAVIT (OPCION I): EL REGISTRO
      *   DE NOMINA DESCUENTA EL CREDITO DESPUES DE LA PENSION
      *   (HN-INFONAVIT EN LA HISTORIA) Y LA REMESA BIMESTRAL LISTA
      *   CADA CREDITO CON LO RETENIDO PARA PAGARLO CON EL IMSS.
      * - EL REGISTRO DE NOMINA CORRE POR GRUPO DE PAGO (EMP-GRUPO):
      *   TOMA EL PERIODO ABIERTO DEL CALENDARIO DEL GRUPO, USA LA
      *   TARIFA DE ISR DE SU PERIODICIDAD, ESCRIBE BANCO-gg.TXT PARA
      *   GRUPOS DISTINTOS DEL GENERAL Y AL CONFIRMAR CIERRA EL
      *   PERIODO DEL GRUPO SIN TOCAR LOS DEMAS.
      * - SE AGREGA LA NOMINA EXTRAORDINARIA DE PERIODOS CERRADOS
      *   (OPCION E): COMPLEMENTARIA (HISTORIA TIPO M, ARCHIVO
      *   BANCO-COMPLEMENTARIA.TXT) Y CORRECTIVA (EL REGISTRO ORIGINAL
      *   SE GUARDA EN CORRECCIONES-NOMINA.TXT Y SE REPOSTEA COMO TIPO
      *   C, ARCHIVO BANCO-CORRECTIVA.TXT), AMBAS CON FIRMA DEL
      *   SUPERVISOR Y AJUSTE DEL ACUMULADO ANUAL.
      * - CADA DEPARTAMENTO LLEVA SU AREA (PISO DE VENTA U OFICINA,
      *   DP-AREA) PARA SEPARAR EL PERSONAL EN LA PRODUCTIVIDAD
      *   LABORAL; LA OPCION 3 DEL MENU DE DEPARTAMENTOS LA CAMBIA.
      * - LA BAJA PIDE UN MOTIVO OBLIGATORIO (RENUNCIA, DESPIDO, FIN DE
      *   CONTRATO, ABANDONO...) QUE SE GUARDA EN EMPLEADOS-BAJA.TXT
      *   (BJ-MOTIVO, AHORA EN BAJA.cpy) Y PROPONE LA CAUSA DEL IMSS.
      * - LAS FORMAS DE ALTA Y DE MODIFICACION LLEVAN EL TIPO DE
      *   CONTRATO Y SU FECHA DE TERMINO (VER CONTRATO-PROC); LAS
      *   RENOVACIONES SE HACEN EN CONTRATOS.
      * - CADA OPCION DEL MENU SE REVISA CONTRA LA MATRIZ DE PERMISOS
      *   POR FUNCION (PERMISOS.TXT, VER PERMISO-PROC); LA NEGADA NO
      *   CORRE Y QUEDA EN SESIONES.TXT. EL ALTA DE OPERADOR LO DEJA
      *   SIN PERFIL; EL PERFIL SE ASIGNA EN PERMISOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA.
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS NOM-STATUS.
           SELECT BANK-FILE ASSIGN TO WKS-NOMBRE-BANCO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS BANK-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HN-LLAVE
                                   FILE STATUS HN-STATUS.
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
           SELECT AGUI-BANK ASSIGN TO "BANCO-AGUINALDO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AB-STATUS.
           SELECT EXTRA-BANK ASSIGN TO WKS-EXT-BANCO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS EB-STATUS.
           SELECT CORRECCION-FILE ASSIGN TO "CORRECCIONES-NOMINA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CN-STATUS.
           SELECT INFONAVIT-PRINT ASSIGN TO "REMESA-INFONAVIT.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RI-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.TXT"
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

      * CALENDARIO DE PERIODOS POR GRUPO DE PAGO (VER CALNOM): EL
      * REGISTRO DE NOMINA TOMA EL PERIODO ABIERTO DEL GRUPO COMO
      * FECHA DE LA CORRIDA Y LO CIERRA AL CONFIRMAR
       FD CALENDARIO-FILE.
       01 REG-CALENDARIO.
           COPY CALNOM.

      * RESPUESTA DEL BANCO A LA DISPERSION: EMPLEADO, A = ACEPTADA,
      * R = RECHAZADA, E IMPORTE TRANSFERIDO
      * COMPLETO, PARA NO BORRAR TODO RASTRO DEL TRABAJADOR
       FD BAJA-FILE.
       01 REG-BAJA.
           COPY BAJA.

       FD FINIQ-PRINT.
       01 REG-FINIQUITO                PIC X(80).
       FD AGUI-BANK.
       01 REG-AGUI-BANCO               PIC X(80).

      * DISPERSION DE LA NOMINA COMPLEMENTARIA O CORRECTIVA, EN EL
      * MISMO TRAZADO (CON CLABE) QUE BANCO.TXT
       FD EXTRA-BANK.
       01 REG-EXTRA-BANCO              PIC X(80).

      * REGISTRO ORIGINAL DE LA HISTORIA QUE REVERSO UNA NOMINA
      * CORRECTIVA: FECHA, SUPERVISOR QUE AUTORIZO Y EL REGISTRO
      * COMPLETO TAL COMO ESTABA ASENTADO
       FD CORRECCION-FILE.
       01 REG-CORRECCION.
           02 CN-FECHA                 PIC 9(08).
           02 CN-AUTORIZO              PIC X(10).
           02 CN-REGISTRO              PIC X(300).

       FD INFONAVIT-PRINT.
       01 REG-REMESA-INF               PIC X(80).

       FD DEPTO-FILE.
       01 REG-DEPTO.
           COPY DEPTO.
       FD SESION-FILE.
       01 REG-SESION                           PIC X(50).

       FD PERMISO-FILE.
       01 REG-PERMISO.
           COPY PERMISO.

       WORKING-STORAGE SECTION.
           COPY CONFIG-WS.
       77 WKS-SAL-FORMAT       PIC ZZZZZZ9.99.
          88 WKS-OPC-FISCAL    VALUE 'F'.
          88 WKS-OPC-PENSION   VALUE 'J'.
          88 WKS-OPC-FONDO     VALUE 'H'.
          88 WKS-OPC-INFONAVIT VALUE 'I'.
          88 WKS-OPC-EXTRA     VALUE 'E'.
          88 WKS-OPC-S         VALUE 'S'.
          88 WKS-OPC-NO        VALUE 'N'.

       77 WKS-IMPUESTO-EMP     PIC 9(10)V9(02) VALUE 0.
       77 WKS-SS-EMP           PIC 9(10)V9(02) VALUE 0.
       77 WKS-NETO-EMP         PIC 9(10)V9(02) VALUE 0.
       77 WKS-BRUTO-EMP        PIC 9(10)V9(02) VALUE 0.
      * PERIODO QUE CUBRE EL REGISTRO (DEL CALENDARIO; SIN CALENDARIO
      * SOLO SE CONOCE LA FECHA DE LA CORRIDA Y LOS DIAS QUEDAN EN 0)
       77 WKS-FECHA-INICIO-REG PIC 9(08).
       77 WKS-DIAS-REG         PIC 9(03).
      * GRUPO DE PAGO DEL REGISTRO (ESPACIOS = GENERAL, ** = TODOS,
      * SOLO EN LOTE) Y PERIODO DEL CALENDARIO QUE SE CIERRA
       77 WKS-GRUPO-REG        PIC X(02).
       77 WKS-NOMBRE-BANCO     PIC X(20) VALUE "BANCO.TXT".
       77 WKS-REG-CAL-SW       PIC X(01) VALUE "N".
           88 WKS-REG-CON-CAL  VALUE "S".
       77 WKS-REG-CAL-ANIO     PIC 9(04).
       77 WKS-REG-CAL-NUMERO   PIC 9(03).
       77 WKS-TASA-IMPUESTO    PIC 9V9(04) VALUE 0.1000.
       77 WKS-TASA-SEG-SOCIAL  PIC 9V9(04) VALUE 0.0425.
       77 HN-STATUS            PIC X(02).
           COPY PENSION-WS.
           COPY FONDO-WS.
           COPY COMPRAEMP-WS.
           COPY COMISION-WS.
           COPY MOVIMSS-WS.
           COPY SALHIST-WS.
           COPY INFONAVIT-WS.
       77 WKS-FONDO-SALDO      PIC S9(11)V9(02).
       77 CP-STATUS            PIC X(02).
       77 WKS-FIN-CALENDARIO   PIC X(01) VALUE "N".
       77 WKS-FIN-REMESA       PIC X(01) VALUE "N".
           88 WKS-EOF-REMESA   VALUE "S".
       77 WKS-REMESAS-VISTAS   PIC 9(04).

      * CREDITOS INFONAVIT Y SU REMESA BIMESTRAL
       77 RI-STATUS            PIC X(02).
       77 WKS-OPCION-INFONAVIT PIC 9(01).
       77 WKS-INF-ANIO         PIC 9(04).
       77 WKS-INF-BIMESTRE     PIC 9(01).
       77 WKS-INF-DESDE        PIC 9(08).
       77 WKS-INF-HASTA        PIC 9(08).
       77 WKS-INF-RETENIDO     PIC 9(09)V9(02).
       77 WKS-INF-TOTAL        PIC 9(11)V9(02).
       77 WKS-INF-CREDITOS     PIC 9(04).
       77 WKS-INF-ESTADO       PIC X(10).
       77 WKS-FIN-INFONAVIT    PIC X(01) VALUE "N".
           88 WKS-EOF-INFONAVIT VALUE "S".
       77 WKS-FIN-HIST-INF     PIC X(01) VALUE "N".
           88 WKS-EOF-HIST-INF VALUE "S".
       77 WKS-CI-EXISTE-SW     PIC X(01) VALUE "N".
           88 WKS-CI-EXISTE    VALUE "S".

      * NOMINA EXTRAORDINARIA DE UN PERIODO CERRADO: COMPLEMENTARIA
      * (PAGO ADICIONAL, HISTORIA TIPO M) O CORRECTIVA (REVERSA Y
      * REPOSTEO DEL REGISTRO ASENTADO, HISTORIA TIPO C). LOS
      * MOVIMIENTOS SE CAPTURAN EN LA TABLA Y SOLO SE ASIENTAN Y SE
      * DISPERSAN CON LA FIRMA DEL SUPERVISOR
       77 EB-STATUS            PIC X(02).
       77 CN-STATUS            PIC X(02).
       77 WKS-OPCION-EXT       PIC 9(01).
       77 WKS-EXT-TIPO         PIC X(01).
           88 WKS-EXT-COMPLEMENTARIA VALUE "M".
           88 WKS-EXT-CORRECTIVA     VALUE "C".
       77 WKS-EXT-BANCO        PIC X(30).
       77 WKS-EXT-GRUPO        PIC X(02).
       77 WKS-EXT-ANIO         PIC 9(04).
       77 WKS-EXT-NUMERO       PIC 9(03).
       77 WKS-EXT-PERIODO      PIC 9(08).
       77 WKS-EXT-INICIO       PIC 9(08).
       77 WKS-EXT-LLAVE-COMP   PIC 9(08).
       77 WKS-EXT-FECHA-CORRIDA PIC 9(08).
       77 WKS-EXT-PERIODO-SW   PIC X(01) VALUE "N".
           88 WKS-EXT-PERIODO-OK VALUE "S".
       77 WKS-EXT-FIN-SW       PIC X(01) VALUE "N".
           88 WKS-EXT-FIN-CAPTURA VALUE "S".
       77 WKS-EXT-ORIGINAL-SW  PIC X(01) VALUE "N".
           88 WKS-EXT-ORIGINAL-OK VALUE "S".
       77 WKS-EXT-EXISTE-SW    PIC X(01) VALUE "N".
           88 WKS-EXT-EXISTE   VALUE "S".
       77 WKS-EXT-CORREGIR     PIC X(01).
       77 WKS-EXT-EMP          PIC 9(05).
       77 WKS-EXT-IMPORTE      PIC 9(08)V9(02).
       77 WKS-EXT-HORAS        PIC 9(03)V9(02).
       77 WKS-EXT-BASE-BRUTO   PIC 9(10)V9(02).
       77 WKS-EXT-BASE-ISR     PIC 9(10)V9(02).
       77 WKS-EXT-PENSION      PIC 9(07)V9(02).
       77 WKS-EXT-INFONAVIT    PIC 9(07)V9(02).
       77 WKS-EXT-OTRAS        PIC 9(08)V9(02).
       77 WKS-EXT-NETO-ANT     PIC 9(10)V9(02).
       77 WKS-EXT-NETO         PIC S9(10)V9(02).
       77 WKS-EXT-TOT-PAGAR    PIC 9(10)V9(02).
       77 WKS-EXT-TOT-RECUPERAR PIC 9(10)V9(02).
       77 WKS-NUM-EXT          PIC 9(03) VALUE 0.
       77 WKS-IDX-EXT          PIC 9(03).
       77 WKS-POS-EXT          PIC 9(03).
       01 WKS-TABLA-EXT.
           02 WKS-EX-RENGLON OCCURS 100 TIMES.
               03 WKS-EX-EMP           PIC 9(05).
               03 WKS-EX-BRUTO         PIC 9(10)V9(02).
               03 WKS-EX-IMPUESTO      PIC 9(10)V9(02).
               03 WKS-EX-SS            PIC 9(10)V9(02).
               03 WKS-EX-HORAS         PIC 9(03)V9(02).
               03 WKS-EX-PENSION       PIC 9(07)V9(02).
               03 WKS-EX-INFONAVIT     PIC 9(07)V9(02).
               03 WKS-EX-NETO          PIC 9(10)V9(02).
               03 WKS-EX-DIFERENCIA    PIC S9(10)V9(02).
       77 WKS-FIN-PRESTAMOS    PIC X(01) VALUE "N".
           88 WKS-EOF-PRESTAMOS VALUE "S".
       77 WKS-PRESTAMOS-VISTOS PIC 9(03).
       77 WKS-FIN-AUSENCIAS    PIC X(01) VALUE "N".
           88 WKS-EOF-AUSENCIAS VALUE "S".
       77 WKS-CONF-FINIQ       PIC X(01).
      * MOTIVO DE LA BAJA (VER BAJA.cpy) Y LA CAUSA DEL IMSS QUE LE
      * CORRESPONDE, QUE SE PROPONE AL PEDIR LA CAUSA
       77 WKS-MOTIVO-BAJA      PIC X(01).
           88 WKS-MOTIVO-BAJA-VALIDO VALUE "R" "D" "C" "A" "F" "J"
                                           "O".
       77 WKS-CAUSA-SUGERIDA   PIC X(01).
       01 WKS-FECHA-HOY-D.
           02 WKS-FH-ANIO      PIC 9(04).
           02 WKS-FH-MM        PIC 9(02).
       77 WKS-PAGOS-RECHAZADOS PIC 9(05).

           COPY OPLOG-WS.
           COPY PERMISO-WS.
       77 WKS-LOGIN-PTR        POINTER.
           COPY FECHA-WS.
           COPY CONTRATO-WS.
       77 WKS-OPCION-OPER      PIC 9(01).
       77 WKS-EMP-LIGA-SW      PIC X(01).
           88 WKS-EMP-LIGA-OK  VALUE "S".
       77 WKS-CLAVE-ACTUAL     PIC X(10).

      * MODO LOTE
           02 LINE 12 COLUMN 28 PIC X(18) USING EMP-CLABE.
           02 LINE 13 COLUMN 5 VALUE "TURNO:".
           02 LINE 13 COLUMN 28 PIC X(02) USING EMP-TURNO.
           02 LINE 14 COLUMN 5 VALUE "GRUPO DE PAGO:".
           02 LINE 14 COLUMN 28 PIC X(02) USING EMP-GRUPO.
           02 LINE 15 COLUMN 5 VALUE "CONTRATO (I/D/P/C):".
           02 LINE 15 COLUMN 28 PIC X(01) USING EMP-TIPO-CONTRATO.
           02 LINE 16 COLUMN 5 VALUE "TERMINO CONTRATO:".
           02 LINE 16 COLUMN 28 PIC 9(08) USING EMP-FIN-CONTRATO.

       01 PANTALLA-MODIFICA-TRAB.
           02 BLANK SCREEN.
           02 LINE 15 COLUMN 5 VALUE "LIMITE COMPRAS:".
           02 LINE 15 COLUMN 28 PIC 9(07)V9(02)
                                USING EMP-LIMITE-COMPRA.
           02 LINE 16 COLUMN 5 VALUE "GRUPO DE PAGO:".
           02 LINE 16 COLUMN 28 PIC X(02) USING EMP-GRUPO.
           02 LINE 17 COLUMN 5 VALUE "CONTRATO (I/D/P/C):".
           02 LINE 17 COLUMN 28 PIC X(01) USING EMP-TIPO-CONTRATO.
           02 LINE 18 COLUMN 5 VALUE "TERMINO CONTRATO:".
           02 LINE 18 COLUMN 28 PIC 9(08) USING EMP-FIN-CONTRATO.

       PROCEDURE DIVISION USING LOGIN-COMUN.
       0000-MAIN SECTION.

           COPY OPLOG-PROC.

           COPY PERMISO-PROC.

      ******************************************************************
      * ADMINISTRACION DE OPERADORES. ALTAS Y BAJAS EXIGEN ROL DE
      * SUPERVISOR; EL CAMBIO DE CLAVE LO HACE CADA QUIEN CON SU
      ******************************************************************
       00060-MENU-OPERADORES.
           DISPLAY "1 - ALTA DE OPERADOR, 2 - DESACTIVAR OPERADOR, "
                   "3 - CAMBIAR MI CLAVE, 4 - DESBLOQUEAR, "
                   "5 - LIGAR A EMPLEADO".
           ACCEPT WKS-OPCION-OPER.
           IF WKS-OPCION-OPER IS EQUAL TO 1 THEN
               PERFORM 1835-PEDIR-SUPERVISOR
               IF WKS-SUP-OK THEN
                   PERFORM 1846-DESBLOQUEAR-OPERADOR
               END-IF
           ELSE
           IF WKS-OPCION-OPER IS EQUAL TO 5 THEN
               PERFORM 1835-PEDIR-SUPERVISOR
               IF WKS-SUP-OK THEN
                   PERFORM 00076-LIGAR-EMPLEADO
               END-IF
           ELSE
               DISPLAY "OPCION INVALIDA".
           PERFORM 00003-MENU.
                   DISPLAY "PORCENTAJE DE COMISION (EJ. 02.50, "
                           "0 = NO COMISIONA)"
                   ACCEPT OP-COMISION
                   MOVE 0 TO OP-EMP-ID
                   IF OP-COMISION IS NUMERIC AND
                      OP-COMISION IS GREATER THAN 0 THEN
                       DISPLAY "ID DEL EMPLEADO AL QUE SE PAGAN SUS "
                               "COMISIONES (0 = NINGUNO)"
                       ACCEPT OP-EMP-ID
                   END-IF
                   MOVE "A" TO OP-ESTADO
                   MOVE 0 TO OP-INTENTOS
                   MOVE SPACES TO OP-PERFIL
                   ACCEPT OP-FECHA-CLAVE FROM DATE YYYYMMDD
                   WRITE REG-OPERADOR
                       INVALID KEY
                                   DISPLAY "CLAVE CAMBIADA".
           CLOSE OPERADOR-FILE.

      * EL OPERADOR QUE COMISIONA SE LIGA A SU REGISTRO DE EMPLEADO
      * PARA QUE SUS COMISIONES APROBADAS SE LE PAGUEN POR NOMINA;
      * 0 QUITA LA LIGA
       00076-LIGAR-EMPLEADO.
           PERFORM 1839-ABRIR-OPERADORES.
           DISPLAY "ID DEL OPERADOR".
           ACCEPT OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   DISPLAY "OPERADOR NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "ID DEL EMPLEADO (0 = QUITAR LA LIGA)"
                   ACCEPT WKS-ID-BUSCADO
                   MOVE "S" TO WKS-EMP-LIGA-SW
                   IF WKS-ID-BUSCADO IS GREATER THAN 0 THEN
                       MOVE WKS-ID-BUSCADO TO EMP-ID
                       READ PAYROLL-FILE KEY IS EMP-ID
                           INVALID KEY
                               MOVE "N" TO WKS-EMP-LIGA-SW
                               DISPLAY "EMPLEADO NO ENCONTRADO"
                       END-READ
                   END-IF
                   IF WKS-EMP-LIGA-OK THEN
                       MOVE WKS-ID-BUSCADO TO OP-EMP-ID
                       REWRITE REG-OPERADOR
                           INVALID KEY
                               DISPLAY "NO SE PUDO LIGAR"
                           NOT INVALID KEY
                               DISPLAY "OPERADOR LIGADO AL EMPLEADO "
                                       OP-EMP-ID.
           CLOSE OPERADOR-FILE.

      * AL CERRAR SE DEJAN LAS CIFRAS DE CONTROL DEL MAESTRO PARA
      * QUE VERIFICA-ARCHIVOS PUEDA DETECTAR ARCHIVOS DANIADOS
       00080-CIFRAS-DE-CONTROL.
                   "D - DEPARTAMENTOS, U - OPERADORES, ".
           DISPLAY "T - REPARTO DE PTU, F - DATOS FISCALES, "
                   "J - PENSIONES ALIMENTICIAS, ".
           DISPLAY "H - ESTADO DEL FONDO DE AHORRO, "
                   "I - CREDITOS INFONAVIT, ".
           DISPLAY "E - NOMINA COMPLEMENTARIA O CORRECTIVA, S - SALIR".
           ACCEPT WKS-OPTION.
           MOVE "NOM-" TO WKS-PRM-FUNCION.
           MOVE WKS-OPTION TO WKS-PRM-FUNCION(5:1).
           MOVE WKS-LOGIN-OPERADOR TO WKS-PRM-OPERADOR.
           PERFORM 1992-VERIFICAR-PERMISO.
           IF NOT WKS-PRM-CONCEDIDO
               CONTINUE
           ELSE
           IF WKS-OPC-ALTA
               PERFORM 00001-DATOS-TRAB
           ELSE
           IF WKS-OPC-FONDO
               PERFORM 00075-ESTADO-FONDO
           ELSE
           IF WKS-OPC-INFONAVIT
               PERFORM 00077-MENU-INFONAVIT
           ELSE
           IF WKS-OPC-EXTRA
               PERFORM 00087-NOMINA-EXTRAORDINARIA
           ELSE
           IF WKS-OPC-S
               MOVE 1 TO WKS-TERMINA
           ELSE
      * EL REGISTRO RECORRE EL MAESTRO DIRECTAMENTE; LA PLANTILLA YA
      * SOLO ESTA LIMITADA POR EL DISCO
       00010-REGISTRO-NOMINA.
           MOVE SPACES TO WKS-GRUPO-REG.
           DISPLAY "GRUPO DE PAGO (ENTER = GRUPO GENERAL)".
           ACCEPT WKS-GRUPO-REG.
           IF WKS-GRUPO-REG IS EQUAL TO "**" THEN
               DISPLAY "EL REGISTRO SE CORRE Y SE CIERRA POR GRUPO; "
                       "CAPTURE UN SOLO GRUPO"
           ELSE
               PERFORM 00013-CORRER-REGISTRO.
           PERFORM 00003-MENU.

      * EN MODO LOTE (JOB NOCTURNO) EL REGISTRO SOLO INFORMA TOTALES:
               ACCEPT WKS-CONFIRMA-REG
               IF WKS-CONFIRMA-REG IS EQUAL TO "S" OR "s" THEN
                   PERFORM 00013-PASADA-REGISTRO
                   IF WKS-REG-CON-CAL THEN
                       PERFORM 00086-CERRAR-PERIODO
                   END-IF
               ELSE
                   DISPLAY "REGISTRO CANCELADO: NADA SE ASENTO NI "
                           "SE DISPERSO".
           MOVE 0 TO WKS-TOTAL-NETO.
           MOVE 0 TO WKS-NUM-DEPTOS.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-INICIO-REG.
           MOVE 0 TO WKS-DIAS-REG.
      * CON CALENDARIO, LA CORRIDA QUEDA ASENTADA CON LA FECHA FINAL
      * DEL PERIODO ABIERTO DEL GRUPO EN LUGAR DE LA FECHA DEL DIA, Y
      * EL ISR SE CALCULA CON LA TARIFA DE LA PERIODICIDAD DEL GRUPO
           PERFORM 00085-PERIODO-ABIERTO.
           IF WKS-REG-CON-CAL THEN
               PERFORM 1815-TARIFA-PERIODICIDAD.
           IF WKS-GRUPO-REG IS EQUAL TO SPACES OR "**" THEN
               MOVE "BANCO.TXT" TO WKS-NOMBRE-BANCO
           ELSE
               MOVE SPACES TO WKS-NOMBRE-BANCO
               STRING "BANCO-" WKS-GRUPO-REG DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                   INTO WKS-NOMBRE-BANCO.
           IF NOT WKS-MODO-LOTE AND NOT WKS-REG-PREVIA THEN
               OPEN OUTPUT BANK-FILE.
           MOVE "N" TO WKS-FIN-SCAN.
               INVALID KEY
                   MOVE "S" TO WKS-FIN-SCAN.
           PERFORM 00011-LEER-REGISTRO UNTIL WKS-EOF-SCAN.
           DISPLAY "REGISTRO DE NOMINA, GRUPO [" WKS-GRUPO-REG "]".
           DISPLAY "TOTAL EMPLEADOS PAGADOS: " WKS-TOTAL-EMPLEADOS.
           DISPLAY "TOTAL BRUTO: " WKS-TOTAL-BRUTO.
           DISPLAY "TOTAL NETO: " WKS-TOTAL-NETO.
               PERFORM 00059-RESUMEN-DEPTOS.
           IF NOT WKS-MODO-LOTE AND NOT WKS-REG-PREVIA THEN
               CLOSE BANK-FILE
               DISPLAY "ARCHIVO PARA EL BANCO ESCRITO EN "
                       WKS-NOMBRE-BANCO.

      * EL CALENDARIO SE LEE DESDE EL PRIMER PERIODO DEL GRUPO Y SE
      * DEJA DE LEER AL CAMBIAR DE GRUPO; CON ** (TODOS, SOLO LOTE)
      * SE TOMA EL PERIODO DEL GRUPO GENERAL
       00085-PERIODO-ABIERTO.
           MOVE "N" TO WKS-REG-CAL-SW.
           MOVE "N" TO WKS-FIN-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF CP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-CALENDARIO
           ELSE
               MOVE LOW-VALUES TO CP-LLAVE
               MOVE WKS-GRUPO-REG TO CP-GRUPO
               IF WKS-GRUPO-REG IS EQUAL TO "**" THEN
                   MOVE SPACES TO CP-GRUPO
               END-IF
               START CALENDARIO-FILE KEY IS NOT LESS THAN CP-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-CALENDARIO
               AT END
                   MOVE "S" TO WKS-FIN-CALENDARIO
               NOT AT END
                   IF CP-GRUPO IS NOT EQUAL TO WKS-GRUPO-REG AND
                      (WKS-GRUPO-REG IS NOT EQUAL TO "**" OR
                       CP-GRUPO IS NOT EQUAL TO SPACES) THEN
                       MOVE "S" TO WKS-FIN-CALENDARIO
                   ELSE
                   IF CP-ESTADO IS EQUAL TO "A" THEN
                       MOVE "S" TO WKS-REG-CAL-SW
                       MOVE CP-ANIO TO WKS-REG-CAL-ANIO
                       MOVE CP-NUMERO TO WKS-REG-CAL-NUMERO
                       MOVE CP-PERIODICIDAD TO WKS-ISR-PERIODICIDAD
                       MOVE CP-FIN TO WKS-FECHA-HOY
                       MOVE CP-INICIO TO WKS-FECHA-INICIO-REG
                       MOVE CP-INICIO TO WKS-FECHA-DE
                       MOVE CP-FIN TO WKS-FECHA-A
                       PERFORM 2720-DIAS-ENTRE
                       COMPUTE WKS-DIAS-REG = WKS-DIAS-DIFERENCIA + 1
                       DISPLAY "CORRIDA ASENTADA AL PERIODO "
                               CP-NUMERO " (" CP-FIN ")"
                       MOVE "S" TO WKS-FIN-CALENDARIO.

      * AL CONFIRMAR EL REGISTRO SE CIERRA EL PERIODO DEL GRUPO PARA
      * QUE LA SIGUIENTE CORRIDA TOME EL QUE SIGUE
       00086-CERRAR-PERIODO.
           OPEN I-O CALENDARIO-FILE.
           IF CP-STATUS IS EQUAL TO "00" THEN
               MOVE WKS-GRUPO-REG TO CP-GRUPO
               MOVE WKS-REG-CAL-ANIO TO CP-ANIO
               MOVE WKS-REG-CAL-NUMERO TO CP-NUMERO
               READ CALENDARIO-FILE KEY IS CP-LLAVE
                   INVALID KEY
                       DISPLAY "NO SE RELEYO EL PERIODO DEL "
                               "CALENDARIO"
                   NOT INVALID KEY
                       MOVE "C" TO CP-ESTADO
                       REWRITE REG-CALENDARIO
                           INVALID KEY
                               DISPLAY "NO SE PUDO CERRAR EL "
                                       "PERIODO"
                           NOT INVALID KEY
                               DISPLAY "PERIODO " CP-NUMERO
                                       " DEL GRUPO [" CP-GRUPO
                                       "] CERRADO EN EL CALENDARIO"
               END-READ
               CLOSE CALENDARIO-FILE.

      ******************************************************************
      * NOMINA EXTRAORDINARIA DE UN PERIODO YA CERRADO EN EL
      * CALENDARIO. LA COMPLEMENTARIA PAGA IMPORTES ADICIONALES A LOS
      * EMPLEADOS QUE SE CAPTUREN (HISTORIA TIPO M, CON SU ISR COMO LO
      * QUE SUBE EL ISR DEL PERIODO). LA CORRECTIVA REVERSA EL
      * REGISTRO ASENTADO (SE GUARDA EN CORRECCIONES-NOMINA.TXT) Y LO
      * REPOSTEA CON EL BRUTO CORRECTO EN SU MISMA LLAVE (TIPO C); SE
      * DISPERSA SOLO LA DIFERENCIA A FAVOR Y LO PAGADO DE MAS SE
      * INFORMA PARA RECUPERARLO. NADA SE ASIENTA SIN LA FIRMA DEL
      * SUPERVISOR, Y CADA TIPO TIENE SU PROPIO ARCHIVO DEL BANCO.
      ******************************************************************
       00087-NOMINA-EXTRAORDINARIA.
           MOVE 0 TO WKS-NUM-EXT.
           MOVE SPACES TO WKS-EXT-TIPO.
           MOVE "N" TO WKS-EXT-PERIODO-SW.
           DISPLAY "NOMINA EXTRAORDINARIA DE UN PERIODO CERRADO".
           DISPLAY "1 - COMPLEMENTARIA (PAGO ADICIONAL), "
                   "2 - CORRECTIVA (REVERSA Y REPOSTEO)".
           ACCEPT WKS-OPCION-EXT.
           IF WKS-OPCION-EXT IS EQUAL TO 1 THEN
               MOVE "M" TO WKS-EXT-TIPO
           ELSE
           IF WKS-OPCION-EXT IS EQUAL TO 2 THEN
               MOVE "C" TO WKS-EXT-TIPO
           ELSE
               DISPLAY "OPCION INVALIDA".
           IF WKS-EXT-TIPO IS NOT EQUAL TO SPACES THEN
               PERFORM 00087-ELEGIR-PERIODO.
           IF WKS-EXT-PERIODO-OK THEN
               PERFORM 00088-CAPTURAR-MOVIMIENTO
                   UNTIL WKS-EXT-FIN-CAPTURA
               IF WKS-NUM-EXT IS EQUAL TO 0 THEN
                   DISPLAY "NO SE CAPTURO NINGUN MOVIMIENTO"
               ELSE
                   PERFORM 00087-RESUMEN-EXTRAORDINARIA
                   DISPLAY "LA CORRIDA REQUIERE LA FIRMA DEL "
                           "SUPERVISOR"
                   PERFORM 1835-PEDIR-SUPERVISOR
                   IF WKS-SUP-OK THEN
                       PERFORM 00089-ASENTAR-EXTRAORDINARIA
                   ELSE
                       DISPLAY "CORRIDA NO AUTORIZADA: NADA SE "
                               "ASENTO NI SE DISPERSO".
           PERFORM 00003-MENU.

      * EL PERIODO SE ELIGE DEL CALENDARIO DEL GRUPO Y DEBE ESTAR
      * CERRADO; EL ISR SE CALCULA CON LA TARIFA DE SU PERIODICIDAD
       00087-ELEGIR-PERIODO.
           MOVE SPACES TO WKS-EXT-GRUPO.
           DISPLAY "GRUPO DE PAGO (ENTER = GRUPO GENERAL)".
           ACCEPT WKS-EXT-GRUPO.
           DISPLAY "ANIO DEL PERIODO (AAAA)".
           ACCEPT WKS-EXT-ANIO.
           DISPLAY "NUMERO DE PERIODO".
           ACCEPT WKS-EXT-NUMERO.
           OPEN INPUT CALENDARIO-FILE.
           IF CP-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY CALENDARIO DE NOMINA"
           ELSE
               MOVE WKS-EXT-GRUPO TO CP-GRUPO
               MOVE WKS-EXT-ANIO TO CP-ANIO
               MOVE WKS-EXT-NUMERO TO CP-NUMERO
               READ CALENDARIO-FILE KEY IS CP-LLAVE
                   INVALID KEY
                       DISPLAY "PERIODO NO ENCONTRADO EN EL "
                               "CALENDARIO"
                   NOT INVALID KEY
                       IF CP-ESTADO IS NOT EQUAL TO "C" THEN
                           DISPLAY "EL PERIODO SIGUE ABIERTO; SE "
                                   "PAGA EN SU CORRIDA ORDINARIA"
                       ELSE
                           MOVE "S" TO WKS-EXT-PERIODO-SW
                           MOVE CP-FIN TO WKS-EXT-PERIODO
                           MOVE CP-INICIO TO WKS-EXT-INICIO
                           MOVE CP-PERIODICIDAD
                               TO WKS-ISR-PERIODICIDAD
                           DISPLAY "PERIODO " CP-NUMERO
                                   " DEL " CP-INICIO
                                   " AL " CP-FIN
                       END-IF
               END-READ
               CLOSE CALENDARIO-FILE.
           IF WKS-EXT-PERIODO-OK THEN
               COMPUTE WKS-EXT-LLAVE-COMP = WKS-EXT-PERIODO + 40
               PERFORM 1815-TARIFA-PERIODICIDAD
               ACCEPT WKS-EXT-FECHA-CORRIDA FROM DATE YYYYMMDD
               MOVE "N" TO WKS-EXT-FIN-SW.

       00087-RESUMEN-EXTRAORDINARIA.
           MOVE 0 TO WKS-EXT-TOT-PAGAR.
           MOVE 0 TO WKS-EXT-TOT-RECUPERAR.
           MOVE 1 TO WKS-IDX-EXT.
           PERFORM 00087-SUMAR-RENGLON
               UNTIL WKS-IDX-EXT IS GREATER THAN WKS-NUM-EXT.
           DISPLAY "--- RESUMEN DE LA NOMINA "
                   WKS-EXT-TIPO " DEL PERIODO " WKS-EXT-PERIODO
                   " ---".
           DISPLAY "EMPLEADOS:          " WKS-NUM-EXT.
           DISPLAY "TOTAL A DISPERSAR:  " WKS-EXT-TOT-PAGAR.
           IF WKS-EXT-TOT-RECUPERAR IS GREATER THAN 0 THEN
               DISPLAY "PAGADO DE MAS:      " WKS-EXT-TOT-RECUPERAR.

       00087-SUMAR-RENGLON.
           IF WKS-EX-DIFERENCIA(WKS-IDX-EXT) IS GREATER THAN 0 THEN
               ADD WKS-EX-DIFERENCIA(WKS-IDX-EXT)
                   TO WKS-EXT-TOT-PAGAR
           ELSE
               SUBTRACT WKS-EX-DIFERENCIA(WKS-IDX-EXT)
                   FROM WKS-EXT-TOT-RECUPERAR.
           ADD 1 TO WKS-IDX-EXT.

       00088-CAPTURAR-MOVIMIENTO.
           DISPLAY "ID DEL EMPLEADO (0 = TERMINAR LA CAPTURA)".
           ACCEPT WKS-EXT-EMP.
           MOVE 0 TO WKS-POS-EXT.
           MOVE 1 TO WKS-IDX-EXT.
           PERFORM 00088-BUSCAR-CAPTURADO
               UNTIL WKS-IDX-EXT IS GREATER THAN WKS-NUM-EXT
                  OR WKS-POS-EXT IS GREATER THAN 0.
           IF WKS-EXT-EMP IS EQUAL TO 0 THEN
               MOVE "S" TO WKS-EXT-FIN-SW
           ELSE
           IF WKS-NUM-EXT IS NOT LESS THAN 100 THEN
               DISPLAY "TOPE DE 100 EMPLEADOS POR CORRIDA; ASIENTE "
                       "ESTA Y CORRA OTRA"
               MOVE "S" TO WKS-EXT-FIN-SW
           ELSE
           IF WKS-POS-EXT IS GREATER THAN 0 THEN
               DISPLAY "EL EMPLEADO YA ESTA EN ESTA CORRIDA"
           ELSE
               MOVE WKS-EXT-EMP TO EMP-ID
               READ PAYROLL-FILE KEY IS EMP-ID
                   INVALID KEY
                       DISPLAY "EMPLEADO NO ENCONTRADO"
                   NOT INVALID KEY
                       DISPLAY "EMPLEADO " EMP-ID " " EMP-NOMBRE
                       IF WKS-EXT-COMPLEMENTARIA THEN
                           PERFORM 00088-CAPTURAR-COMPLEMENTO
                       ELSE
                           PERFORM 00088-CAPTURAR-CORRECCION
                       END-IF
               END-READ.

       00088-BUSCAR-CAPTURADO.
           IF WKS-EX-EMP(WKS-IDX-EXT) IS EQUAL TO WKS-EXT-EMP THEN
               MOVE WKS-IDX-EXT TO WKS-POS-EXT
           ELSE
               ADD 1 TO WKS-IDX-EXT.

      * EL ISR DE LA COMPLEMENTARIA ES LO QUE SUBE EL ISR DEL PERIODO
      * AL SUMAR EL PAGO A LO YA ASENTADO (ORDINARIA O CORRECTIVA MAS
      * LAS COMPLEMENTARIAS ANTERIORES DEL MISMO PERIODO)
       00088-CAPTURAR-COMPLEMENTO.
           MOVE 0 TO WKS-EXT-BASE-BRUTO.
           MOVE 0 TO WKS-EXT-BASE-ISR.
           MOVE "S" TO WKS-EXT-ORIGINAL-SW.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS EQUAL TO "00" THEN
               MOVE WKS-EXT-PERIODO TO HN-PERIODO
               MOVE WKS-EXT-EMP TO HN-EMP-ID
               READ HISTORIA-FILE KEY IS HN-LLAVE
                   NOT INVALID KEY
                       ADD HN-BRUTO TO WKS-EXT-BASE-BRUTO
                       ADD HN-IMPUESTO TO WKS-EXT-BASE-ISR
               END-READ
               MOVE WKS-EXT-LLAVE-COMP TO HN-PERIODO
               MOVE WKS-EXT-EMP TO HN-EMP-ID
               READ HISTORIA-FILE KEY IS HN-LLAVE
                   NOT INVALID KEY
                       ADD HN-BRUTO TO WKS-EXT-BASE-BRUTO
                       ADD HN-IMPUESTO TO WKS-EXT-BASE-ISR
                       IF HN-UUID IS NOT EQUAL TO SPACES THEN
                           MOVE "N" TO WKS-EXT-ORIGINAL-SW
                       END-IF
               END-READ
               CLOSE HISTORIA-FILE.
           IF NOT WKS-EXT-ORIGINAL-OK THEN
               DISPLAY "LA COMPLEMENTARIA DEL PERIODO YA ESTA "
                       "TIMBRADA, NO SE LE PUEDE SUMAR OTRA"
           ELSE
               DISPLAY "IMPORTE BRUTO A PAGAR (EJ. 00001500.00)"
               ACCEPT WKS-EXT-IMPORTE
               DISPLAY "HORAS EXTRA QUE CUBRE (0 = NO SON EXTRAS)"
               ACCEPT WKS-EXT-HORAS
               IF WKS-EXT-IMPORTE IS EQUAL TO 0 THEN
                   DISPLAY "SIN IMPORTE, NO SE AGREGA"
               ELSE
                   PERFORM 00088-AGREGAR-COMPLEMENTO.

       00088-AGREGAR-COMPLEMENTO.
           ADD 1 TO WKS-NUM-EXT.
           MOVE WKS-NUM-EXT TO WKS-IDX-EXT.
           MOVE WKS-EXT-EMP TO WKS-EX-EMP(WKS-IDX-EXT).
           MOVE WKS-EXT-IMPORTE TO WKS-EX-BRUTO(WKS-IDX-EXT).
           MOVE WKS-EXT-HORAS TO WKS-EX-HORAS(WKS-IDX-EXT).
           COMPUTE WKS-ISR-BASE = WKS-EXT-BASE-BRUTO + WKS-EXT-IMPORTE.
           PERFORM 1800-CALCULAR-ISR.
           IF WKS-ISR-IMPUESTO IS GREATER THAN WKS-EXT-BASE-ISR THEN
               COMPUTE WKS-EX-IMPUESTO(WKS-IDX-EXT) =
                       WKS-ISR-IMPUESTO - WKS-EXT-BASE-ISR
           ELSE
               MOVE 0 TO WKS-EX-IMPUESTO(WKS-IDX-EXT).
           COMPUTE WKS-EX-SS(WKS-IDX-EXT) ROUNDED =
                   WKS-EXT-IMPORTE * WKS-TASA-SEG-SOCIAL.
           MOVE 0 TO WKS-EX-PENSION(WKS-IDX-EXT).
           MOVE 0 TO WKS-EX-INFONAVIT(WKS-IDX-EXT).
           COMPUTE WKS-EX-NETO(WKS-IDX-EXT) =
                   WKS-EXT-IMPORTE - WKS-EX-IMPUESTO(WKS-IDX-EXT) -
                   WKS-EX-SS(WKS-IDX-EXT).
           MOVE WKS-EX-NETO(WKS-IDX-EXT)
               TO WKS-EX-DIFERENCIA(WKS-IDX-EXT).
           DISPLAY "  BRUTO " WKS-EX-BRUTO(WKS-IDX-EXT)
                   " ISR " WKS-EX-IMPUESTO(WKS-IDX-EXT)
                   " IMSS " WKS-EX-SS(WKS-IDX-EXT)
                   " NETO A PAGAR " WKS-EX-NETO(WKS-IDX-EXT).

      * LA CORRECTIVA SOLO APLICA A LA NOMINA ORDINARIA DEL PERIODO
      * (O A UNA CORRECTIVA ANTERIOR). ISR E IMSS SE RECALCULAN SOBRE
      * EL BRUTO CORRECTO; PENSION E INFONAVIT SE PUEDEN CORREGIR, Y
      * PRESTAMO, FONDO Y COMPRAS QUEDAN COMO SE ASENTARON PORQUE YA
      * MOVIERON SUS PROPIOS SALDOS
       00088-CAPTURAR-CORRECCION.
           MOVE "N" TO WKS-EXT-ORIGINAL-SW.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS EQUAL TO "00" THEN
               MOVE WKS-EXT-PERIODO TO HN-PERIODO
               MOVE WKS-EXT-EMP TO HN-EMP-ID
               READ HISTORIA-FILE KEY IS HN-LLAVE
                   INVALID KEY
                       DISPLAY "EL EMPLEADO NO TIENE NOMINA ASENTADA "
                               "EN ESE PERIODO"
                   NOT INVALID KEY
                       IF HN-TIPO IS EQUAL TO "N" OR "C" THEN
                           MOVE "S" TO WKS-EXT-ORIGINAL-SW
                       ELSE
                           DISPLAY "EL REGISTRO DEL PERIODO ES TIPO "
                                   HN-TIPO ", NO ES NOMINA ORDINARIA"
                       END-IF
               END-READ
               IF WKS-EXT-ORIGINAL-OK THEN
                   PERFORM 00088-PEDIR-CORRECCION
               END-IF
               CLOSE HISTORIA-FILE
           ELSE
               DISPLAY "NO HAY HISTORIA DE NOMINA".

       00088-PEDIR-CORRECCION.
           MOVE 0 TO WKS-EXT-PENSION.
           MOVE 0 TO WKS-EXT-INFONAVIT.
           MOVE 0 TO WKS-EXT-OTRAS.
           IF HN-PENSION IS NUMERIC THEN
               MOVE HN-PENSION TO WKS-EXT-PENSION.
           IF HN-INFONAVIT IS NUMERIC THEN
               MOVE HN-INFONAVIT TO WKS-EXT-INFONAVIT.
           IF HN-PRESTAMO IS NUMERIC THEN
               ADD HN-PRESTAMO TO WKS-EXT-OTRAS.
           IF HN-FONDO IS NUMERIC THEN
               ADD HN-FONDO TO WKS-EXT-OTRAS.
           IF HN-COMPRAS IS NUMERIC THEN
               ADD HN-COMPRAS TO WKS-EXT-OTRAS.
           MOVE HN-NETO TO WKS-EXT-NETO-ANT.
           DISPLAY "ASENTADO: BRUTO " HN-BRUTO " ISR " HN-IMPUESTO
                   " IMSS " HN-SEG-SOCIAL " NETO " HN-NETO.
           DISPLAY "  PENSION " WKS-EXT-PENSION
                   " INFONAVIT " WKS-EXT-INFONAVIT
                   " PRESTAMO/FONDO/COMPRAS " WKS-EXT-OTRAS.
           DISPLAY "BRUTO CORRECTO DEL PERIODO (EJ. 00012000.00)".
           ACCEPT WKS-EXT-IMPORTE.
           DISPLAY "CORREGIR PENSION E INFONAVIT (S/N)".
           ACCEPT WKS-EXT-CORREGIR.
           IF WKS-EXT-CORREGIR IS EQUAL TO "S" OR "s" THEN
               DISPLAY "PENSION ALIMENTICIA CORRECTA"
               ACCEPT WKS-EXT-PENSION
               DISPLAY "CREDITO INFONAVIT CORRECTO"
               ACCEPT WKS-EXT-INFONAVIT.
           MOVE WKS-EXT-IMPORTE TO WKS-ISR-BASE.
           PERFORM 1800-CALCULAR-ISR.
           COMPUTE WKS-EXT-NETO ROUNDED =
                   WKS-EXT-IMPORTE - WKS-ISR-IMPUESTO -
                   (WKS-EXT-IMPORTE * WKS-TASA-SEG-SOCIAL) -
                   WKS-EXT-PENSION - WKS-EXT-INFONAVIT -
                   WKS-EXT-OTRAS.
           IF WKS-EXT-NETO IS LESS THAN 0 THEN
               DISPLAY "LAS DEDUCCIONES EXCEDEN EL BRUTO CORREGIDO, "
                       "NO SE AGREGA"
           ELSE
               PERFORM 00088-AGREGAR-CORRECCION.

       00088-AGREGAR-CORRECCION.
           ADD 1 TO WKS-NUM-EXT.
           MOVE WKS-NUM-EXT TO WKS-IDX-EXT.
           MOVE WKS-EXT-EMP TO WKS-EX-EMP(WKS-IDX-EXT).
           MOVE WKS-EXT-IMPORTE TO WKS-EX-BRUTO(WKS-IDX-EXT).
           MOVE 0 TO WKS-EX-HORAS(WKS-IDX-EXT).
           MOVE WKS-ISR-IMPUESTO TO WKS-EX-IMPUESTO(WKS-IDX-EXT).
           COMPUTE WKS-EX-SS(WKS-IDX-EXT) ROUNDED =
                   WKS-EXT-IMPORTE * WKS-TASA-SEG-SOCIAL.
           MOVE WKS-EXT-PENSION TO WKS-EX-PENSION(WKS-IDX-EXT).
           MOVE WKS-EXT-INFONAVIT TO WKS-EX-INFONAVIT(WKS-IDX-EXT).
           COMPUTE WKS-EX-NETO(WKS-IDX-EXT) =
                   WKS-EXT-IMPORTE - WKS-EX-IMPUESTO(WKS-IDX-EXT) -
                   WKS-EX-SS(WKS-IDX-EXT) - WKS-EXT-PENSION -
                   WKS-EXT-INFONAVIT - WKS-EXT-OTRAS.
           COMPUTE WKS-EX-DIFERENCIA(WKS-IDX-EXT) =
                   WKS-EX-NETO(WKS-IDX-EXT) - WKS-EXT-NETO-ANT.
           DISPLAY "  CORREGIDO: BRUTO " WKS-EX-BRUTO(WKS-IDX-EXT)
                   " ISR " WKS-EX-IMPUESTO(WKS-IDX-EXT)
                   " IMSS " WKS-EX-SS(WKS-IDX-EXT)
                   " NETO " WKS-EX-NETO(WKS-IDX-EXT).
           DISPLAY "  DIFERENCIA " WKS-EX-DIFERENCIA(WKS-IDX-EXT).

      * CON LA FIRMA DEL SUPERVISOR SE ASIENTA CADA RENGLON EN LA
      * HISTORIA, SE MUEVE EL ACUMULADO ANUAL POR LA DIFERENCIA Y SE
      * DISPERSA LO QUE QUEDO A FAVOR DEL EMPLEADO
       00089-ASENTAR-EXTRAORDINARIA.
           IF WKS-EXT-COMPLEMENTARIA THEN
               MOVE "BANCO-COMPLEMENTARIA.TXT" TO WKS-EXT-BANCO
           ELSE
               MOVE "BANCO-CORRECTIVA.TXT" TO WKS-EXT-BANCO
               OPEN EXTEND CORRECCION-FILE
               IF CN-STATUS IS EQUAL TO "35" THEN
                   OPEN OUTPUT CORRECCION-FILE.
           OPEN OUTPUT EXTRA-BANK.
           OPEN I-O HISTORIA-FILE.
           IF HN-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT HISTORIA-FILE
               CLOSE HISTORIA-FILE
               OPEN I-O HISTORIA-FILE.
           MOVE 1 TO WKS-IDX-EXT.
           PERFORM 00089-ASENTAR-RENGLON
               UNTIL WKS-IDX-EXT IS GREATER THAN WKS-NUM-EXT.
           CLOSE HISTORIA-FILE.
           CLOSE EXTRA-BANK.
           IF WKS-EXT-CORRECTIVA THEN
               CLOSE CORRECCION-FILE
               DISPLAY "REGISTROS ORIGINALES EN "
                       "CORRECCIONES-NOMINA.TXT".
           DISPLAY "NOMINA ASENTADA, AUTORIZO " WKS-SUP-OPERADOR.
           DISPLAY "ARCHIVO PARA EL BANCO ESCRITO EN " WKS-EXT-BANCO.
           IF WKS-EXT-TOT-RECUPERAR IS GREATER THAN 0 THEN
               DISPLAY "PAGADO DE MAS POR RECUPERAR: "
                       WKS-EXT-TOT-RECUPERAR.

       00089-ASENTAR-RENGLON.
           MOVE WKS-EX-EMP(WKS-IDX-EXT) TO EMP-ID.
           READ PAYROLL-FILE KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "NO SE PUDO LEER EL MAESTRO DE " EMP-ID
               NOT INVALID KEY
                   IF WKS-EXT-COMPLEMENTARIA THEN
                       PERFORM 00089-HISTORIA-COMPLEMENTO
                   ELSE
                       PERFORM 00089-HISTORIA-CORRECCION
                   END-IF
                   PERFORM 00089-ACUMULADO-Y-BANCO
           END-READ.
           ADD 1 TO WKS-IDX-EXT.

       00089-HISTORIA-COMPLEMENTO.
           MOVE WKS-EXT-LLAVE-COMP TO HN-PERIODO.
           MOVE EMP-ID TO HN-EMP-ID.
           READ HISTORIA-FILE KEY IS HN-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-EXT-EXISTE-SW
                   PERFORM 00089-NUEVA-COMPLEMENTARIA
               NOT INVALID KEY
                   MOVE "S" TO WKS-EXT-EXISTE-SW
           END-READ.
           ADD WKS-EX-BRUTO(WKS-IDX-EXT) TO HN-BRUTO.
           ADD WKS-EX-IMPUESTO(WKS-IDX-EXT) TO HN-IMPUESTO.
           ADD WKS-EX-SS(WKS-IDX-EXT) TO HN-SEG-SOCIAL.
           ADD WKS-EX-NETO(WKS-IDX-EXT) TO HN-NETO.
           IF WKS-EX-HORAS(WKS-IDX-EXT) IS GREATER THAN 0 THEN
               ADD WKS-EX-HORAS(WKS-IDX-EXT) TO HN-HORAS-EXTRA
               ADD WKS-EX-BRUTO(WKS-IDX-EXT) TO HN-PAGO-EXTRA.
           MOVE WKS-SUP-OPERADOR TO HN-AUTORIZO.
           MOVE WKS-EXT-FECHA-CORRIDA TO HN-FECHA-CORRIDA.
           IF WKS-EXT-EXISTE THEN
               REWRITE REG-HISTORIA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR LA HISTORIA "
                               "DEL EMPLEADO " HN-EMP-ID
               END-REWRITE
           ELSE
               WRITE REG-HISTORIA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR LA HISTORIA "
                               "DEL EMPLEADO " HN-EMP-ID
               END-WRITE.

       00089-NUEVA-COMPLEMENTARIA.
           MOVE WKS-EXT-LLAVE-COMP TO HN-PERIODO.
           MOVE EMP-ID TO HN-EMP-ID.
           MOVE "M" TO HN-TIPO.
           MOVE 0 TO HN-BRUTO.
           MOVE 0 TO HN-IMPUESTO.
           MOVE 0 TO HN-SEG-SOCIAL.
           MOVE 0 TO HN-HORAS-EXTRA.
           MOVE 0 TO HN-NETO.
           MOVE SPACE TO HN-PAGO.
           MOVE 0 TO HN-PRIMA-VAC.
           MOVE 0 TO HN-PRIMA-DOM.
           MOVE 0 TO HN-PENSION.
           MOVE 0 TO HN-COMISION.
           MOVE WKS-EXT-INICIO TO HN-FECHA-INICIO.
           MOVE 0 TO HN-DIAS.
           MOVE 0 TO HN-PAGO-EXTRA.
           MOVE 0 TO HN-PRESTAMO.
           MOVE 0 TO HN-FONDO.
           MOVE 0 TO HN-COMPRAS.
           MOVE SPACES TO HN-UUID.
           MOVE 0 TO HN-FECHA-TIMBRE.
           MOVE 0 TO HN-RETROACTIVO.
           MOVE 0 TO HN-RETRO-DESDE.
           MOVE 0 TO HN-RETRO-HASTA.
           MOVE 0 TO HN-INFONAVIT.
           MOVE WKS-EXT-GRUPO TO HN-GRUPO.

      * EL REGISTRO ASENTADO SE GUARDA COMPLETO ANTES DE REPOSTEARLO;
      * EL FOLIO FISCAL SE LIMPIA PORQUE EL RECIBO CORREGIDO SE
      * TIMBRA DE NUEVO
       00089-HISTORIA-CORRECCION.
           MOVE WKS-EXT-PERIODO TO HN-PERIODO.
           MOVE EMP-ID TO HN-EMP-ID.
           READ HISTORIA-FILE KEY IS HN-LLAVE
               INVALID KEY
                   DISPLAY "NO SE RELEYO LA HISTORIA DEL EMPLEADO "
                           EMP-ID ", NO SE CORRIGIO"
                   MOVE 0 TO WKS-EX-DIFERENCIA(WKS-IDX-EXT)
               NOT INVALID KEY
                   MOVE WKS-EXT-FECHA-CORRIDA TO CN-FECHA
                   MOVE WKS-SUP-OPERADOR TO CN-AUTORIZO
                   MOVE REG-HISTORIA TO CN-REGISTRO
                   WRITE REG-CORRECCION
                   MOVE "C" TO HN-TIPO
                   MOVE WKS-EX-BRUTO(WKS-IDX-EXT) TO HN-BRUTO
                   MOVE WKS-EX-IMPUESTO(WKS-IDX-EXT) TO HN-IMPUESTO
                   MOVE WKS-EX-SS(WKS-IDX-EXT) TO HN-SEG-SOCIAL
                   MOVE WKS-EX-NETO(WKS-IDX-EXT) TO HN-NETO
                   MOVE WKS-EX-PENSION(WKS-IDX-EXT) TO HN-PENSION
                   MOVE WKS-EX-INFONAVIT(WKS-IDX-EXT) TO HN-INFONAVIT
                   MOVE SPACES TO HN-UUID
                   MOVE 0 TO HN-FECHA-TIMBRE
                   MOVE WKS-SUP-OPERADOR TO HN-AUTORIZO
                   MOVE WKS-EXT-FECHA-CORRIDA TO HN-FECHA-CORRIDA
                   REWRITE REG-HISTORIA
                       INVALID KEY
                           DISPLAY "NO SE PUDO GUARDAR LA HISTORIA "
                                   "DEL EMPLEADO " HN-EMP-ID
                   END-REWRITE
           END-READ.

      * EL ACUMULADO ANUAL ES DE NETOS: SUBE CON LA COMPLEMENTARIA Y
      * SE AJUSTA POR LA DIFERENCIA DE LA CORRECTIVA
       00089-ACUMULADO-Y-BANCO.
           IF WKS-EX-DIFERENCIA(WKS-IDX-EXT) IS NOT LESS THAN 0 THEN
               ADD WKS-EX-DIFERENCIA(WKS-IDX-EXT)
                   TO EMP-ACUMULADO-ANUAL
           ELSE
               IF EMP-ACUMULADO-ANUAL + WKS-EX-DIFERENCIA(WKS-IDX-EXT)
                  IS LESS THAN 0 THEN
                   MOVE 0 TO EMP-ACUMULADO-ANUAL
               ELSE
                   ADD WKS-EX-DIFERENCIA(WKS-IDX-EXT)
                       TO EMP-ACUMULADO-ANUAL
               END-IF
               DISPLAY "EMPLEADO " EMP-ID " PAGADO DE MAS: "
                       WKS-EX-DIFERENCIA(WKS-IDX-EXT).
           PERFORM 00091-JOURNAL-EMP-CAMBIO.
           REWRITE REG-NOMINA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL ACUMULADO DE "
                           EMP-ID.
           IF WKS-EX-DIFERENCIA(WKS-IDX-EXT) IS GREATER THAN 0 THEN
               MOVE SPACES TO WKS-RENGLON-BANCO
               IF EMP-CLABE IS EQUAL TO SPACES THEN
                   DISPLAY "EMPLEADO " EMP-ID " SIN CLABE, COMPLETE "
                           "SUS DATOS FISCALES"
               ELSE
                   MOVE EMP-CLABE TO BD-CLABE
               END-IF
               MOVE WKS-EX-DIFERENCIA(WKS-IDX-EXT) TO BD-IMPORTE
               MOVE EMP-NOMBRE TO BD-NOMBRE
               MOVE EMP-ID TO BD-EMP-ID
               MOVE SPACES TO REG-EXTRA-BANCO
               MOVE WKS-RENGLON-BANCO TO REG-EXTRA-BANCO
               WRITE REG-EXTRA-BANCO.

       00070-PROCESAR-LOTE.
           DISPLAY "NOMINA EN MODO LOTE".
           OPEN OUTPUT SALIDA-FILE.

       00072-EJECUTAR-COMANDO.
           MOVE SPACES TO WKS-LOTE-VERBO.
           MOVE SPACES TO WKS-GRUPO-REG.
           UNSTRING REG-TARJETA DELIMITED BY ALL " "
               INTO WKS-LOTE-VERBO WKS-GRUPO-REG.
      * SIN GRUPO EN LA TARJETA EL JOB NOCTURNO TOTALIZA TODOS
           IF WKS-GRUPO-REG IS EQUAL TO SPACES THEN
               MOVE "**" TO WKS-GRUPO-REG.
           IF WKS-LOTE-VERBO IS EQUAL TO SPACES THEN
               CONTINUE
           ELSE
               AT END
                   MOVE "S" TO WKS-FIN-SCAN
               NOT AT END
                   IF WKS-GRUPO-REG IS EQUAL TO "**" OR
                      EMP-GRUPO IS EQUAL TO WKS-GRUPO-REG THEN
                       PERFORM 00011-CICLO-REGISTRO.

      * LAS COMISIONES APROBADAS DEL OPERADOR LIGADO ENTRAN AL BRUTO
      * DEL PERIODO ANTES DEL ISR; SOLO LA CORRIDA ASENTADA LAS
      * LIQUIDA. EL SALARIO ES EL VIGENTE A LA FECHA DEL PERIODO Y EL
      * RETROACTIVO DE AUMENTOS ATRASADOS TAMBIEN ES BRUTO GRAVABLE
       00011-CICLO-REGISTRO.
           MOVE EMP-ID TO WKS-SH-EMP.
           MOVE WKS-FECHA-HOY TO WKS-SH-FECHA.
           MOVE WKS-FECHA-HOY TO WKS-SH-PERIODO.
           MOVE EMP-SALARIO TO WKS-SH-SALARIO.
           PERFORM 1891-SALARIO-VIGENTE.
           MOVE "P" TO WKS-SH-BASE.
           PERFORM 1892-RETRO-PENDIENTE.
           IF WKS-SH-RETRO IS GREATER THAN 0 THEN
               DISPLAY "EMPLEADO " EMP-ID
                       " RETROACTIVO: " WKS-SH-RETRO.
           MOVE EMP-ID TO WKS-COM-EMP.
           MOVE WKS-FECHA-HOY TO WKS-COM-PERIODO.
           PERFORM 1870-COMISION-PENDIENTE.
           IF WKS-COM-IMPORTE IS GREATER THAN 0 THEN
               DISPLAY "EMPLEADO " EMP-ID
                       " COMISIONES: " WKS-COM-IMPORTE.
           COMPUTE WKS-BRUTO-EMP = WKS-SH-SALARIO + WKS-COM-IMPORTE
                                 + WKS-SH-RETRO.
           MOVE WKS-BRUTO-EMP TO WKS-ISR-BASE.
           PERFORM 1800-CALCULAR-ISR.
           MOVE WKS-ISR-IMPUESTO TO WKS-IMPUESTO-EMP.
           COMPUTE WKS-SS-EMP ROUNDED =
               WKS-BRUTO-EMP * WKS-TASA-SEG-SOCIAL.
           COMPUTE WKS-NETO-EMP ROUNDED =
               WKS-BRUTO-EMP - WKS-IMPUESTO-EMP - WKS-SS-EMP.
           IF NOT WKS-MODO-LOTE AND NOT WKS-REG-PREVIA THEN
               MOVE EMP-ID TO WKS-PEN-EMP
               MOVE WKS-NETO-EMP TO WKS-PEN-NETO
                           " PENSION ALIMENTICIA: "
                           WKS-PEN-DESCUENTO
               END-IF
               MOVE EMP-ID TO WKS-INF-EMP
               MOVE WKS-FECHA-HOY TO WKS-INF-PERIODO
               MOVE WKS-DIAS-REG TO WKS-INF-DIAS
               MOVE WKS-SH-SALARIO TO WKS-INF-SALARIO
               MOVE WKS-NETO-EMP TO WKS-INF-NETO
               PERFORM 1845-DESCONTAR-INFONAVIT
               IF WKS-INF-DESCUENTO IS GREATER THAN 0 THEN
                   SUBTRACT WKS-INF-DESCUENTO FROM WKS-NETO-EMP
                   DISPLAY "EMPLEADO " EMP-ID
                           " CREDITO INFONAVIT: "
                           WKS-INF-DESCUENTO
               END-IF
               MOVE EMP-ID TO WKS-PRE-EMP
               MOVE WKS-NETO-EMP TO WKS-PRE-NETO
               PERFORM 1820-DESCONTAR-PRESTAMO
                           " COMPRAS EN TIENDA: "
                           WKS-CEM-DESCUENTO.
           ADD 1 TO WKS-TOTAL-EMPLEADOS.
           ADD WKS-BRUTO-EMP TO WKS-TOTAL-BRUTO.
           ADD WKS-NETO-EMP TO WKS-TOTAL-NETO.
           PERFORM 00057-ACUMULAR-DEPTO.
           IF NOT WKS-MODO-LOTE AND NOT WKS-REG-PREVIA THEN
               PERFORM 00014-RENGLON-BANCO
               PERFORM 00012-GUARDAR-HISTORIA
               IF WKS-COM-IMPORTE IS GREATER THAN 0 THEN
                   PERFORM 1871-LIQUIDAR-COMISION
               END-IF
               IF WKS-SH-PENDIENTES IS GREATER THAN 0 THEN
                   PERFORM 1893-LIQUIDAR-RETRO.

      * EL ARCHIVO DEL BANCO YA SALE CON LA CLABE REAL; SIN CLABE
      * CAPTURADA EL RENGLON SALE CON LA CLABE EN BLANCO Y SE AVISA
           MOVE WKS-FECHA-HOY TO HN-PERIODO.
           MOVE EMP-ID TO HN-EMP-ID.
           MOVE "N" TO HN-TIPO.
           MOVE WKS-BRUTO-EMP TO HN-BRUTO.
           MOVE WKS-IMPUESTO-EMP TO HN-IMPUESTO.
           MOVE WKS-SS-EMP TO HN-SEG-SOCIAL.
           MOVE 0 TO HN-HORAS-EXTRA.
           MOVE 0 TO HN-PRIMA-VAC.
           MOVE 0 TO HN-PRIMA-DOM.
           MOVE WKS-PEN-DESCUENTO TO HN-PENSION.
           MOVE WKS-COM-IMPORTE TO HN-COMISION.
           MOVE WKS-FECHA-INICIO-REG TO HN-FECHA-INICIO.
           MOVE WKS-DIAS-REG TO HN-DIAS.
           MOVE 0 TO HN-PAGO-EXTRA.
           MOVE WKS-PRE-DESCUENTO TO HN-PRESTAMO.
           MOVE WKS-FON-DESCUENTO TO HN-FONDO.
           MOVE WKS-CEM-DESCUENTO TO HN-COMPRAS.
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
               IF WKS-CONF-FINIQ IS EQUAL TO "S" OR "s" THEN
                   PERFORM 00030-CALCULAR-FINIQUITO
               END-IF
               MOVE SPACES TO WKS-MOTIVO-BAJA
               PERFORM 00039-PEDIR-MOTIVO-BAJA
                   UNTIL WKS-MOTIVO-BAJA-VALIDO
               MOVE SPACES TO WKS-MI-CAUSA
               PERFORM 00036-PEDIR-CAUSA-BAJA
                   UNTIL WKS-MI-CAUSA-VALIDA
               PERFORM 00035-ARCHIVAR-BAJA
               PERFORM 00008-ELIMINAR-TRAB
           END-IF.
           MOVE 0 TO HN-PRIMA-VAC.
           MOVE 0 TO HN-PRIMA-DOM.
           MOVE 0 TO HN-PENSION.
           MOVE 0 TO HN-COMISION.
           MOVE HN-PERIODO TO HN-FECHA-INICIO.
           MOVE 1 TO HN-DIAS.
           MOVE 0 TO HN-PAGO-EXTRA.
           MOVE 0 TO HN-PRESTAMO.
           MOVE 0 TO HN-FONDO.
           MOVE 0 TO HN-COMPRAS.
           MOVE SPACES TO HN-UUID.
           MOVE 0 TO HN-FECHA-TIMBRE.
           MOVE 0 TO HN-RETROACTIVO.
           MOVE 0 TO HN-RETRO-DESDE.
           MOVE 0 TO HN-RETRO-HASTA.
           MOVE 0 TO HN-INFONAVIT.
           MOVE SPACES TO HN-GRUPO.
           MOVE SPACES TO HN-AUTORIZO.
           MOVE 0 TO HN-FECHA-CORRIDA.
           WRITE REG-HISTORIA
               INVALID KEY
                   REWRITE REG-HISTORIA
               NOT INVALID KEY
                   ACCEPT BJ-FECHA-BAJA FROM DATE YYYYMMDD
                   MOVE REG-NOMINA TO BJ-REGISTRO
                   MOVE WKS-MOTIVO-BAJA TO BJ-MOTIVO
                   OPEN EXTEND BAJA-FILE
                   IF BJ-STATUS IS EQUAL TO "35" THEN
                       OPEN OUTPUT BAJA-FILE
                   END-IF
                   WRITE REG-BAJA
                   CLOSE BAJA-FILE
                   DISPLAY "REGISTRO ARCHIVADO EN EMPLEADOS-BAJA.TXT"
                   MOVE "02" TO WKS-MI-TIPO
                   MOVE BJ-FECHA-BAJA TO WKS-MI-FECHA
                   PERFORM 1880-REGISTRAR-MOV-IMSS.

      * CAUSA DE LA BAJA CON LA CLAVE DEL IDSE (VER MOVIMSS)
       00036-PEDIR-CAUSA-BAJA.
           DISPLAY "CAUSA DE BAJA ANTE EL IMSS: 1 TERMINO DE CONTRATO".
           DISPLAY "  2 SEPARACION VOLUNTARIA  3 ABANDONO DE EMPLEO".
           DISPLAY "  4 DEFUNCION  6 OTRAS  8 RESCISION (ENTER = "
                   WKS-CAUSA-SUGERIDA ")".
           ACCEPT WKS-MI-CAUSA.
           IF WKS-MI-CAUSA IS EQUAL TO SPACES THEN
               MOVE WKS-CAUSA-SUGERIDA TO WKS-MI-CAUSA.
           IF NOT WKS-MI-CAUSA-VALIDA THEN
               DISPLAY "CAUSA INVALIDA".

      * MOTIVO OBLIGATORIO DE LA BAJA PARA LA ROTACION DE PERSONAL;
      * DE EL SALE LA CAUSA DEL IMSS QUE SE PROPONE
       00039-PEDIR-MOTIVO-BAJA.
           DISPLAY "MOTIVO DE LA BAJA: R RENUNCIA  D DESPIDO".
           DISPLAY "  C FIN DE CONTRATO  A ABANDONO DE EMPLEO".
           DISPLAY "  F FALLECIMIENTO  J JUBILACION O PENSION  O OTRO".
           ACCEPT WKS-MOTIVO-BAJA.
           INSPECT WKS-MOTIVO-BAJA CONVERTING "rdcafjo" TO "RDCAFJO".
           IF NOT WKS-MOTIVO-BAJA-VALIDO THEN
               DISPLAY "MOTIVO INVALIDO, ES OBLIGATORIO"
           ELSE
               IF WKS-MOTIVO-BAJA IS EQUAL TO "R" THEN
                   MOVE "2" TO WKS-CAUSA-SUGERIDA
               ELSE
               IF WKS-MOTIVO-BAJA IS EQUAL TO "D" THEN
                   MOVE "8" TO WKS-CAUSA-SUGERIDA
               ELSE
               IF WKS-MOTIVO-BAJA IS EQUAL TO "C" THEN
                   MOVE "1" TO WKS-CAUSA-SUGERIDA
               ELSE
               IF WKS-MOTIVO-BAJA IS EQUAL TO "A" THEN
                   MOVE "3" TO WKS-CAUSA-SUGERIDA
               ELSE
               IF WKS-MOTIVO-BAJA IS EQUAL TO "F" THEN
                   MOVE "4" TO WKS-CAUSA-SUGERIDA
               ELSE
                   MOVE "6" TO WKS-CAUSA-SUGERIDA.

      * MODIFICA DIRECTO SOBRE EL MAESTRO POR EMP-ID
       00006-MODIFICA-TRAB.
               ACCEPT PANTALLA-MODIFICA-TRAB
               PERFORM 00064-VALIDAR-DEPTO-FORMA
               PERFORM 00068-VALIDAR-FISCALES
               PERFORM 1985-VALIDAR-CONTRATO
               IF EMP-SALARIO IS NOT EQUAL TO WKS-SALARIO-ANTERIOR
               THEN
                   PERFORM 00037-PEDIR-VIGENCIA
               END-IF
               DISPLAY "CONFIRMA EL CAMBIO (S/N)"
               ACCEPT WKS-CONF-FINIQ
               IF WKS-CONF-FINIQ IS NOT EQUAL TO "S" AND "s" THEN
                   MOVE WKS-SALARIO-ANTERIOR TO WKS-AUD-ANTERIOR
                   MOVE EMP-SALARIO TO WKS-AUD-NUEVO
                   PERFORM 1950-REGISTRAR-AUDITORIA
                   MOVE EMP-ID TO WKS-SH-EMP
                   MOVE EMP-SALARIO TO WKS-SH-SALARIO
                   MOVE WKS-SALARIO-ANTERIOR TO WKS-SH-ANTERIOR
                   MOVE WKS-LOGIN-OPERADOR TO WKS-SH-APROBO
                   PERFORM 1890-REGISTRAR-SALARIO
                   MOVE "07" TO WKS-MI-TIPO
                   MOVE WKS-SH-FECHA TO WKS-MI-FECHA
                   PERFORM 1880-REGISTRAR-MOV-IMSS
               END-IF
           END-IF.
           PERFORM 00003-MENU.

      * EL NUEVO SALARIO ENTRA EN VIGOR EN LA FECHA QUE SE INDIQUE;
      * UNA VIGENCIA EN PERIODOS YA PAGADOS GENERA RETROACTIVO
       00037-PEDIR-VIGENCIA.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 00038-LEER-VIGENCIA UNTIL WKS-FECHA-VALIDA.
           DISPLAY "MOTIVO DEL CAMBIO DE SALARIO".
           MOVE SPACES TO WKS-SH-MOTIVO.
           ACCEPT WKS-SH-MOTIVO.

       00038-LEER-VIGENCIA.
           DISPLAY "FECHA DE VIGENCIA DEL NUEVO SALARIO "
                   "(AAAAMMDD, 0 = HOY)".
           ACCEPT WKS-SH-FECHA.
           IF WKS-SH-FECHA IS EQUAL TO 0 THEN
               ACCEPT WKS-SH-FECHA FROM DATE YYYYMMDD.
           MOVE WKS-SH-FECHA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      * LA BUSQUEDA YA ES UNA LECTURA POR LLAVE; WKS-POS-ENCONTRADA
      * QUEDA EN 1 SI EL REGISTRO EXISTE (EL REGISTRO QUEDA LEIDO)
       00007-BUSCAR-TRAB.
           MOVE 0 TO EMP-FONDO-PCT.
           MOVE 0 TO EMP-FONDO-DESC.
           MOVE 0 TO EMP-PENSION-DESC.
           MOVE 0 TO EMP-INFONAVIT-DESC.
           MOVE SPACES TO EMP-GRUPO.
           MOVE 0 TO EMP-LIMITE-COMPRA.
           MOVE 0 TO EMP-COMPRAS-DESC.
           MOVE "I" TO EMP-TIPO-CONTRATO.
           MOVE 0 TO EMP-FIN-CONTRATO.
           DISPLAY PANTALLA-ALTA-TRAB.
           ACCEPT PANTALLA-ALTA-TRAB.
           PERFORM 00066-VALIDAR-FECHA-FORMA.
           PERFORM 1985-VALIDAR-CONTRATO.
           PERFORM 00064-VALIDAR-DEPTO-FORMA.
           PERFORM 00068-VALIDAR-FISCALES.
           DISPLAY "CONFIRMA EL ALTA (S/N)".
                   MOVE "ALTA" TO WKS-AUD-CAMPO
                   MOVE SPACES TO WKS-AUD-ANTERIOR
                   MOVE EMP-NOMBRE TO WKS-AUD-NUEVO
                   PERFORM 1950-REGISTRAR-AUDITORIA
                   MOVE "08" TO WKS-MI-TIPO
                   MOVE EMP-FECHA-CONTRATO TO WKS-MI-FECHA
                   PERFORM 1880-REGISTRAR-MOV-IMSS.

       00004-OTRA-CAPTURA.
           DISPLAY "DESEA CAPTURAR OTRO TRABAJADOR? S-SI, N-NO".

           COPY COMPRAEMP-PROC.

           COPY COMISION-PROC.

           COPY MOVIMSS-PROC.

           COPY SALHIST-PROC.

           COPY INFONAVIT-PROC.

           COPY AUDIT-PROC.

           COPY FECHA-PROC.

           COPY CONTRATO-PROC.

           COPY JOURNAL-PROC.

      * IMAGEN DEL EMPLEADO EN EL DIARIO DEL DIA (W/R/D)
           MOVE 0 TO HN-PRIMA-VAC.
           MOVE 0 TO HN-PRIMA-DOM.
           MOVE 0 TO HN-PENSION.
           MOVE 0 TO HN-COMISION.
           MOVE HN-PERIODO TO HN-FECHA-INICIO.
           MOVE 1 TO HN-DIAS.
           MOVE 0 TO HN-PAGO-EXTRA.
           MOVE 0 TO HN-PRESTAMO.
           MOVE 0 TO HN-FONDO.
           MOVE 0 TO HN-COMPRAS.
           MOVE SPACES TO HN-UUID.
           MOVE 0 TO HN-FECHA-TIMBRE.
           MOVE 0 TO HN-RETROACTIVO.
           MOVE 0 TO HN-RETRO-DESDE.
           MOVE 0 TO HN-RETRO-HASTA.
           MOVE 0 TO HN-INFONAVIT.
           MOVE SPACES TO HN-GRUPO.
           MOVE SPACES TO HN-AUTORIZO.
           MOVE 0 TO HN-FECHA-CORRIDA.
           WRITE REG-HISTORIA
               INVALID KEY
                   REWRITE REG-HISTORIA
           CLOSE HISTORIA-FILE.

       00050-MENU-DEPARTAMENTOS.
           DISPLAY "1 - ALTA DE DEPARTAMENTO, 2 - LISTADO, "
                   "3 - AREA (PISO/OFICINA)".
           ACCEPT WKS-OPCION-DEPTO.
           IF WKS-OPCION-DEPTO IS EQUAL TO 1 THEN
               PERFORM 00051-ALTA-DEPTO
           ELSE
           IF WKS-OPCION-DEPTO IS EQUAL TO 2 THEN
               PERFORM 00052-LISTAR-DEPTOS
           ELSE
           IF WKS-OPCION-DEPTO IS EQUAL TO 3 THEN
               PERFORM 00056-AREA-DEPTO
           ELSE
               DISPLAY "OPCION INVALIDA".
           PERFORM 00003-MENU.
           ELSE
               DISPLAY "NOMBRE DEL DEPARTAMENTO"
               ACCEPT DP-NOMBRE
               PERFORM 00056-PEDIR-AREA
               WRITE REG-DEPTO
                   INVALID KEY
                       DISPLAY "YA EXISTE ESE DEPARTAMENTO"
               AT END
                   MOVE "S" TO WKS-FIN-DEPTOS
               NOT AT END
                   IF DP-OFICINA THEN
                       DISPLAY DP-CODIGO " " DP-NOMBRE " OFICINA"
                   ELSE
                       DISPLAY DP-CODIGO " " DP-NOMBRE " PISO".

       00054-ABRIR-DEPTOS.
           OPEN I-O DEPTO-FILE.
               CLOSE DEPTO-FILE
               OPEN I-O DEPTO-FILE.

      * EL AREA SEPARA EL PISO DE VENTA DE LA OFICINA EN LA
      * PRODUCTIVIDAD LABORAL (HORAS Y COSTO CONTRA LA VENTA)
       00056-AREA-DEPTO.
           PERFORM 00054-ABRIR-DEPTOS.
           DISPLAY "CODIGO DE DEPARTAMENTO".
           ACCEPT DP-CODIGO.
           READ DEPTO-FILE KEY IS DP-CODIGO
               INVALID KEY
                   DISPLAY "NO EXISTE ESE DEPARTAMENTO"
               NOT INVALID KEY
                   DISPLAY DP-CODIGO " " DP-NOMBRE
                   PERFORM 00056-PEDIR-AREA
                   REWRITE REG-DEPTO
                       INVALID KEY
                           DISPLAY "NO SE PUDO CAMBIAR EL AREA"
                       NOT INVALID KEY
                           DISPLAY "AREA ACTUALIZADA".
           CLOSE DEPTO-FILE.

       00056-PEDIR-AREA.
           DISPLAY "AREA (P = PISO DE VENTA, O = OFICINA)".
           ACCEPT DP-AREA.
           IF DP-AREA IS EQUAL TO "o" THEN
               MOVE "O" TO DP-AREA.
           IF NOT DP-OFICINA THEN
               MOVE "P" TO DP-AREA.

       00057-ACUMULAR-DEPTO.
           IF EMP-DEPTO IS EQUAL TO SPACES THEN
               MOVE "(SIN" TO WKS-DEPTO-ACTUAL
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF (HN-TIPO IS EQUAL TO "N" OR "M" OR "C") AND
                      HN-PERIODO(1:4) IS EQUAL TO WKS-PTU-ANIO THEN
                       MOVE HN-EMP-ID TO WKS-PTU-EMP
                       PERFORM 00046-UBICAR-EMPLEADO
           MOVE 0 TO HN-PRIMA-VAC.
           MOVE 0 TO HN-PRIMA-DOM.
           MOVE 0 TO HN-PENSION.
           MOVE 0 TO HN-COMISION.
           MOVE HN-PERIODO TO HN-FECHA-INICIO.
           MOVE 1 TO HN-DIAS.
           MOVE 0 TO HN-PAGO-EXTRA.
           MOVE 0 TO HN-PRESTAMO.
           MOVE 0 TO HN-FONDO.
           MOVE 0 TO HN-COMPRAS.
           MOVE SPACES TO HN-UUID.
           MOVE 0 TO HN-FECHA-TIMBRE.
           MOVE 0 TO HN-RETROACTIVO.
           MOVE 0 TO HN-RETRO-DESDE.
           MOVE 0 TO HN-RETRO-HASTA.
           MOVE 0 TO HN-INFONAVIT.
           MOVE SPACES TO HN-GRUPO.
           MOVE SPACES TO HN-AUTORIZO.
           MOVE 0 TO HN-FECHA-CORRIDA.
           WRITE REG-HISTORIA
               INVALID KEY
                   REWRITE REG-HISTORIA
                       ELSE
                           ADD FO-IMPORTE TO WKS-FONDO-SALDO.

      ******************************************************************
      * CREDITOS INFONAVIT: ALTA/CAMBIO DEL CREDITO DE VIVIENDA POR
      * EMPLEADO (INCLUYE EL AVISO DE SUSPENSION) Y REMESA BIMESTRAL
      * CON LO RETENIDO A CADA CREDITO, QUE SE PAGA JUNTO CON LAS
      * CUOTAS DEL IMSS (LO DESCONTADO SALE DE HN-INFONAVIT)
      ******************************************************************
       00077-MENU-INFONAVIT.
           DISPLAY "1 - ALTA/CAMBIO DE CREDITO, 2 - REMESA BIMESTRAL".
           ACCEPT WKS-OPCION-INFONAVIT.
           IF WKS-OPCION-INFONAVIT IS EQUAL TO 1 THEN
               PERFORM 00078-ALTA-INFONAVIT
           ELSE
           IF WKS-OPCION-INFONAVIT IS EQUAL TO 2 THEN
               PERFORM 00079-REMESA-INFONAVIT
           ELSE
               DISPLAY "OPCION INVALIDA".
           PERFORM 00003-MENU.

       00078-ALTA-INFONAVIT.
           OPEN I-O INFONAVIT-FILE.
           IF CI-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT INFONAVIT-FILE
               CLOSE INFONAVIT-FILE
               OPEN I-O INFONAVIT-FILE.
           DISPLAY "ID DEL EMPLEADO".
           ACCEPT WKS-ID-BUSCADO.
           PERFORM 00007-BUSCAR-TRAB.
           IF WKS-POS-ENCONTRADA = 0 THEN
               DISPLAY "ID NO ENCONTRADO"
           ELSE
               MOVE WKS-ID-BUSCADO TO CI-EMP-ID
               PERFORM 00078-LEER-CREDITO-ACTUAL
               DISPLAY "NUMERO DE CREDITO"
               ACCEPT CI-CREDITO
               DISPLAY "TIPO (C=CUOTA FIJA MENSUAL P=PORCENTAJE DEL "
                       "SALARIO V=VECES SALARIO MINIMO)"
               ACCEPT CI-TIPO
               IF NOT CI-TIPO-VALIDO THEN
                   DISPLAY "TIPO INVALIDO"
               ELSE
                   PERFORM 00078-CAPTURAR-CREDITO.
           CLOSE INFONAVIT-FILE.

      * EL CREDITO QUE YA TENGA EL EMPLEADO DECIDE ENTRE ALTA Y CAMBIO
      * Y SU VALOR QUEDA COMO ANTERIOR EN LA AUDITORIA
       00078-LEER-CREDITO-ACTUAL.
           MOVE "N" TO WKS-CI-EXISTE-SW.
           MOVE "SIN CREDITO" TO WKS-AUD-ANTERIOR.
           READ INFONAVIT-FILE
               INVALID KEY
                   MOVE WKS-ID-BUSCADO TO CI-EMP-ID
               NOT INVALID KEY
                   MOVE "S" TO WKS-CI-EXISTE-SW
                   MOVE CI-VALOR TO WKS-AUD-ANTERIOR
                   DISPLAY "CREDITO ACTUAL " CI-CREDITO " TIPO "
                           CI-TIPO " VALOR " CI-VALOR
                   DISPLAY "INICIO " CI-FECHA-INICIO
                           " AVISO DE SUSPENSION "
                           CI-FECHA-SUSPENSION
           END-READ.

       00078-CAPTURAR-CREDITO.
           DISPLAY "VALOR (CUOTA MENSUAL, PORCENTAJE O FACTOR)".
           ACCEPT CI-VALOR.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 00078-LEER-INICIO UNTIL WKS-FECHA-VALIDA.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 00078-LEER-SUSPENSION.
           PERFORM 00078-LEER-SUSPENSION
               UNTIL WKS-FECHA-VALIDA OR
                     CI-FECHA-SUSPENSION IS EQUAL TO 0.
           IF WKS-CI-EXISTE THEN
               REWRITE REG-INFONAVIT
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR EL CREDITO"
                   NOT INVALID KEY
                       DISPLAY "CREDITO ACTUALIZADO"
               END-REWRITE
           ELSE
               WRITE REG-INFONAVIT
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR EL CREDITO"
                   NOT INVALID KEY
                       DISPLAY "CREDITO REGISTRADO"
               END-WRITE.
           MOVE WKS-LOGIN-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "EMPLEADOS" TO WKS-AUD-ARCHIVO.
           MOVE CI-EMP-ID TO WKS-AUD-LLAVE.
           MOVE "INFONAVIT" TO WKS-AUD-CAMPO.
           MOVE CI-VALOR TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.

       00078-LEER-INICIO.
           DISPLAY "FECHA DE INICIO DEL DESCUENTO (AAAAMMDD)".
           ACCEPT CI-FECHA-INICIO.
           MOVE CI-FECHA-INICIO TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

       00078-LEER-SUSPENSION.
           DISPLAY "FECHA DEL AVISO DE SUSPENSION (AAAAMMDD, "
                   "0 = VIGENTE)".
           ACCEPT CI-FECHA-SUSPENSION.
           IF CI-FECHA-SUSPENSION IS NOT EQUAL TO 0 THEN
               MOVE CI-FECHA-SUSPENSION TO WKS-FECHA-VALIDAR
               PERFORM 2700-VALIDAR-FECHA
               IF NOT WKS-FECHA-VALIDA THEN
                   DISPLAY "FECHA INVALIDA, CAPTURE UNA FECHA REAL".

      * EL BIMESTRE N VA DEL DIA 1 DEL MES 2N-1 AL ULTIMO DEL MES 2N;
      * CADA CREDITO SUMA LO RETENIDO EN LAS CORRIDAS DEL BIMESTRE
       00079-REMESA-INFONAVIT.
           DISPLAY "ANIO DE LA REMESA (AAAA)".
           ACCEPT WKS-INF-ANIO.
           DISPLAY "BIMESTRE (1 A 6)".
           ACCEPT WKS-INF-BIMESTRE.
           IF WKS-INF-BIMESTRE IS LESS THAN 1 OR
              WKS-INF-BIMESTRE IS GREATER THAN 6 THEN
               DISPLAY "BIMESTRE INVALIDO"
           ELSE
               PERFORM 00079-GENERAR-REMESA.

       00079-GENERAR-REMESA.
           COMPUTE WKS-INF-DESDE = WKS-INF-ANIO * 10000
                                 + (WKS-INF-BIMESTRE * 2 - 1) * 100
                                 + 1.
           COMPUTE WKS-INF-HASTA = WKS-INF-ANIO * 10000
                                 + WKS-INF-BIMESTRE * 200 + 31.
           MOVE 0 TO WKS-INF-TOTAL.
           MOVE 0 TO WKS-INF-CREDITOS.
           MOVE "N" TO WKS-FIN-INFONAVIT.
           OPEN INPUT INFONAVIT-FILE.
           IF CI-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO HAY CREDITOS INFONAVIT REGISTRADOS"
           ELSE
               OPEN INPUT HISTORIA-FILE
               OPEN OUTPUT INFONAVIT-PRINT
               PERFORM 00079-ENCABEZADO-REMESA
               PERFORM 00079-LEER-CREDITO UNTIL WKS-EOF-INFONAVIT
               MOVE SPACES TO REG-REMESA-INF
               STRING "CREDITOS: " WKS-INF-CREDITOS
                      "  TOTAL A PAGAR: " WKS-INF-TOTAL
                   DELIMITED BY SIZE INTO REG-REMESA-INF
               WRITE REG-REMESA-INF
               CLOSE INFONAVIT-PRINT
               IF HN-STATUS IS NOT EQUAL TO "35" THEN
                   CLOSE HISTORIA-FILE
               END-IF
               CLOSE INFONAVIT-FILE
               DISPLAY "TOTAL INFONAVIT DEL BIMESTRE: " WKS-INF-TOTAL
               DISPLAY "REMESA EN REMESA-INFONAVIT.TXT".

       00079-ENCABEZADO-REMESA.
           MOVE "EMPRESA DAVID ARAGON - REMESA BIMESTRAL INFONAVIT"
               TO REG-REMESA-INF.
           WRITE REG-REMESA-INF.
           MOVE SPACES TO REG-REMESA-INF.
           STRING "BIMESTRE " WKS-INF-BIMESTRE " DE " WKS-INF-ANIO
                  " (" WKS-INF-DESDE " A " WKS-INF-HASTA ")"
                  "  REGISTRO PATRONAL: " WKS-CFG-REG-PATRONAL
               DELIMITED BY SIZE INTO REG-REMESA-INF.
           WRITE REG-REMESA-INF.
           MOVE "SE PAGA JUNTO CON LAS CUOTAS DEL IMSS DEL BIMESTRE"
               TO REG-REMESA-INF.
           WRITE REG-REMESA-INF.
           MOVE "CREDITO    EMP   NSS         NOMBRE" TO REG-REMESA-INF.
           WRITE REG-REMESA-INF.

       00079-LEER-CREDITO.
           READ INFONAVIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-INFONAVIT
               NOT AT END
                   PERFORM 00079-RENGLON-CREDITO.

      * LA HISTORIA VA POR PERIODO + EMPLEADO: SE POSICIONA EN EL
      * INICIO DEL BIMESTRE Y SE LEE HASTA SU ULTIMO DIA
       00079-RENGLON-CREDITO.
           MOVE 0 TO WKS-INF-RETENIDO.
           IF HN-STATUS IS NOT EQUAL TO "35" THEN
               MOVE "N" TO WKS-FIN-HIST-INF
               MOVE WKS-INF-DESDE TO HN-PERIODO
               MOVE 0 TO HN-EMP-ID
               START HISTORIA-FILE KEY IS NOT LESS THAN HN-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-HIST-INF
               END-START
               PERFORM 00079-SUMAR-HISTORIA UNTIL WKS-EOF-HIST-INF.
           IF CI-FECHA-INICIO IS GREATER THAN WKS-INF-HASTA THEN
               MOVE "POR INICIAR" TO WKS-INF-ESTADO
           ELSE
           IF CI-FECHA-SUSPENSION IS EQUAL TO 0 OR
              CI-FECHA-SUSPENSION IS GREATER THAN WKS-INF-HASTA THEN
               MOVE "VIGENTE" TO WKS-INF-ESTADO
           ELSE
               MOVE "SUSPENDIDO" TO WKS-INF-ESTADO.
           MOVE CI-EMP-ID TO WKS-ID-BUSCADO.
           PERFORM 00007-BUSCAR-TRAB.
           IF WKS-POS-ENCONTRADA = 0 THEN
               MOVE SPACES TO EMP-NSS
               MOVE "(EMPLEADO NO ENCONTRADO)" TO EMP-NOMBRE.
           ADD 1 TO WKS-INF-CREDITOS.
           ADD WKS-INF-RETENIDO TO WKS-INF-TOTAL.
           MOVE SPACES TO REG-REMESA-INF.
           STRING CI-CREDITO " " CI-EMP-ID " " EMP-NSS " " EMP-NOMBRE
               DELIMITED BY SIZE INTO REG-REMESA-INF.
           WRITE REG-REMESA-INF.
           MOVE SPACES TO REG-REMESA-INF.
           STRING "    TIPO " CI-TIPO " VALOR " CI-VALOR
                  " " WKS-INF-ESTADO " RETENIDO " WKS-INF-RETENIDO
               DELIMITED BY SIZE INTO REG-REMESA-INF.
           WRITE REG-REMESA-INF.

       00079-SUMAR-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-HIST-INF
               NOT AT END
                   IF HN-PERIODO IS GREATER THAN WKS-INF-HASTA THEN
                       MOVE "S" TO WKS-FIN-HIST-INF
                   ELSE
                   IF HN-EMP-ID IS EQUAL TO CI-EMP-ID AND
                      HN-INFONAVIT IS NUMERIC THEN
                       ADD HN-INFONAVIT TO WKS-INF-RETENIDO.

       00025-CONCILIAR-BANCO.
           DISPLAY "FECHA DE LA CORRIDA A CONCILIAR (AAAAMMDD)".
           ACCEPT WKS-PERIODO-CONC.
