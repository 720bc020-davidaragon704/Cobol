      * - SE AGREGAN CAMBIO Y BAJA DE CLIENTE (ANTES SOLO HABIA
      *   CAPTURA); EL TELEFONO SE REVALIDA CON LA MISMA RUTINA DE LA
      *   CAPTURA Y LA OPCION SALIR PASA A SER LA 9.
      * - DOMICILIO ESTRUCTURADO: CODIGO POSTAL, COLONIA, MUNICIPIO Y
      *   ENTIDAD SE CAPTURAN Y VALIDAN APARTE DE LA CALLE (TAMBIEN
      *   EN CAMBIO, BUSQUEDA Y CSV); EL RESPALDO CRECE A 450.
      * - PRIVACIDAD (OPCION 4): CONSENTIMIENTO PARA PUBLICIDAD CON SU
      *   FECHA, REPORTE DE ACCESO CON TODO LO LIGADO AL RC-ID Y
      *   ANONIMIZACION QUE CONSERVA EL RC-ID; CADA SOLICITUD QUEDA EN
      *   SOLICITUDES-PRIVACIDAD.TXT CON FECHA Y OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATOS-CLIENTES.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS JRN-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT PUNTOS-FILE ASSIGN TO "PUNTOS-CLIENTES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PU-STATUS.

           SELECT APARTADO-FILE ASSIGN TO "APARTADOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS AP-NUMERO
                                   FILE STATUS AP-STATUS.

           SELECT SOLFAC-FILE ASSIGN TO "SOLICITUDES-FACTURA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SF-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO "CHEQUES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CH-FOLIO
                                   FILE STATUS CH-STATUS.

           SELECT PRIVACIDAD-FILE
                           ASSIGN TO "SOLICITUDES-PRIVACIDAD.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PRV-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVO.
       01 REG-LLAVE-CLI                    PIC 9(10).

       FD CSV-FILE.
       01 CSV-REC                          PIC X(400).

       FD BACKUP-FILE.
       01 REG-BACKUP                       PIC X(450).

       FD CUENTA-FILE.
       01 REG-CUENTA.
           COPY VENTA.

       FD IMPORT-FILE.
       01 IMP-REC                          PIC X(400).

       FD RECHAZO-FILE.
       01 RECH-REC                         PIC X(450).

       FD CONFIG-FILE.
       01 REG-CONFIG               PIC X(80).
       01 REG-JOURNAL.
           COPY JOURNALREG.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                   PIC X(150).

      * PUNTOS DE LEALTAD COMO LOS ESCRIBE COMERCIO (A = ACUMULADOS,
      * R = REDIMIDOS)
       FD PUNTOS-FILE.
       01 REG-PUNTOS.
           02 PU-FECHA                     PIC 9(08).
           02 PU-CLIENTE-ID                PIC 9(10).
           02 PU-TIPO                      PIC X(01).
           02 PU-PUNTOS                    PIC 9(09)V9(02).
           02 PU-REFERENCIA                PIC X(12).
           02 PU-CAJA                      PIC X(02).

       FD APARTADO-FILE.
       01 REG-APARTADO.
           02 AP-NUMERO                    PIC 9(10).
           02 AP-FECHA                     PIC 9(08).
           02 AP-CLIENTE-ID                PIC 9(10).
           02 AP-TOTAL                     PIC 9(13)V9(02).
           02 AP-PAGADO                    PIC 9(13)V9(02).
           02 AP-ESTADO                    PIC X(01).

       FD SOLFAC-FILE.
       01 REG-SOLFAC.
           02 SF-FECHA                     PIC 9(08).
           02 SF-FOLIO                     PIC 9(10).
           02 SF-CLIENTE-ID                PIC 9(10).
           02 SF-FECHA-VENTA               PIC 9(08).
           02 SF-ESTADO                    PIC X(01).

       FD CHEQUE-FILE.
       01 REG-CHEQUE.
           COPY CHEQUE.

      * SOLICITUDES DEL TITULAR DE LOS DATOS: C = CONSENTIMIENTO
      * DADO O RETIRADO, A = REPORTE DE ACCESO ENTREGADO,
      * N = ANONIMIZACION; CON FECHA, HORA Y OPERADOR QUE LA ATENDIO
       FD PRIVACIDAD-FILE.
       01 REG-PRIVACIDAD.
           02 SP-FECHA                     PIC 9(08).
           02 SP-HORA                      PIC 9(06).
           02 SP-CLIENTE-ID                PIC 9(10).
           02 SP-TIPO                      PIC X(01).
           02 SP-OPERADOR                  PIC X(10).
           02 SP-DETALLE                   PIC X(40).

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WKS-NOMBRE-RESPALDO.
           02 FILLER              PIC X(17) VALUE "RESPALDO-CLIENTES".
           02 WKS-EMAIL                       PIC X(50).
           02 WKS-PASATIEMPO                  PIC X(30).
           02 WKS-COLOR                       PIC X(30).
           02 WKS-CP                          PIC X(05).
           02 WKS-COLONIA                     PIC X(40).
           02 WKS-MUNICIPIO                   PIC X(40).
           02 WKS-ESTADO                      PIC X(20).

       77 WKS-TELEFONO-VALIDO                 PIC X(01) VALUE "N".
           88 WKS-TELEFONO-OK                 VALUE "S".
       77 WKS-PTR-NOMBRE                      PIC 9(03).
       77 WKS-ZONA-VALIDA                     PIC X(01) VALUE "N".
           88 WKS-ZONA-OK                     VALUE "S".
           COPY ESTADOS-WS.

       77 WKS-OTRO-CLIENTE                    PIC X(01) VALUE "S".
           88 WKS-HAY-OTRO                    VALUE "S" "s".
           02 WKS-IMP-EMAIL                   PIC X(50).
           02 WKS-IMP-PASATIEMPO              PIC X(30).
           02 WKS-IMP-COLOR                   PIC X(30).
           02 WKS-IMP-CP                      PIC X(05).
           02 WKS-IMP-COLONIA                 PIC X(40).
           02 WKS-IMP-MUNICIPIO               PIC X(40).
           02 WKS-IMP-ESTADO                  PIC X(20).

      * CAMBIO / BAJA DE CLIENTE
       77 WKS-ID-BUSCADO                      PIC 9(10).
       77 WKS-FIN-CONTEO                      PIC X(01) VALUE "N".
           88 WKS-EOF-CONTEO                  VALUE "S".

      * PRIVACIDAD: CONSENTIMIENTO, REPORTE DE ACCESO Y ANONIMIZACION
       77 PRV-STATUS                          PIC X(02).
       77 HV-STATUS                           PIC X(02).
       77 PU-STATUS                           PIC X(02).
       77 AP-STATUS                           PIC X(02).
       77 SF-STATUS                           PIC X(02).
       77 CH-STATUS                           PIC X(02).
       77 WKS-OPCION-PRIV                     PIC 9(01).
       77 WKS-CONSENT-FORMA                   PIC X(01).
       77 WKS-CONSENT-ANTERIOR                PIC X(01).
       77 WKS-PRIV-TIPO                       PIC X(01).
       77 WKS-PRIV-DETALLE                    PIC X(40).
       77 WKS-FIN-ACCESO                      PIC X(01) VALUE "N".
           88 WKS-EOF-ACCESO                  VALUE "S".
       77 WKS-ACC-RENGLONES                   PIC 9(05).
       77 WKS-MESES-ARCHIVO                   PIC 9(02).
       77 WKS-CONT-MESES                      PIC 9(02).
       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-MES-CURSOR                      PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO                     PIC 9(04).
           02 WKS-MC-MES                      PIC 9(02).
      * VISTA COMUN DE LA PARTIDA DE VENTA (VIVA O ARCHIVADA)
       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.
       77 WKS-IMPORTE-ACC                     PIC 9(13)V9(02).
       77 WKS-IMPORTE-FORMAT                  PIC Z(10)9.99.
       77 WKS-CANTIDAD-FORMAT                 PIC Z(6)9.999.
       77 WKS-PUNTOS-FORMAT                   PIC Z(8)9.99.
       77 WKS-PAGADO-FORMAT                   PIC Z(10)9.99.
           COPY REPORTE-WS.

       LINKAGE SECTION.
       01 LOGIN-COMUN.
           COPY LOGIN.
           02 LINE 1 COLUMN 5 VALUE "=== CAPTURA DE CLIENTE ===".
           02 LINE 3 COLUMN 5 VALUE "NOMBRE COMPLETO:".
           02 LINE 4 COLUMN 5 PIC X(70) USING WKS-NOMBRE-PANTALLA.
           02 LINE 5 COLUMN 5 VALUE "CALLE Y NUMERO:".
           02 LINE 5 COLUMN 25 PIC X(50) USING WKS-DOMICILIO.
           02 LINE 6 COLUMN 5 VALUE "TELEFONO (10 DIG):".
           02 LINE 6 COLUMN 25 PIC X(10) USING WKS-TELEFONO-TXT.
           02 LINE 14 COLUMN 25 PIC X(03) USING WKS-REGIMEN-FORMA.
           02 LINE 15 COLUMN 5 VALUE "USO DE CFDI:".
           02 LINE 15 COLUMN 25 PIC X(03) USING WKS-USO-FORMA.
           02 LINE 16 COLUMN 5 VALUE "CODIGO POSTAL:".
           02 LINE 16 COLUMN 25 PIC X(05) USING WKS-CP.
           02 LINE 17 COLUMN 5 VALUE "COLONIA:".
           02 LINE 17 COLUMN 25 PIC X(40) USING WKS-COLONIA.
           02 LINE 18 COLUMN 5 VALUE "MUNICIPIO/ALCALDIA:".
           02 LINE 18 COLUMN 25 PIC X(40) USING WKS-MUNICIPIO.
           02 LINE 19 COLUMN 5 VALUE "ENTIDAD (EJ. JAL):".
           02 LINE 19 COLUMN 25 PIC X(20) USING WKS-ESTADO.
           02 LINE 20 COLUMN 5 VALUE "ACEPTA PUBLICIDAD (S/N):".
           02 LINE 20 COLUMN 30 PIC X(01) USING WKS-CONSENT-FORMA.

       PROCEDURE DIVISION USING LOGIN-COMUN.
       SECTION-PRINCIPAL SECTION.
           DISPLAY "1-. CAPTURAR CLIENTE(S)".
           DISPLAY "2-. BUSCAR CLIENTE POR NOMBRE".
           DISPLAY "3-. EXPORTAR CLIENTES A CSV".
           DISPLAY "4-. PRIVACIDAD (CONSENTIMIENTO, ACCESO, BORRADO)".
           DISPLAY "5-. CAMBIO DE CLIENTE".
           DISPLAY "6-. BAJA DE CLIENTE".
           DISPLAY "7-. IMPORTAR CLIENTES DESDE CSV".
           IF WKS-OPCION-MENU IS EQUAL TO 3 THEN
               PERFORM 0400-EXPORTAR-CSV
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 4 THEN
               PERFORM 1000-MENU-PRIVACIDAD
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 5 THEN
               PERFORM 0500-CAMBIO-CLIENTE
           ELSE
                          RC-TELEFONO-2 ","
                          FUNCTION TRIM(RC-EMAIL) ","
                          FUNCTION TRIM(RC-PASATIEMPO) ","
                          FUNCTION TRIM(RC-COLOR) ","
                          RC-CODIGO-POSTAL ","
                          FUNCTION TRIM(RC-COLONIA) ","
                          FUNCTION TRIM(RC-MUNICIPIO) ","
                          RC-ESTADO ","
                          RC-CONSENTIMIENTO
                       DELIMITED BY SIZE INTO CSV-REC
                   WRITE CSV-REC.

                       DISPLAY "NOMBRE: "     RC-NOMBRE
                       DISPLAY "APELLIDOS: "  RC-APELLIDOS
                       DISPLAY "DOMICILIO: "  RC-DOMICILIO
                       DISPLAY "COLONIA: "    RC-COLONIA
                               " CP " RC-CODIGO-POSTAL
                       DISPLAY "MUNICIPIO: "  RC-MUNICIPIO
                               " " RC-ESTADO
                       DISPLAY "TELEFONO: "   RC-TELEFONO
                       DISPLAY "TELEFONO 2: " RC-TELEFONO-2
                       DISPLAY "EMAIL: "      RC-EMAIL.
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO"
               NOT INVALID KEY
                   IF RC-ES-ANONIMO THEN
                       DISPLAY "CLIENTE ANONIMIZADO A PETICION DEL "
                               "TITULAR, YA NO SE MODIFICA"
                   ELSE
                       PERFORM 0510-EDITAR-CLIENTE.

      * CADA CAMPO MUESTRA SU VALOR ACTUAL; ENTER EN BLANCO LO DEJA
      * IGUAL. EL TELEFONO SE REVALIDA CON 0110-CAPTURAR-TELEFONO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO RC-APELLIDOS.

           DISPLAY "CALLE Y NUMERO ACTUAL: " RC-DOMICILIO.
           DISPLAY "NUEVA CALLE Y NUMERO (BLANCO = IGUAL)".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO RC-DOMICILIO.

           PERFORM 0515-EDITAR-ZONA.

           DISPLAY "TELEFONO ACTUAL: " RC-TELEFONO.
           DISPLAY "CAMBIAR TELEFONO? (S/N)".
           ACCEPT WKS-CAMBIAR-TEL.
                   DISPLAY "CLIENTE ACTUALIZADO"
                   PERFORM 0520-AUDITAR-CAMBIOS.

      * CODIGO POSTAL Y ENTIDAD INVALIDOS SE DEJAN IGUAL, COMO EL
      * NIVEL DE PRECIOS
       0515-EDITAR-ZONA.
           DISPLAY "CODIGO POSTAL ACTUAL: " RC-CODIGO-POSTAL.
           DISPLAY "NUEVO CODIGO POSTAL (BLANCO = IGUAL)".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO WKS-CP
               IF WKS-CP IS NOT NUMERIC OR
                  WKS-DATO-NUEVO(6:) IS NOT EQUAL TO SPACES OR
                  WKS-CP IS EQUAL TO "00000" THEN
                   DISPLAY "CODIGO POSTAL INVALIDO, SE DEJA IGUAL"
               ELSE
                   MOVE WKS-CP TO RC-CODIGO-POSTAL.

           DISPLAY "COLONIA ACTUAL: " RC-COLONIA.
           DISPLAY "NUEVA COLONIA (BLANCO = IGUAL)".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO RC-COLONIA.

           DISPLAY "MUNICIPIO O ALCALDIA ACTUAL: " RC-MUNICIPIO.
           DISPLAY "NUEVO MUNICIPIO (BLANCO = IGUAL)".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO RC-MUNICIPIO.

           DISPLAY "ENTIDAD ACTUAL: " RC-ESTADO.
           DISPLAY "NUEVA ENTIDAD (CLAVE, NOMBRE O ABREVIATURA; "
                   "BLANCO = IGUAL)".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO WKS-EDO-BUSCAR
               PERFORM 2800-BUSCAR-ESTADO
               IF WKS-EDO-HALLADO IS EQUAL TO SPACES THEN
                   DISPLAY "ENTIDAD NO RECONOCIDA, SE DEJA IGUAL"
               ELSE
                   MOVE WKS-EDO-HALLADO TO RC-ESTADO.

      * UN RENGLON DE AUDITORIA POR CADA CAMPO QUE DE VERDAD CAMBIO
       0520-AUDITAR-CAMBIOS.
           IF RC-TELEFONO IS NOT EQUAL TO WKS-TEL-ANTERIOR THEN
                       DISPLAY "EL CLIENTE TIENE SALDO EN CARTERA ("
                               WKS-SALDO-FORMAT "), NO SE PUEDE DAR "
                               "DE BAJA"
                       DISPLAY "SI EL TITULAR PIDE BORRAR SUS DATOS, "
                               "LIQUIDE EL SALDO Y USE LA "
                               "ANONIMIZACION (OPCION 4)"
                   ELSE
                   PERFORM 0610-CONFIRMAR-BAJA.

       0610-CONFIRMAR-BAJA.
           DISPLAY "SE DARA DE BAJA A " RC-NOMBRE " " RC-APELLIDOS.
           DISPLAY "SI TIENE VENTAS O MOVIMIENTOS, ANONIMIZARLO "
                   "(OPCION 4) CONSERVA SU HISTORIA".
           DISPLAY "CONFIRMA LA BAJA (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                    WKS-IMP-TEL2
                    WKS-IMP-EMAIL
                    WKS-IMP-PASATIEMPO
                    WKS-IMP-COLOR
                    WKS-IMP-CP
                    WKS-IMP-COLONIA
                    WKS-IMP-MUNICIPIO
                    WKS-IMP-ESTADO.
           MOVE SPACES TO WKS-MOTIVO-RECHAZO.
           IF WKS-IMP-NOMBRE IS EQUAL TO SPACES THEN
               MOVE "NOMBRE EN BLANCO" TO WKS-MOTIVO-RECHAZO
           ELSE
           IF WKS-IMP-TEL IS NOT NUMERIC THEN
               MOVE "TELEFONO INVALIDO (10 DIGITOS)"
                   TO WKS-MOTIVO-RECHAZO
           ELSE
           IF WKS-IMP-CP IS NOT EQUAL TO SPACES AND
              WKS-IMP-CP IS NOT NUMERIC THEN
               MOVE "CODIGO POSTAL INVALIDO (5 DIGITOS)"
                   TO WKS-MOTIVO-RECHAZO.
      * LA ENTIDAD ES OPCIONAL EN EL CSV; SI VIENE DEBE EXISTIR
           MOVE WKS-IMP-ESTADO TO WKS-EDO-BUSCAR.
           PERFORM 2800-BUSCAR-ESTADO.
           IF WKS-MOTIVO-RECHAZO IS EQUAL TO SPACES AND
              WKS-IMP-ESTADO IS NOT EQUAL TO SPACES AND
              WKS-EDO-HALLADO IS EQUAL TO SPACES THEN
               MOVE "ENTIDAD NO RECONOCIDA" TO WKS-MOTIVO-RECHAZO.
           IF WKS-MOTIVO-RECHAZO IS NOT EQUAL TO SPACES THEN
               PERFORM 0730-RECHAZAR-RENGLON
           ELSE
           MOVE WKS-IMP-EMAIL TO RC-EMAIL.
           MOVE WKS-IMP-PASATIEMPO TO RC-PASATIEMPO.
           MOVE WKS-IMP-COLOR TO RC-COLOR.
           MOVE WKS-IMP-CP TO RC-CODIGO-POSTAL.
           MOVE WKS-IMP-COLONIA TO RC-COLONIA.
           MOVE WKS-IMP-MUNICIPIO TO RC-MUNICIPIO.
           MOVE WKS-EDO-HALLADO TO RC-ESTADO.
      * EL CSV NO TRAE CONSENTIMIENTO: QUEDA "NUNCA PREGUNTADO"
           MOVE SPACE TO RC-CONSENTIMIENTO.
           MOVE 0 TO RC-FECHA-CONSENT.
           MOVE "N" TO RC-ANONIMIZADO.
           PERFORM 0980-JOURNAL-CLI-ALTA
           WRITE REG-CLIENTE
               INVALID KEY

           COPY CONFIG-PROC.

           COPY ESTADOS-PROC.

           COPY JOURNAL-PROC.

      * IMAGEN DEL CLIENTE EN EL DIARIO DEL DIA (W/R/D SEGUN EL
               MOVE WKS-TELEFONO-TXT TO WKS-TELEFONO
               MOVE "S" TO WKS-TELEFONO-VALIDO.

      * CODIGO POSTAL DE 5 DIGITOS, COLONIA, MUNICIPIO Y UNA ENTIDAD
      * DEL CATALOGO; SE AVISA DE CADA CAMPO QUE FALLA
       0140-VALIDAR-ZONA.
           MOVE "S" TO WKS-ZONA-VALIDA.
           IF WKS-CP IS NOT NUMERIC OR WKS-CP IS EQUAL TO "00000"
           THEN
               DISPLAY "CODIGO POSTAL INVALIDO, DEBE TENER 5 DIGITOS"
               MOVE "N" TO WKS-ZONA-VALIDA.
           IF WKS-COLONIA IS EQUAL TO SPACES THEN
               DISPLAY "FALTA LA COLONIA"
               MOVE "N" TO WKS-ZONA-VALIDA.
           IF WKS-MUNICIPIO IS EQUAL TO SPACES THEN
               DISPLAY "FALTA EL MUNICIPIO O ALCALDIA"
               MOVE "N" TO WKS-ZONA-VALIDA.
           MOVE WKS-ESTADO TO WKS-EDO-BUSCAR.
           PERFORM 2800-BUSCAR-ESTADO.
           IF WKS-EDO-HALLADO IS EQUAL TO SPACES THEN
               DISPLAY "ENTIDAD NO RECONOCIDA (CLAVE, NOMBRE O "
                       "ABREVIATURA, EJ. JC, JALISCO O JAL)"
               MOVE "N" TO WKS-ZONA-VALIDA.

       0145-PEDIR-ZONA.
           DISPLAY "CODIGO POSTAL (5 DIGITOS) [" WKS-CP "]".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO WKS-CP.
           DISPLAY "COLONIA [" FUNCTION TRIM(WKS-COLONIA) "]".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO WKS-COLONIA.
           DISPLAY "MUNICIPIO O ALCALDIA ["
                   FUNCTION TRIM(WKS-MUNICIPIO) "]".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO WKS-MUNICIPIO.
           DISPLAY "ENTIDAD [" FUNCTION TRIM(WKS-ESTADO) "]".
           ACCEPT WKS-DATO-NUEVO.
           IF WKS-DATO-NUEVO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-DATO-NUEVO TO WKS-ESTADO.
           PERFORM 0140-VALIDAR-ZONA.

      * LA CAPTURA AHORA ES UNA FORMA DE PANTALLA COMPLETA; EL
      * TELEFONO SE SIGUE VALIDANDO CON LA MISMA REGLA DE SIEMPRE
       0100-CAPTURAR-CLIENTE.
           MOVE SPACES TO WKS-RFC-FORMA.
           MOVE SPACES TO WKS-REGIMEN-FORMA.
           MOVE SPACES TO WKS-USO-FORMA.
           MOVE SPACES TO WKS-CP.
           MOVE SPACES TO WKS-COLONIA.
           MOVE SPACES TO WKS-MUNICIPIO.
           MOVE SPACES TO WKS-ESTADO.
           MOVE "N" TO WKS-CONSENT-FORMA.
           DISPLAY PANTALLA-CAPTURA-CLIENTE.
           ACCEPT PANTALLA-CAPTURA-CLIENTE.
           MOVE WKS-NOMBRE-PANTALLA TO WKS-NOMBRE-C.
           ELSE
               MOVE WKS-TELEFONO-TXT TO WKS-TELEFONO.

           PERFORM 0140-VALIDAR-ZONA.
           PERFORM 0145-PEDIR-ZONA UNTIL WKS-ZONA-OK.

      * EL PRIMER TOKEN ES EL NOMBRE; TODO LO DEMAS (INCLUYENDO
      * SEGUNDO NOMBRE Y APELLIDOS COMPUESTOS) SE CONSERVA COMPLETO
      * EN RC-APELLIDOS EN LUGAR DE PERDERSE.
           MOVE WKS-RFC-FORMA TO RC-RFC.
           MOVE WKS-REGIMEN-FORMA TO RC-REGIMEN.
           MOVE WKS-USO-FORMA TO RC-USO-CFDI.
           MOVE WKS-CP TO RC-CODIGO-POSTAL.
           MOVE WKS-COLONIA TO RC-COLONIA.
           MOVE WKS-MUNICIPIO TO RC-MUNICIPIO.
           MOVE WKS-EDO-HALLADO TO RC-ESTADO.
      * EL CONSENTIMIENTO SE PREGUNTA EN LA FORMA; CUALQUIER COSA QUE
      * NO SEA "S" QUEDA COMO NO ACEPTADO, CON LA FECHA DE HOY
           IF WKS-CONSENT-FORMA IS EQUAL TO "S" OR "s" THEN
               MOVE "S" TO RC-CONSENTIMIENTO
           ELSE
               MOVE "N" TO RC-CONSENTIMIENTO.
           ACCEPT RC-FECHA-CONSENT FROM DATE YYYYMMDD.
           MOVE "N" TO RC-ANONIMIZADO.

           PERFORM 0980-JOURNAL-CLI-ALTA
           WRITE REG-CLIENTE
                   MOVE "ALTA" TO WKS-AUD-CAMPO
                   MOVE SPACES TO WKS-AUD-ANTERIOR
                   MOVE RC-NOMBRE TO WKS-AUD-NUEVO
                   PERFORM 0970-AUDITAR-CLIENTE
                   MOVE "C" TO WKS-PRIV-TIPO
                   MOVE SPACES TO WKS-PRIV-DETALLE
                   STRING "ALTA, CONSENTIMIENTO " RC-CONSENTIMIENTO
                       DELIMITED BY SIZE INTO WKS-PRIV-DETALLE
                   PERFORM 1090-REGISTRAR-SOLICITUD.

      * ASIENTO DE BITACORA CON EL CLIENTE EN CURSO (EL CAMPO Y LOS
      * VALORES LOS DEJA EL QUE LLAMA)
               AT END
                   MOVE "S" TO WKS-FIN-DUP
               NOT AT END
                   IF NOT RC-ES-ANONIMO AND
                      (RC-TELEFONO IS EQUAL TO WKS-TELEFONO OR
                      (RC-NOMBRE IS EQUAL TO WKS-NOMBRE-SOLO AND
                       RC-APELLIDOS IS EQUAL TO WKS-APELLIDOS-SOLO))
                   THEN
                       MOVE "S" TO WKS-DUP-HALLADO
                       DISPLAY "POSIBLE DUPLICADO: ID " RC-ID
               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       IF CU-TIPO IS EQUAL TO "A" OR
                          CU-TIPO IS EQUAL TO "N" THEN
                           SUBTRACT CU-IMPORTE FROM WKS-SALDO-CLIENTE
                       ELSE
                           ADD CU-IMPORTE TO WKS-SALDO-CLIENTE.
                                       TR-FOLIO
                           NOT INVALID KEY
                               ADD 1 TO WKS-VENTAS-REPUNTADAS.

      ******************************************************************
      * PRIVACIDAD DE LOS DATOS PERSONALES: EL TITULAR PUEDE DAR O
      * RETIRAR SU CONSENTIMIENTO PARA PUBLICIDAD, PEDIR TODO LO QUE
      * SE TIENE DE EL Y PEDIR QUE SE BORRE. LA BAJA PIERDE LA
      * HISTORIA, POR ESO SE ANONIMIZA: SE BORRAN LOS DATOS
      * PERSONALES Y EL RC-ID SIGUE AMARRANDO VENTAS, CARTERA Y
      * TOTALES. CADA SOLICITUD QUEDA EN SOLICITUDES-PRIVACIDAD.TXT
      ******************************************************************
       1000-MENU-PRIVACIDAD.
           DISPLAY "-- PRIVACIDAD DE DATOS DEL CLIENTE --".
           DISPLAY "1-. CONSENTIMIENTO PARA PUBLICIDAD".
           DISPLAY "2-. REPORTE DE ACCESO A SUS DATOS".
           DISPLAY "3-. ANONIMIZAR (BORRAR DATOS PERSONALES)".
           DISPLAY "9-. REGRESAR".
           ACCEPT WKS-OPCION-PRIV.
           IF WKS-OPCION-PRIV IS EQUAL TO 1 OR 2 OR 3 THEN
               PERFORM 1010-IDENTIFICAR-TITULAR
               IF WKS-SI-ENCONTRADO THEN
                   IF WKS-OPCION-PRIV IS EQUAL TO 1 THEN
                       PERFORM 1100-CAMBIAR-CONSENTIMIENTO
                   ELSE
                   IF WKS-OPCION-PRIV IS EQUAL TO 2 THEN
                       PERFORM 1200-REPORTE-ACCESO
                   ELSE
                       PERFORM 1300-ANONIMIZAR-CLIENTE
                   END-IF
                   END-IF
               END-IF
           ELSE
           IF WKS-OPCION-PRIV IS NOT EQUAL TO 9 THEN
               DISPLAY "OPCION INVALIDA".

      * CLIENTE QUE HACE LA SOLICITUD Y OPERADOR QUE LA ATIENDE (SI
      * NO SE ENTRO CON FIRMA DESDE EL MENU PRINCIPAL SE PREGUNTA)
       1010-IDENTIFICAR-TITULAR.
           MOVE "N" TO WKS-ENCONTRADO.
           DISPLAY "INGRESE ID DEL CLIENTE QUE HACE LA SOLICITUD".
           ACCEPT WKS-ID-BUSCADO.
           MOVE WKS-ID-BUSCADO TO RC-ID.
           READ F-ARCHIVO KEY IS RC-ID
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "S" TO WKS-ENCONTRADO.
           IF WKS-SI-ENCONTRADO AND
              WKS-OPERADOR-SESION IS EQUAL TO SPACES THEN
               DISPLAY "OPERADOR QUE ATIENDE LA SOLICITUD"
               ACCEPT WKS-OPERADOR-SESION
               IF WKS-OPERADOR-SESION IS EQUAL TO SPACES THEN
                   DISPLAY "SE REQUIERE EL OPERADOR, SOLICITUD NO "
                           "ATENDIDA"
                   MOVE "N" TO WKS-ENCONTRADO.

      * ASIENTO EN SOLICITUDES-PRIVACIDAD.TXT DEL CLIENTE EN CURSO
      * (TIPO Y DETALLE LOS DEJA EL QUE LLAMA)
       1090-REGISTRAR-SOLICITUD.
           ACCEPT SP-FECHA FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-CTL FROM TIME.
           MOVE WKS-HORA-CTL(1:6) TO SP-HORA.
           MOVE RC-ID TO SP-CLIENTE-ID.
           MOVE WKS-PRIV-TIPO TO SP-TIPO.
           MOVE WKS-OPERADOR-SESION TO SP-OPERADOR.
           MOVE WKS-PRIV-DETALLE TO SP-DETALLE.
           OPEN EXTEND PRIVACIDAD-FILE.
           IF PRV-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PRIVACIDAD-FILE.
           WRITE REG-PRIVACIDAD.
           CLOSE PRIVACIDAD-FILE.

       1100-CAMBIAR-CONSENTIMIENTO.
           IF RC-ES-ANONIMO THEN
               DISPLAY "CLIENTE ANONIMIZADO, NO RECIBE PUBLICIDAD"
           ELSE
               DISPLAY "CONSENTIMIENTO ACTUAL: " RC-CONSENTIMIENTO
                       " (S = ACEPTA, N = NO, BLANCO = NUNCA "
                       "PREGUNTADO) DEL " RC-FECHA-CONSENT
               DISPLAY "ACEPTA RECIBIR PUBLICIDAD? (S/N)"
               ACCEPT WKS-CONSENT-FORMA
               IF WKS-CONSENT-FORMA IS EQUAL TO "s" THEN
                   MOVE "S" TO WKS-CONSENT-FORMA
               END-IF
               IF WKS-CONSENT-FORMA IS EQUAL TO "n" THEN
                   MOVE "N" TO WKS-CONSENT-FORMA
               END-IF
               IF WKS-CONSENT-FORMA IS EQUAL TO "S" OR "N" THEN
                   PERFORM 1110-GRABAR-CONSENTIMIENTO
               ELSE
                   DISPLAY "RESPUESTA INVALIDA, NO SE CAMBIA".

      * AUN SI LA RESPUESTA ES LA MISMA SE GRABA: LA FECHA NUEVA ES
      * LA CONSTANCIA DE QUE SE LE VOLVIO A PREGUNTAR
       1110-GRABAR-CONSENTIMIENTO.
           MOVE RC-CONSENTIMIENTO TO WKS-CONSENT-ANTERIOR.
           MOVE WKS-CONSENT-FORMA TO RC-CONSENTIMIENTO.
           ACCEPT RC-FECHA-CONSENT FROM DATE YYYYMMDD.
           PERFORM 0981-JOURNAL-CLI-CAMBIO.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL CONSENTIMIENTO"
               NOT INVALID KEY
                   MOVE "CONSENTIMIENTO" TO WKS-AUD-CAMPO
                   MOVE WKS-CONSENT-ANTERIOR TO WKS-AUD-ANTERIOR
                   MOVE RC-CONSENTIMIENTO TO WKS-AUD-NUEVO
                   PERFORM 0970-AUDITAR-CLIENTE
                   MOVE "C" TO WKS-PRIV-TIPO
                   MOVE SPACES TO WKS-PRIV-DETALLE
                   STRING "CONSENTIMIENTO " WKS-CONSENT-ANTERIOR
                          " A " RC-CONSENTIMIENTO
                       DELIMITED BY SIZE INTO WKS-PRIV-DETALLE
                   PERFORM 1090-REGISTRAR-SOLICITUD
                   DISPLAY "CONSENTIMIENTO REGISTRADO".

      ******************************************************************
      * REPORTE DE ACCESO: TODO LO QUE HAY LIGADO AL RC-ID EN
      * ACCESO-DATOS-<ID>.TXT PARA ENTREGARSELO AL TITULAR
      ******************************************************************
       1200-REPORTE-ACCESO.
           MOVE RC-ID TO WKS-CLIENTE-CONSULTA.
           DISPLAY "MESES DE VENTAS ARCHIVADAS A INCLUIR (0 = 60)".
           ACCEPT WKS-MESES-ARCHIVO.
           IF WKS-MESES-ARCHIVO IS EQUAL TO 0 THEN
               MOVE 60 TO WKS-MESES-ARCHIVO.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "ACCESO-DATOS-" RC-ID ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "DATOS PERSONALES DEL CLIENTE " RC-ID
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "FECHA    DETALLE" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           PERFORM 1210-ACCESO-MAESTRO.
           PERFORM 1220-ACCESO-VENTAS.
           PERFORM 1230-ACCESO-CUENTA.
           PERFORM 1240-ACCESO-PUNTOS.
           PERFORM 1250-ACCESO-APARTADOS.
           PERFORM 1260-ACCESO-FACTURAS.
           PERFORM 1270-ACCESO-CHEQUES.
           PERFORM 1280-ACCESO-SOLICITUDES.
           PERFORM 1965-REPORTE-TERMINAR.
           MOVE "A" TO WKS-PRIV-TIPO.
           MOVE SPACES TO WKS-PRIV-DETALLE.
           STRING "REPORTE " WKS-REP-NOMBRE
               DELIMITED BY SIZE INTO WKS-PRIV-DETALLE.
           PERFORM 1090-REGISTRAR-SOLICITUD.
           DISPLAY "REPORTE DE ACCESO EN " WKS-REP-NOMBRE.

       1205-TITULO-SECCION.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-PRIV-DETALLE TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 0 TO WKS-ACC-RENGLONES.

       1206-FIN-SECCION.
           IF WKS-ACC-RENGLONES IS EQUAL TO 0 THEN
               MOVE "         SIN REGISTROS" TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.

       1210-ACCESO-MAESTRO.
           MOVE "-- DATOS DEL MAESTRO DE CLIENTES --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           STRING "NOMBRE:     " RC-NOMBRE
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "APELLIDOS:  " RC-APELLIDOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "DOMICILIO:  " RC-DOMICILIO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "COLONIA:    " RC-COLONIA " CP " RC-CODIGO-POSTAL
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "MUNICIPIO:  " RC-MUNICIPIO " " RC-ESTADO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "TELEFONOS:  " RC-TELEFONO " " RC-TELEFONO-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "EMAIL:      " RC-EMAIL
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "PASATIEMPO: " RC-PASATIEMPO " COLOR " RC-COLOR
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "RFC:        " RC-RFC " REGIMEN " RC-REGIMEN
                  " USO CFDI " RC-USO-CFDI
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE RC-LIMITE-CREDITO TO WKS-IMPORTE-FORMAT.
           STRING "LIMITE DE CREDITO: " WKS-IMPORTE-FORMAT
                  " NIVEL DE PRECIOS: " RC-NIVEL-PRECIO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "CONSENTIMIENTO PUBLICIDAD: " RC-CONSENTIMIENTO
                  " DEL " RC-FECHA-CONSENT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-ACC-RENGLONES.

      * VENTAS: EL ARCHIVO VIVO Y LOS MESES ARCHIVADOS HACIA ATRAS
      * DESDE EL MES ANTERIOR AL ACTUAL (UN MES SIN ARCHIVO SE BRINCA)
       1220-ACCESO-VENTAS.
           MOVE "-- COMPRAS (D = DEVOLUCION, C = CANCELADA) --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1221-LEER-VENTA-VIVA UNTIL WKS-EOF-ACCESO
               CLOSE TRANS-FILE.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-CURSOR.
           MOVE 0 TO WKS-CONT-MESES.
           PERFORM 1223-MES-ARCHIVADO
               UNTIL WKS-CONT-MESES IS NOT LESS THAN
                     WKS-MESES-ARCHIVO.
           PERFORM 1206-FIN-SECCION.

       1221-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   MOVE REG-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 1222-RENGLON-VENTA.

       1222-RENGLON-VENTA.
           IF VA-CLIENTE-ID IS NUMERIC AND
              VA-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA THEN
               COMPUTE WKS-IMPORTE-ACC = VA-CANTIDAD * VA-PRECIO
               MOVE WKS-IMPORTE-ACC TO WKS-IMPORTE-FORMAT
               MOVE VA-CANTIDAD TO WKS-CANTIDAD-FORMAT
               STRING VA-FECHA " FOLIO " VA-FOLIO "-" VA-PARTIDA
                      " " VA-TIPO VA-ESTADO " PROD " VA-RP-ID
                      WKS-CANTIDAD-FORMAT WKS-IMPORTE-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               ADD 1 TO WKS-ACC-RENGLONES.

       1223-MES-ARCHIVADO.
           IF WKS-MC-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MC-MES
               SUBTRACT 1 FROM WKS-MC-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MC-MES.
           MOVE WKS-MES-CURSOR TO WKS-MES-HISTORICO.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1224-LEER-VENTA-ARCH UNTIL WKS-EOF-ACCESO
               CLOSE HIST-VENTAS.
           ADD 1 TO WKS-CONT-MESES.

       1224-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   PERFORM 1222-RENGLON-VENTA.

       1230-ACCESO-CUENTA.
           MOVE "-- CUENTA DE CREDITO (C/I CARGO, A/N ABONO) --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1231-LEER-CUENTA UNTIL WKS-EOF-ACCESO
               CLOSE CUENTA-FILE.
           PERFORM 1206-FIN-SECCION.

       1231-LEER-CUENTA.
           READ CUENTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       MOVE CU-IMPORTE TO WKS-IMPORTE-FORMAT
                       STRING CU-FECHA " " CU-TIPO " "
                              CU-REFERENCIA " " WKS-IMPORTE-FORMAT
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA
                       ADD 1 TO WKS-ACC-RENGLONES.

       1240-ACCESO-PUNTOS.
           MOVE "-- PUNTOS DE LEALTAD (A ACUMULADOS, R REDIMIDOS) --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT PUNTOS-FILE.
           IF PU-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1241-LEER-PUNTOS UNTIL WKS-EOF-ACCESO
               CLOSE PUNTOS-FILE.
           PERFORM 1206-FIN-SECCION.

       1241-LEER-PUNTOS.
           READ PUNTOS-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   IF PU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       MOVE PU-PUNTOS TO WKS-PUNTOS-FORMAT
                       STRING PU-FECHA " " PU-TIPO " "
                              PU-REFERENCIA " CAJA " PU-CAJA " "
                              WKS-PUNTOS-FORMAT
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA
                       ADD 1 TO WKS-ACC-RENGLONES.

       1250-ACCESO-APARTADOS.
           MOVE "-- APARTADOS (NUMERO, ESTADO, TOTAL, PAGADO) --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT APARTADO-FILE.
           IF AP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1251-LEER-APARTADO UNTIL WKS-EOF-ACCESO
               CLOSE APARTADO-FILE.
           PERFORM 1206-FIN-SECCION.

       1251-LEER-APARTADO.
           READ APARTADO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   IF AP-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       MOVE AP-TOTAL TO WKS-IMPORTE-FORMAT
                       MOVE AP-PAGADO TO WKS-PAGADO-FORMAT
                       STRING AP-FECHA " " AP-NUMERO " " AP-ESTADO
                              " " WKS-IMPORTE-FORMAT " "
                              WKS-PAGADO-FORMAT
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA
                       ADD 1 TO WKS-ACC-RENGLONES.

       1260-ACCESO-FACTURAS.
           MOVE "-- SOLICITUDES DE FACTURA (FOLIO, VENTA, ESTADO) --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT SOLFAC-FILE.
           IF SF-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1261-LEER-SOLFAC UNTIL WKS-EOF-ACCESO
               CLOSE SOLFAC-FILE.
           PERFORM 1206-FIN-SECCION.

       1261-LEER-SOLFAC.
           READ SOLFAC-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   IF SF-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       STRING SF-FECHA " FOLIO " SF-FOLIO
                              " VENTA DEL " SF-FECHA-VENTA
                              " ESTADO " SF-ESTADO
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA
                       ADD 1 TO WKS-ACC-RENGLONES.

       1270-ACCESO-CHEQUES.
           MOVE "-- CHEQUES RECIBIDOS (BANCO, NUMERO, LIBRADOR) --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT CHEQUE-FILE.
           IF CH-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1271-LEER-CHEQUE UNTIL WKS-EOF-ACCESO
               CLOSE CHEQUE-FILE.
           PERFORM 1206-FIN-SECCION.

       1271-LEER-CHEQUE.
           READ CHEQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   IF CH-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       STRING CH-FECHA " " CH-BANCO " " CH-NUMERO
                              " " CH-LIBRADOR(1:25) " " CH-ESTADO
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA
                       ADD 1 TO WKS-ACC-RENGLONES.

       1280-ACCESO-SOLICITUDES.
           MOVE "-- SOLICITUDES DE PRIVACIDAD ANTERIORES --"
               TO WKS-PRIV-DETALLE.
           PERFORM 1205-TITULO-SECCION.
           MOVE "N" TO WKS-FIN-ACCESO.
           OPEN INPUT PRIVACIDAD-FILE.
           IF PRV-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ACCESO
           ELSE
               PERFORM 1281-LEER-SOLICITUD UNTIL WKS-EOF-ACCESO
               CLOSE PRIVACIDAD-FILE.
           PERFORM 1206-FIN-SECCION.

       1281-LEER-SOLICITUD.
           READ PRIVACIDAD-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ACCESO
               NOT AT END
                   IF SP-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       STRING SP-FECHA " " SP-TIPO " " SP-OPERADOR
                              " " SP-DETALLE
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA
                       ADD 1 TO WKS-ACC-RENGLONES.

      ******************************************************************
      * ANONIMIZACION: SE BORRAN LOS DATOS QUE IDENTIFICAN AL TITULAR
      * Y SE CONSERVA EL RC-ID. EL CODIGO POSTAL Y LA ENTIDAD SE
      * QUEDAN PARA QUE LAS VENTAS POR ZONA NO CAMBIEN. CON SALDO EN
      * CARTERA NO SE PUEDE (HAY QUE COBRARLO O CONDONARLO ANTES)
      ******************************************************************
       1300-ANONIMIZAR-CLIENTE.
           MOVE RC-ID TO WKS-CLIENTE-CONSULTA.
           PERFORM 0900-SALDO-CLIENTE.
           IF RC-ES-ANONIMO THEN
               DISPLAY "EL CLIENTE YA ESTA ANONIMIZADO"
           ELSE
           IF WKS-SALDO-CLIENTE IS NOT EQUAL TO 0 THEN
               MOVE WKS-SALDO-CLIENTE TO WKS-SALDO-FORMAT
               DISPLAY "EL CLIENTE TIENE SALDO EN CARTERA ("
                       WKS-SALDO-FORMAT "), LIQUIDELO ANTES DE "
                       "ANONIMIZAR"
           ELSE
               PERFORM 1310-CONFIRMAR-ANONIMIZAR.

       1310-CONFIRMAR-ANONIMIZAR.
           DISPLAY "SE BORRARAN NOMBRE, DOMICILIO, TELEFONOS, CORREO "
                   "Y DATOS FISCALES DE " RC-NOMBRE " " RC-APELLIDOS.
           DISPLAY "SUS VENTAS Y MOVIMIENTOS SE CONSERVAN CON EL ID "
                   RC-ID ". ESTO NO SE PUEDE DESHACER.".
           DISPLAY "CONFIRMA LA ANONIMIZACION (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
               PERFORM 1320-BORRAR-DATOS-PERSONALES
           ELSE
               DISPLAY "ANONIMIZACION CANCELADA".

       1320-BORRAR-DATOS-PERSONALES.
           MOVE RC-NOMBRE TO WKS-AUD-ANTERIOR.
           MOVE "ANONIMIZADO" TO RC-NOMBRE.
           MOVE SPACES TO RC-APELLIDOS.
           MOVE SPACES TO RC-DOMICILIO.
           MOVE 0 TO RC-TELEFONO.
           MOVE 0 TO RC-TELEFONO-2.
           MOVE SPACES TO RC-EMAIL.
           MOVE SPACES TO RC-PASATIEMPO.
           MOVE SPACES TO RC-COLOR.
           MOVE 0 TO RC-LIMITE-CREDITO.
           MOVE SPACES TO RC-RFC.
           MOVE SPACES TO RC-REGIMEN.
           MOVE SPACES TO RC-USO-CFDI.
           MOVE SPACES TO RC-COLONIA.
           MOVE SPACES TO RC-MUNICIPIO.
           MOVE "N" TO RC-CONSENTIMIENTO.
           ACCEPT RC-FECHA-CONSENT FROM DATE YYYYMMDD.
           MOVE "S" TO RC-ANONIMIZADO.
           PERFORM 0981-JOURNAL-CLI-CAMBIO.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO ANONIMIZAR EL CLIENTE"
               NOT INVALID KEY
                   MOVE "ANONIMIZACION" TO WKS-AUD-CAMPO
                   MOVE RC-NOMBRE TO WKS-AUD-NUEVO
                   PERFORM 0970-AUDITAR-CLIENTE
                   MOVE "N" TO WKS-PRIV-TIPO
                   MOVE "DATOS PERSONALES BORRADOS"
                       TO WKS-PRIV-DETALLE
                   PERFORM 1090-REGISTRAR-SOLICITUD
                   DISPLAY "CLIENTE " RC-ID " ANONIMIZADO".

           COPY REPORTE-PROC.
