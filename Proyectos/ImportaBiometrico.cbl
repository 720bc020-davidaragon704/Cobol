      ******************************************************************
      * Author:
      * Date:
      * Purpose: IMPORTACION DEL RELOJ BIOMETRICO (HUELLA). EL RELOJ
      *          DEJA CADA DIA BIOMETRICO-AAAAMMDD.TXT CON GAFETE,
      *          FECHA Y HORA DE CADA LECTURA, SIN DECIR SI ES ENTRADA
      *          O SALIDA. EL GAFETE SE TRADUCE A EMP-ID CON EL
      *          CATALOGO GAFETES.TXT (ALTA, CAMBIO Y BAJA CON FIRMA
      *          DEL SUPERVISOR Y BITACORA DE CAMBIOS); LAS LECTURAS
      *          DEL MISMO GAFETE A MENOS DE MINUTOS-REPETIDA DE LA
      *          ANTERIOR SE DESCARTAN COMO REPETIDAS; EL TIPO SALE DE
      *          LA SECUENCIA DEL DIA (LO CONTRARIO DE LA CHECADA
      *          EFECTIVA ANTERIOR, VER CHECEF-PROC) Y, PARA LA
      *          PRIMERA DEL DIA, DEL TURNO (SALIDA SI QUEDA MAS CERCA
      *          DE LA HORA DE SALIDA QUE DE LA DE ENTRADA). LAS
      *          CHECADAS SE AGREGAN A CHECADAS.TXT COMO LAS DEL
      *          TECLADO DE ENTRADA-SALIDA. CADA LECTURA IMPORTADA
      *          QUEDA EN BIOMETRICO-IMPORTADAS.TXT, ASI QUE VOLVER A
      *          CORRER EL MISMO ARCHIVO (O UNO QUE REPITA LECTURAS DE
      *          OTRO) NO DUPLICA NADA: LO YA IMPORTADO Y LOS GAFETES
      *          DESCONOCIDOS VAN A RECHAZOS-BIOMETRICO-AAAAMMDD.TXT.
      *          CON LA TARJETA TARJETA-BIOMETRICO.TXT
      *          ("IMPORTAR AAAAMMDD", CADENA NOCTURNA) IMPORTA SIN
      *          CAPTURA Y TERMINA CON CODIGO 4 SI HUBO RECHAZOS O NO
      *          LLEGO EL ARCHIVO DEL RELOJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-BIOMETRICO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT BIOMETRICO-FILE ASSIGN TO WKS-NOMBRE-BIOMETRICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS BI-STATUS.

           SELECT GAFETE-FILE ASSIGN TO "GAFETES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS GF-GAFETE
                                   FILE STATUS GF-STATUS.

           SELECT IMPORTADA-FILE
                                   ASSIGN TO "BIOMETRICO-IMPORTADAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BL-LLAVE
                                   FILE STATUS BL-STATUS.

           SELECT CHECADA-FILE ASSIGN TO "CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CH-STATUS.

           SELECT CORRECCION-FILE
                                   ASSIGN TO "CORRECCIONES-CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT EMPLEADO-FILE ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT TURNO-FILE ASSIGN TO "TURNOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TN-CODIGO
                                   FILE STATUS TN-STATUS.

           SELECT ROL-FILE ASSIGN TO "ROL-SEMANAL.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RL-LLAVE
                                   FILE STATUS RL-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-BIOMETRICO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT AUDIT-CAMBIOS-FILE
                                   ASSIGN TO WKS-NOMBRE-AUDITORIA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AUD-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OP-ID
                                   FILE STATUS OP-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LECTURA DEL RELOJ BIOMETRICO: GAFETE, FECHA Y HORA, SIN TIPO
       FD BIOMETRICO-FILE.
       01 REG-BIOMETRICO.
           02 BI-GAFETE                        PIC X(10).
           02 BI-FECHA                         PIC 9(08).
           02 BI-HORA                          PIC 9(06).

      * CATALOGO DE GAFETES: A QUE EMPLEADO PERTENECE CADA GAFETE, Y
      * QUIEN Y CUANDO LO ASIGNO
       FD GAFETE-FILE.
       01 REG-GAFETE.
           02 GF-GAFETE                        PIC X(10).
           02 GF-EMP-ID                        PIC 9(05).
           02 GF-FECHA-ALTA                    PIC 9(08).
           02 GF-SUPERVISOR                    PIC X(10).

      * LECTURAS YA IMPORTADAS (LA LLAVE ES LA LECTURA DEL RELOJ), CON
      * EL EMPLEADO Y EL TIPO CON QUE ENTRARON A CHECADAS.TXT
       FD IMPORTADA-FILE.
       01 REG-IMPORTADA.
           02 BL-LLAVE.
               03 BL-GAFETE                    PIC X(10).
               03 BL-FECHA                     PIC 9(08).
               03 BL-HORA                      PIC 9(06).
           02 BL-EMP-ID                        PIC 9(05).
           02 BL-TIPO                          PIC X(01).
           02 BL-FECHA-IMPORTA                 PIC 9(08).

       FD CHECADA-FILE.
       01 REG-CHECADA.
           COPY CHECADA.

       FD CORRECCION-FILE.
       01 REG-CORRECCION.
           COPY CORRCHEC.

       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD TURNO-FILE.
       01 REG-TURNO.
           COPY TURNO.

       FD ROL-FILE.
       01 REG-ROL.
           COPY ROL.

       FD TARJETA-FILE.
       01 REG-TARJETA                      PIC X(80).

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD AUDIT-CAMBIOS-FILE.
       01 REG-AUDIT-CAMBIO.
           COPY AUDITREG.

       FD OPERADOR-FILE.
       01 REG-OPERADOR.
           COPY OPERADOR.

       FD SESION-FILE.
       01 REG-SESION                       PIC X(50).

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.

      * LA RUTA DEL MAESTRO DE EMPLEADOS Y LA VENTANA DE LECTURAS
      * REPETIDAS VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY OPLOG-WS.
           COPY AUDIT-WS.
           COPY CHECEF-WS.

       77 BI-STATUS               PIC X(02).
       77 GF-STATUS               PIC X(02).
       77 BL-STATUS               PIC X(02).
       77 CH-STATUS               PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 TN-STATUS               PIC X(02).
       77 RL-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).

       77 WKS-OPCION              PIC 9(01).
       77 WKS-FECHA-HOY           PIC 9(08).

      * CON LA TARJETA PRESENTE NO HAY CAPTURA (LA CADENA NOCTURNA
      * DEL ORQUESTADOR LA DEJA ESCRITA)
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".

       77 WKS-FECHA-ARCHIVO       PIC 9(08).
       01 WKS-NOMBRE-BIOMETRICO.
           02 FILLER              PIC X(11) VALUE "BIOMETRICO-".
           02 WKS-NB-FECHA        PIC 9(08).
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-NOMBRE-RECHAZOS.
           02 FILLER              PIC X(20)
                                  VALUE "RECHAZOS-BIOMETRICO-".
           02 WKS-NR-FECHA        PIC 9(08).
           02 FILLER              PIC X(04) VALUE ".TXT".

      * LECTURAS DEL ARCHIVO YA TRADUCIDAS A EMPLEADO, ORDENADAS POR
      * EMPLEADO, FECHA Y HORA PARA TRABAJAR CADA DIA DE CADA QUIEN
       01 WKS-LECTURAS-TABLA.
           02 WKS-LE-LECTURA      OCCURS 2000 TIMES.
               03 WKS-LE-ORDEN.
                   04 WKS-LE-EMP-ID   PIC 9(05).
                   04 WKS-LE-FECHA    PIC 9(08).
                   04 WKS-LE-HORA     PIC 9(06).
               03 WKS-LE-GAFETE   PIC X(10).
       01 WKS-LE-NUEVA.
           02 WKS-LE-N-ORDEN.
               03 WKS-LE-N-EMP    PIC 9(05).
               03 WKS-LE-N-FECHA  PIC 9(08).
               03 WKS-LE-N-HORA   PIC 9(06).
           02 WKS-LE-N-GAFETE     PIC X(10).
       77 WKS-LE-NUM              PIC 9(04).
       77 WKS-LE-TOPE             PIC 9(04) VALUE 2000.
       77 WKS-LE-IDX              PIC 9(04).
       77 WKS-LE-POS              PIC 9(04).
       77 WKS-LE-LUGAR-SW         PIC X(01).
           88 WKS-LE-LUGAR-OK     VALUE "S".
       77 WKS-FECHA-MENOR         PIC 9(08).
       77 WKS-FECHA-MAYOR         PIC 9(08).
       77 WKS-HAY-GAFETES-SW      PIC X(01).
           88 WKS-HAY-GAFETES     VALUE "S".
       77 WKS-FIN-BIOMETRICO      PIC X(01) VALUE "N".
           88 WKS-EOF-BIOMETRICO  VALUE "S".

      * CIFRAS DE LA IMPORTACION
       77 WKS-LEIDAS              PIC 9(05).
       77 WKS-REPETIDAS           PIC 9(05).
       77 WKS-IMPORTADAS          PIC 9(05).
       77 WKS-RECHAZADAS          PIC 9(05).
       77 WKS-MOTIVO-RECHAZO      PIC X(30).

      * LECTURA ANTERIOR DEL MISMO EMPLEADO Y DIA (PARA DESCARTAR
      * REPETIDAS) Y SEGUNDOS DEL DIA DE LA LECTURA EN CURSO
       77 WKS-ANT-EMP             PIC 9(05).
       77 WKS-ANT-FECHA           PIC 9(08).
       77 WKS-ANT-SEGUNDOS        PIC 9(05).
       77 WKS-SEGUNDOS            PIC 9(05).
       77 WKS-VENTANA-SEG         PIC 9(05).
       01 WKS-HORA-DESGLOSE.
           02 WKS-HD-HH           PIC 9(02).
           02 WKS-HD-MM           PIC 9(02).
           02 WKS-HD-SS           PIC 9(02).

      * TIPO DE LA CHECADA: CHECADA EFECTIVA ANTERIOR DEL DIA O TURNO
       77 WKS-TIPO-ANTERIOR       PIC X(01).
       77 WKS-TIPO-NUEVO          PIC X(01).
       77 WKS-MINUTOS-LECTURA     PIC 9(05).
       77 WKS-DIST-ENTRADA        PIC 9(05).
       77 WKS-DIST-SALIDA         PIC 9(05).
       77 WKS-CON-TURNO-SW        PIC X(01).
           88 WKS-CON-TURNO       VALUE "S".
       77 WKS-TURNO-ENTRADA-MIN   PIC 9(05).
       77 WKS-TURNO-SALIDA-MIN    PIC 9(05).
       77 WKS-HAY-EMPLEADOS-SW    PIC X(01).
           88 WKS-HAY-EMPLEADOS   VALUE "S".
       77 WKS-HAY-ROL-SW          PIC X(01).
           88 WKS-HAY-ROL         VALUE "S".
       77 WKS-CON-ROL-SW          PIC X(01).
           88 WKS-CON-ROL         VALUE "S".
       77 WKS-TURNO-BUSCAR        PIC X(02).
       77 WKS-DIA-SEMANA          PIC 9(01).
       77 WKS-DIAS-ATRAS          PIC 9(01).
       77 WKS-DOW-COCIENTE        PIC 9(07).
       77 WKS-DOW-RESTO           PIC 9(01).

      * CATALOGO DE TURNOS EN MEMORIA: ENTRADA Y SALIDA EN MINUTOS
       01 WKS-TURNOS-TABLA.
           02 WKS-TT-TURNO        OCCURS 30 TIMES.
               03 WKS-TT-CODIGO   PIC X(02).
               03 WKS-TT-ENTRADA  PIC 9(05).
               03 WKS-TT-SALIDA   PIC 9(05).
       77 WKS-TT-NUM              PIC 9(02) VALUE 0.
       77 WKS-IDX-TN              PIC 9(02).
       77 WKS-TT-ENCONTRADO       PIC 9(02).
       77 WKS-FIN-TURNOS          PIC X(01) VALUE "N".
           88 WKS-EOF-TURNOS      VALUE "S".
       01 WKS-HORA-TURNO-D.
           02 WKS-HT-HH           PIC 9(02).
           02 WKS-HT-MM           PIC 9(02).

      * CATALOGO DE GAFETES
       77 WKS-GAFETE              PIC X(10).
       77 WKS-CLAVE-EMP           PIC 9(05).
       77 WKS-EMP-ANTERIOR        PIC 9(05).
       77 WKS-CONFIRMA            PIC X(01).
       77 WKS-FIN-GAFETES         PIC X(01) VALUE "N".
           88 WKS-EOF-GAFETES     VALUE "S".
       77 WKS-GAFETES-LISTADOS    PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== IMPORTACION DEL RELOJ BIOMETRICO ===".
           MOVE 0 TO RETURN-CODE.
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WKS-VENTANA-SEG = WKS-CFG-MIN-REPETIDA * 60.
           PERFORM 0100-REVISAR-TARJETA.
           IF WKS-MODO-LOTE THEN
               DISPLAY "ARCHIVO DEL RELOJ DEL DIA (TARJETA): "
                       WKS-FECHA-ARCHIVO
               PERFORM 2000-IMPORTAR THRU 2000-SALIR
               GOBACK.
           DISPLAY "1-. IMPORTAR EL ARCHIVO DEL RELOJ DE UN DIA".
           DISPLAY "2-. ASIGNAR GAFETE A UN EMPLEADO".
           DISPLAY "3-. DAR DE BAJA UN GAFETE".
           DISPLAY "4-. LISTAR GAFETES".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               DISPLAY "FECHA DEL ARCHIVO DEL RELOJ (AAAAMMDD)"
               ACCEPT WKS-FECHA-ARCHIVO
               PERFORM 2000-IMPORTAR THRU 2000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               PERFORM 3000-ASIGNAR-GAFETE THRU 3000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 3 THEN
               PERFORM 4000-BAJA-GAFETE THRU 4000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 4 THEN
               PERFORM 5000-LISTAR-GAFETES
           ELSE
               DISPLAY "OPCION INVALIDA".
           GOBACK.

      * LA TARJETA ("IMPORTAR AAAAMMDD") SE BORRA COMO EN LOS DEMAS
      * LOTES; SIN FECHA LEGIBLE SE IMPORTA EL ARCHIVO DE HOY
       0100-REVISAR-TARJETA.
           OPEN INPUT TARJETA-FILE.
           IF TJ-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EN-LOTE
               READ TARJETA-FILE
                   AT END
                       MOVE SPACES TO REG-TARJETA
               END-READ
               CLOSE TARJETA-FILE
               DELETE FILE TARJETA-FILE
               IF REG-TARJETA(10:8) IS NUMERIC THEN
                   MOVE REG-TARJETA(10:8) TO WKS-FECHA-ARCHIVO
               ELSE
                   DISPLAY "TARJETA SIN FECHA LEGIBLE, SE IMPORTA EL "
                           "ARCHIVO DE HOY"
                   MOVE WKS-FECHA-HOY TO WKS-FECHA-ARCHIVO.

      * CARGA EL CATALOGO DE TURNOS A LA TABLA
       1100-CARGAR-TURNOS.
           MOVE 0 TO WKS-TT-NUM.
           MOVE "N" TO WKS-FIN-TURNOS.
           OPEN INPUT TURNO-FILE.
           IF TN-STATUS IS EQUAL TO "00" THEN
               PERFORM 1110-LEER-TURNO UNTIL WKS-EOF-TURNOS
               CLOSE TURNO-FILE.

       1110-LEER-TURNO.
           READ TURNO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TURNOS
               NOT AT END
                   IF WKS-TT-NUM IS LESS THAN 30 THEN
                       ADD 1 TO WKS-TT-NUM
                       MOVE TN-CODIGO TO WKS-TT-CODIGO(WKS-TT-NUM)
                       MOVE TN-ENTRADA TO WKS-HORA-TURNO-D
                       COMPUTE WKS-TT-ENTRADA(WKS-TT-NUM) =
                               WKS-HT-HH * 60 + WKS-HT-MM
                       MOVE TN-SALIDA TO WKS-HORA-TURNO-D
                       COMPUTE WKS-TT-SALIDA(WKS-TT-NUM) =
                               WKS-HT-HH * 60 + WKS-HT-MM.

      * BUSCA WKS-TURNO-BUSCAR EN LA TABLA; 0 = NO ESTA EN EL CATALOGO
       1120-BUSCAR-TURNO.
           MOVE 0 TO WKS-TT-ENCONTRADO.
           IF WKS-TT-NUM IS GREATER THAN 0 THEN
               PERFORM 1121-COMPARAR-TURNO
                   VARYING WKS-IDX-TN FROM 1 BY 1
                   UNTIL WKS-IDX-TN IS GREATER THAN WKS-TT-NUM.

       1121-COMPARAR-TURNO.
           IF WKS-TT-CODIGO(WKS-IDX-TN) IS EQUAL TO WKS-TURNO-BUSCAR
           THEN
               MOVE WKS-IDX-TN TO WKS-TT-ENCONTRADO.

       1130-RESTAR-UN-DIA.
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

       1200-ABRIR-IMPORTADAS.
           OPEN I-O IMPORTADA-FILE.
           IF BL-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT IMPORTADA-FILE
               CLOSE IMPORTADA-FILE
               OPEN I-O IMPORTADA-FILE.

       1210-ABRIR-GAFETES.
           OPEN I-O GAFETE-FILE.
           IF GF-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT GAFETE-FILE
               CLOSE GAFETE-FILE
               OPEN I-O GAFETE-FILE.

      ******************************************************************
      * IMPORTACION: PRIMERO SE LEE TODO EL ARCHIVO DEL RELOJ A LA
      * TABLA (LOS GAFETES DESCONOCIDOS SE RECHAZAN AHI MISMO); LUEGO,
      * CON LAS CHECADAS EFECTIVAS DE LAS FECHAS DEL ARCHIVO EN
      * MEMORIA, CADA LECTURA SE DESCARTA, SE RECHAZA O ENTRA A
      * CHECADAS.TXT CON SU TIPO
      ******************************************************************
       2000-IMPORTAR.
           MOVE WKS-FECHA-ARCHIVO TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-SALIR.
           MOVE WKS-FECHA-ARCHIVO TO WKS-NB-FECHA.
           OPEN INPUT BIOMETRICO-FILE.
           IF BI-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO LLEGO EL ARCHIVO DEL RELOJ "
                       WKS-NOMBRE-BIOMETRICO
               MOVE 4 TO RETURN-CODE
               GO TO 2000-SALIR.
           MOVE 0 TO WKS-LEIDAS.
           MOVE 0 TO WKS-REPETIDAS.
           MOVE 0 TO WKS-IMPORTADAS.
           MOVE 0 TO WKS-RECHAZADAS.
           MOVE 0 TO WKS-LE-NUM.
           MOVE 99999999 TO WKS-FECHA-MENOR.
           MOVE 0 TO WKS-FECHA-MAYOR.
           MOVE WKS-FECHA-ARCHIVO TO WKS-NR-FECHA.
           MOVE WKS-NOMBRE-RECHAZOS TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "RECHAZOS DEL RELOJ BIOMETRICO, ARCHIVO "
                  WKS-NOMBRE-BIOMETRICO
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "GAFETE     FECHA    HORA   MOTIVO"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "N" TO WKS-HAY-GAFETES-SW.
           OPEN INPUT GAFETE-FILE.
           IF GF-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-GAFETES-SW.
           MOVE "N" TO WKS-FIN-BIOMETRICO.
           PERFORM 2010-LEER-LECTURA UNTIL WKS-EOF-BIOMETRICO.
           CLOSE BIOMETRICO-FILE.
           IF WKS-HAY-GAFETES THEN
               CLOSE GAFETE-FILE.
           IF WKS-LE-NUM IS GREATER THAN 0 THEN
               PERFORM 2100-GRABAR-CHECADAS.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "LECTURAS EN EL ARCHIVO:  " WKS-LEIDAS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "REPETIDAS DESCARTADAS:   " WKS-REPETIDAS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "CHECADAS IMPORTADAS:     " WKS-IMPORTADAS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "RECHAZADAS:              " WKS-RECHAZADAS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "LECTURAS EN EL ARCHIVO:  " WKS-LEIDAS.
           DISPLAY "REPETIDAS DESCARTADAS:   " WKS-REPETIDAS.
           DISPLAY "CHECADAS IMPORTADAS:     " WKS-IMPORTADAS.
           DISPLAY "RECHAZADAS:              " WKS-RECHAZADAS
                   " (" WKS-NOMBRE-RECHAZOS ")".
           IF WKS-RECHAZADAS IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE.

       2000-SALIR.
           EXIT.

       2010-LEER-LECTURA.
           READ BIOMETRICO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-BIOMETRICO
               NOT AT END
                   ADD 1 TO WKS-LEIDAS
                   PERFORM 2020-TRADUCIR-LECTURA THRU 2020-SALIR.

      * UNA LECTURA ILEGIBLE O DE UN GAFETE QUE NO ESTA EN EL CATALOGO
      * SE RECHAZA; LAS DEMAS ENTRAN A LA TABLA EN SU LUGAR
       2020-TRADUCIR-LECTURA.
           MOVE BI-FECHA TO WKS-FECHA-VALIDAR.
           IF BI-FECHA IS NOT NUMERIC OR BI-HORA IS NOT NUMERIC THEN
               MOVE "LECTURA ILEGIBLE" TO WKS-MOTIVO-RECHAZO
               PERFORM 2090-RECHAZAR
               GO TO 2020-SALIR.
           PERFORM 2700-VALIDAR-FECHA.
           MOVE BI-HORA TO WKS-HORA-DESGLOSE.
           IF NOT WKS-FECHA-VALIDA OR WKS-HD-HH IS GREATER THAN 23 OR
              WKS-HD-MM IS GREATER THAN 59 OR
              WKS-HD-SS IS GREATER THAN 59 THEN
               MOVE "FECHA U HORA INVALIDA" TO WKS-MOTIVO-RECHAZO
               PERFORM 2090-RECHAZAR
               GO TO 2020-SALIR.
           IF NOT WKS-HAY-GAFETES THEN
               MOVE "GAFETE NO REGISTRADO" TO WKS-MOTIVO-RECHAZO
               PERFORM 2090-RECHAZAR
               GO TO 2020-SALIR.
           MOVE BI-GAFETE TO GF-GAFETE.
           READ GAFETE-FILE KEY IS GF-GAFETE
               INVALID KEY
                   MOVE "GAFETE NO REGISTRADO" TO WKS-MOTIVO-RECHAZO
                   PERFORM 2090-RECHAZAR
                   GO TO 2020-SALIR.
           IF WKS-LE-NUM IS NOT LESS THAN WKS-LE-TOPE THEN
               MOVE "EXCEDE LA CAPACIDAD DEL LOTE" TO
                    WKS-MOTIVO-RECHAZO
               PERFORM 2090-RECHAZAR
               GO TO 2020-SALIR.
           MOVE GF-EMP-ID TO WKS-LE-N-EMP.
           MOVE BI-FECHA TO WKS-LE-N-FECHA.
           MOVE BI-HORA TO WKS-LE-N-HORA.
           MOVE BI-GAFETE TO WKS-LE-N-GAFETE.
           MOVE WKS-LE-NUM TO WKS-LE-POS.
           MOVE "N" TO WKS-LE-LUGAR-SW.
           PERFORM 2030-BUSCAR-LUGAR UNTIL WKS-LE-LUGAR-OK.
           ADD 1 TO WKS-LE-POS.
           MOVE WKS-LE-NUEVA TO WKS-LE-LECTURA(WKS-LE-POS).
           ADD 1 TO WKS-LE-NUM.
           IF BI-FECHA IS LESS THAN WKS-FECHA-MENOR THEN
               MOVE BI-FECHA TO WKS-FECHA-MENOR.
           IF BI-FECHA IS GREATER THAN WKS-FECHA-MAYOR THEN
               MOVE BI-FECHA TO WKS-FECHA-MAYOR.

       2020-SALIR.
           EXIT.

      * INSERCION EN ORDEN: SE RECORREN A LA DERECHA LAS MAYORES
       2030-BUSCAR-LUGAR.
           IF WKS-LE-POS IS EQUAL TO 0 THEN
               MOVE "S" TO WKS-LE-LUGAR-SW
           ELSE
           IF WKS-LE-ORDEN(WKS-LE-POS) IS GREATER THAN WKS-LE-N-ORDEN
           THEN
               MOVE WKS-LE-LECTURA(WKS-LE-POS)
                   TO WKS-LE-LECTURA(WKS-LE-POS + 1)
               SUBTRACT 1 FROM WKS-LE-POS
           ELSE
               MOVE "S" TO WKS-LE-LUGAR-SW.

       2090-RECHAZAR.
           ADD 1 TO WKS-RECHAZADAS.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING BI-GAFETE " " BI-FECHA " " BI-HORA " "
                  WKS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      * SEGUNDA VUELTA: LAS LECTURAS YA ORDENADAS CONTRA LAS CHECADAS
      * EFECTIVAS DE LAS FECHAS DEL ARCHIVO
       2100-GRABAR-CHECADAS.
           PERFORM 1100-CARGAR-TURNOS.
           MOVE "N" TO WKS-HAY-EMPLEADOS-SW.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-EMPLEADOS-SW.
           MOVE "N" TO WKS-HAY-ROL-SW.
           OPEN INPUT ROL-FILE.
           IF RL-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-ROL-SW.
           MOVE 0 TO WKS-CE-EMP.
           MOVE WKS-FECHA-MENOR TO WKS-CE-DESDE.
           MOVE WKS-FECHA-MAYOR TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           PERFORM 1200-ABRIR-IMPORTADAS.
           OPEN EXTEND CHECADA-FILE.
           IF CH-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CHECADA-FILE.
           MOVE 0 TO WKS-ANT-EMP.
           MOVE 0 TO WKS-ANT-FECHA.
           PERFORM 2110-PROCESAR-LECTURA THRU 2110-SALIR
               VARYING WKS-LE-IDX FROM 1 BY 1
               UNTIL WKS-LE-IDX IS GREATER THAN WKS-LE-NUM.
           CLOSE CHECADA-FILE.
           CLOSE IMPORTADA-FILE.
           IF WKS-HAY-ROL THEN
               CLOSE ROL-FILE.
           IF WKS-HAY-EMPLEADOS THEN
               CLOSE EMPLEADO-FILE.

      * UNA LECTURA A MENOS DE LA VENTANA DE LA ANTERIOR DEL MISMO
      * EMPLEADO Y DIA ES REPETIDA (LA VENTANA CORRE CON CADA
      * LECTURA); UNA QUE YA ESTA EN BIOMETRICO-IMPORTADAS.TXT SE
      * RECHAZA; LAS DEMAS SE GRABAN
       2110-PROCESAR-LECTURA.
           MOVE WKS-LE-HORA(WKS-LE-IDX) TO WKS-HORA-DESGLOSE.
           COMPUTE WKS-SEGUNDOS =
                   WKS-HD-HH * 3600 + WKS-HD-MM * 60 + WKS-HD-SS.
           IF WKS-LE-EMP-ID(WKS-LE-IDX) IS EQUAL TO WKS-ANT-EMP AND
              WKS-LE-FECHA(WKS-LE-IDX) IS EQUAL TO WKS-ANT-FECHA THEN
               IF WKS-SEGUNDOS - WKS-ANT-SEGUNDOS IS LESS THAN
                  WKS-VENTANA-SEG THEN
                   MOVE WKS-SEGUNDOS TO WKS-ANT-SEGUNDOS
                   ADD 1 TO WKS-REPETIDAS
                   GO TO 2110-SALIR
               END-IF
           ELSE
               MOVE WKS-LE-EMP-ID(WKS-LE-IDX) TO WKS-ANT-EMP
               MOVE WKS-LE-FECHA(WKS-LE-IDX) TO WKS-ANT-FECHA
               PERFORM 2120-TURNO-DEL-DIA.
           MOVE WKS-SEGUNDOS TO WKS-ANT-SEGUNDOS.
           MOVE WKS-LE-GAFETE(WKS-LE-IDX) TO BL-GAFETE.
           MOVE WKS-LE-FECHA(WKS-LE-IDX) TO BL-FECHA.
           MOVE WKS-LE-HORA(WKS-LE-IDX) TO BL-HORA.
           READ IMPORTADA-FILE KEY IS BL-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WKS-LE-GAFETE(WKS-LE-IDX) TO BI-GAFETE
                   MOVE WKS-LE-FECHA(WKS-LE-IDX) TO BI-FECHA
                   MOVE WKS-LE-HORA(WKS-LE-IDX) TO BI-HORA
                   MOVE "YA IMPORTADA" TO WKS-MOTIVO-RECHAZO
                   PERFORM 2090-RECHAZAR
                   GO TO 2110-SALIR.
           PERFORM 2130-DECIDIR-TIPO.
           MOVE WKS-LE-FECHA(WKS-LE-IDX) TO CH-FECHA.
           MOVE WKS-LE-HORA(WKS-LE-IDX) TO CH-HORA.
           MOVE WKS-LE-EMP-ID(WKS-LE-IDX) TO CH-EMP-ID.
           MOVE WKS-TIPO-NUEVO TO CH-TIPO.
           WRITE REG-CHECADA.
           MOVE WKS-LE-GAFETE(WKS-LE-IDX) TO BL-GAFETE.
           MOVE WKS-LE-FECHA(WKS-LE-IDX) TO BL-FECHA.
           MOVE WKS-LE-HORA(WKS-LE-IDX) TO BL-HORA.
           MOVE WKS-LE-EMP-ID(WKS-LE-IDX) TO BL-EMP-ID.
           MOVE WKS-TIPO-NUEVO TO BL-TIPO.
           MOVE WKS-FECHA-HOY TO BL-FECHA-IMPORTA.
           WRITE REG-IMPORTADA
               INVALID KEY
                   DISPLAY "NO SE PUDO ASENTAR LA LECTURA "
                           BL-GAFETE " " BL-FECHA " " BL-HORA.
           ADD 1 TO WKS-IMPORTADAS.
      *    LA NUEVA CHECADA CUENTA PARA EL TIPO DE LAS SIGUIENTES
           MOVE WKS-LE-EMP-ID(WKS-LE-IDX) TO WKS-CE-N-EMP.
           MOVE WKS-LE-FECHA(WKS-LE-IDX) TO WKS-CE-N-FECHA.
           MOVE WKS-LE-HORA(WKS-LE-IDX) TO WKS-CE-N-HORA.
           MOVE WKS-TIPO-NUEVO TO WKS-CE-N-TIPO.
           MOVE "O" TO WKS-CE-N-ORIGEN.
           PERFORM 1978-INSERTAR-CHECADA.

       2110-SALIR.
           EXIT.

      * TURNO DEL EMPLEADO ESE DIA: EL DEL ROL SEMANAL SI LA SEMANA
      * TIENE ROL Y NO ES DESCANSO, SI NO EL TURNO FIJO EMP-TURNO
       2120-TURNO-DEL-DIA.
           MOVE "N" TO WKS-CON-TURNO-SW.
           MOVE SPACES TO WKS-TURNO-BUSCAR.
           IF WKS-HAY-EMPLEADOS THEN
               MOVE WKS-ANT-EMP TO EMP-ID
               READ EMPLEADO-FILE KEY IS EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-TURNO TO WKS-TURNO-BUSCAR
               END-READ.
           MOVE "N" TO WKS-CON-ROL-SW.
           IF WKS-HAY-ROL THEN
               PERFORM 2121-LUNES-DEL-DIA
               MOVE WKS-FE-DESGLOSE TO RL-SEMANA
               MOVE WKS-ANT-EMP TO RL-EMP-ID
               READ ROL-FILE KEY IS RL-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WKS-CON-ROL-SW
               END-READ.
           IF WKS-CON-ROL THEN
               IF RL-DESCANSO(WKS-DIA-SEMANA) OR
                  RL-TURNO-DIA(WKS-DIA-SEMANA) IS EQUAL TO SPACES THEN
                   CONTINUE
               ELSE
                   MOVE RL-TURNO-DIA(WKS-DIA-SEMANA) TO
                        WKS-TURNO-BUSCAR.
           IF WKS-TURNO-BUSCAR IS NOT EQUAL TO SPACES THEN
               PERFORM 1120-BUSCAR-TURNO
               IF WKS-TT-ENCONTRADO IS GREATER THAN 0 THEN
                   MOVE "S" TO WKS-CON-TURNO-SW
                   MOVE WKS-TT-ENTRADA(WKS-TT-ENCONTRADO) TO
                        WKS-TURNO-ENTRADA-MIN
                   MOVE WKS-TT-SALIDA(WKS-TT-ENCONTRADO) TO
                        WKS-TURNO-SALIDA-MIN.

      * EN LA SERIE DE FECHA, RESIDUO 0 ENTRE 7 = DOMINGO (DIA 7 DE
      * LA SEMANA DEL ROL), 1 = LUNES; DEJA EL LUNES EN WKS-FE-DESGLOSE
       2121-LUNES-DEL-DIA.
           MOVE WKS-ANT-FECHA TO WKS-FE-FECHA-X.
           PERFORM 2721-FE-A-SERIE.
           DIVIDE WKS-FE-SERIE BY 7 GIVING WKS-DOW-COCIENTE
               REMAINDER WKS-DOW-RESTO.
           IF WKS-DOW-RESTO IS EQUAL TO 0 THEN
               MOVE 7 TO WKS-DIA-SEMANA
           ELSE
               MOVE WKS-DOW-RESTO TO WKS-DIA-SEMANA.
           MOVE WKS-ANT-FECHA TO WKS-FE-DESGLOSE.
           COMPUTE WKS-DIAS-ATRAS = WKS-DIA-SEMANA - 1.
           PERFORM 1130-RESTAR-UN-DIA WKS-DIAS-ATRAS TIMES.

      * LO CONTRARIO DE LA CHECADA EFECTIVA ANTERIOR DEL MISMO DIA; LA
      * PRIMERA DEL DIA ES SALIDA SOLO SI QUEDA MAS CERCA DE LA SALIDA
      * DEL TURNO QUE DE SU ENTRADA (EL TURNO NOCTURNO QUE SALE EN LA
      * MANANA); SIN TURNO, LA PRIMERA ES ENTRADA
       2130-DECIDIR-TIPO.
           MOVE SPACE TO WKS-TIPO-ANTERIOR.
           IF WKS-CE-NUM IS GREATER THAN 0 THEN
               PERFORM 2131-CHECADA-ANTERIOR
                   VARYING WKS-CE-IDX FROM 1 BY 1
                   UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM.
           IF WKS-TIPO-ANTERIOR IS EQUAL TO "E" THEN
               MOVE "S" TO WKS-TIPO-NUEVO
           ELSE
           IF WKS-TIPO-ANTERIOR IS EQUAL TO "S" THEN
               MOVE "E" TO WKS-TIPO-NUEVO
           ELSE
               MOVE "E" TO WKS-TIPO-NUEVO
               IF WKS-CON-TURNO THEN
                   PERFORM 2132-TIPO-POR-TURNO.

       2131-CHECADA-ANTERIOR.
           IF WKS-CE-EMP-ID(WKS-CE-IDX) IS EQUAL TO
              WKS-LE-EMP-ID(WKS-LE-IDX) AND
              WKS-CE-FECHA(WKS-CE-IDX) IS EQUAL TO
              WKS-LE-FECHA(WKS-LE-IDX) AND
              WKS-CE-HORA(WKS-CE-IDX) IS LESS THAN
              WKS-LE-HORA(WKS-LE-IDX) THEN
               MOVE WKS-CE-TIPO(WKS-CE-IDX) TO WKS-TIPO-ANTERIOR.

      * LA DISTANCIA EN MINUTOS DA LA VUELTA A LA MEDIANOCHE
       2132-TIPO-POR-TURNO.
           COMPUTE WKS-MINUTOS-LECTURA = WKS-HD-HH * 60 + WKS-HD-MM.
           IF WKS-MINUTOS-LECTURA IS GREATER THAN WKS-TURNO-ENTRADA-MIN
           THEN
               COMPUTE WKS-DIST-ENTRADA =
                       WKS-MINUTOS-LECTURA - WKS-TURNO-ENTRADA-MIN
           ELSE
               COMPUTE WKS-DIST-ENTRADA =
                       WKS-TURNO-ENTRADA-MIN - WKS-MINUTOS-LECTURA.
           IF WKS-DIST-ENTRADA IS GREATER THAN 720 THEN
               COMPUTE WKS-DIST-ENTRADA = 1440 - WKS-DIST-ENTRADA.
           IF WKS-MINUTOS-LECTURA IS GREATER THAN WKS-TURNO-SALIDA-MIN
           THEN
               COMPUTE WKS-DIST-SALIDA =
                       WKS-MINUTOS-LECTURA - WKS-TURNO-SALIDA-MIN
           ELSE
               COMPUTE WKS-DIST-SALIDA =
                       WKS-TURNO-SALIDA-MIN - WKS-MINUTOS-LECTURA.
           IF WKS-DIST-SALIDA IS GREATER THAN 720 THEN
               COMPUTE WKS-DIST-SALIDA = 1440 - WKS-DIST-SALIDA.
           IF WKS-DIST-SALIDA IS LESS THAN WKS-DIST-ENTRADA THEN
               MOVE "S" TO WKS-TIPO-NUEVO.

      ******************************************************************
      * CATALOGO DE GAFETES: ASIGNAR (ALTA O CAMBIO DE EMPLEADO) Y
      * BAJA, CON FIRMA DEL SUPERVISOR Y RENGLON EN LA BITACORA DE
      * CAMBIOS, PORQUE EL GAFETE DECIDE A QUIEN SE LE PAGA LA CHECADA
      ******************************************************************
       3000-ASIGNAR-GAFETE.
           DISPLAY "NUMERO DE GAFETE".
           ACCEPT WKS-GAFETE.
           IF WKS-GAFETE IS EQUAL TO SPACES THEN
               DISPLAY "GAFETE INVALIDO"
               GO TO 3000-SALIR.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT WKS-CLAVE-EMP.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY EMPLEADOS REGISTRADOS"
               GO TO 3000-SALIR.
           MOVE WKS-CLAVE-EMP TO EMP-ID.
           READ EMPLEADO-FILE KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "EL EMPLEADO NO EXISTE"
                   CLOSE EMPLEADO-FILE
                   GO TO 3000-SALIR.
           CLOSE EMPLEADO-FILE.
           DISPLAY "EMPLEADO " EMP-ID " " EMP-NOMBRE.
           PERFORM 1210-ABRIR-GAFETES.
           MOVE 0 TO WKS-EMP-ANTERIOR.
           MOVE WKS-GAFETE TO GF-GAFETE.
           READ GAFETE-FILE KEY IS GF-GAFETE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GF-EMP-ID TO WKS-EMP-ANTERIOR
                   DISPLAY "EL GAFETE ESTA ASIGNADO AL EMPLEADO "
                           GF-EMP-ID
           END-READ.
           IF WKS-EMP-ANTERIOR IS EQUAL TO WKS-CLAVE-EMP THEN
               DISPLAY "EL GAFETE YA ES DE ESE EMPLEADO"
               CLOSE GAFETE-FILE
               GO TO 3000-SALIR.
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               CLOSE GAFETE-FILE
               GO TO 3000-SALIR.
           MOVE WKS-GAFETE TO GF-GAFETE.
           MOVE WKS-CLAVE-EMP TO GF-EMP-ID.
           MOVE WKS-FECHA-HOY TO GF-FECHA-ALTA.
           MOVE WKS-SUP-OPERADOR TO GF-SUPERVISOR.
           IF WKS-EMP-ANTERIOR IS EQUAL TO 0 THEN
               WRITE REG-GAFETE
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL GAFETE"
                       CLOSE GAFETE-FILE
                       GO TO 3000-SALIR
               END-WRITE
           ELSE
               REWRITE REG-GAFETE
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL GAFETE"
                       CLOSE GAFETE-FILE
                       GO TO 3000-SALIR.
           CLOSE GAFETE-FILE.
           PERFORM 3010-AUDITAR-GAFETE.
           DISPLAY "GAFETE " WKS-GAFETE " ASIGNADO AL EMPLEADO "
                   WKS-CLAVE-EMP.

       3000-SALIR.
           EXIT.

       3010-AUDITAR-GAFETE.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "GAFETES" TO WKS-AUD-ARCHIVO.
           MOVE WKS-GAFETE TO WKS-AUD-LLAVE.
           MOVE "GF-EMP-ID" TO WKS-AUD-CAMPO.
           MOVE SPACES TO WKS-AUD-ANTERIOR.
           IF WKS-EMP-ANTERIOR IS NOT EQUAL TO 0 THEN
               MOVE WKS-EMP-ANTERIOR TO WKS-AUD-ANTERIOR.
           MOVE SPACES TO WKS-AUD-NUEVO.
           IF WKS-CLAVE-EMP IS NOT EQUAL TO 0 THEN
               MOVE WKS-CLAVE-EMP TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.

       4000-BAJA-GAFETE.
           DISPLAY "NUMERO DE GAFETE".
           ACCEPT WKS-GAFETE.
           OPEN I-O GAFETE-FILE.
           IF GF-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY GAFETES REGISTRADOS"
               GO TO 4000-SALIR.
           MOVE WKS-GAFETE TO GF-GAFETE.
           READ GAFETE-FILE KEY IS GF-GAFETE
               INVALID KEY
                   DISPLAY "EL GAFETE NO ESTA REGISTRADO"
                   CLOSE GAFETE-FILE
                   GO TO 4000-SALIR.
           DISPLAY "GAFETE " GF-GAFETE " DEL EMPLEADO " GF-EMP-ID
                   " ASIGNADO EL " GF-FECHA-ALTA " POR " GF-SUPERVISOR.
           DISPLAY "CONFIRMA LA BAJA (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND
              WKS-CONFIRMA IS NOT EQUAL TO "s" THEN
               CLOSE GAFETE-FILE
               GO TO 4000-SALIR.
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               CLOSE GAFETE-FILE
               GO TO 4000-SALIR.
           MOVE GF-EMP-ID TO WKS-EMP-ANTERIOR.
           DELETE GAFETE-FILE RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA EL GAFETE"
                   CLOSE GAFETE-FILE
                   GO TO 4000-SALIR.
           CLOSE GAFETE-FILE.
           MOVE 0 TO WKS-CLAVE-EMP.
           PERFORM 3010-AUDITAR-GAFETE.
           DISPLAY "GAFETE DADO DE BAJA".

       4000-SALIR.
           EXIT.

       5000-LISTAR-GAFETES.
           MOVE 0 TO WKS-GAFETES-LISTADOS.
           OPEN INPUT GAFETE-FILE.
           IF GF-STATUS IS EQUAL TO "00" THEN
               MOVE "N" TO WKS-FIN-GAFETES
               PERFORM 5010-LEER-GAFETE UNTIL WKS-EOF-GAFETES
               CLOSE GAFETE-FILE.
           DISPLAY "GAFETES REGISTRADOS: " WKS-GAFETES-LISTADOS.

       5010-LEER-GAFETE.
           READ GAFETE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GAFETES
               NOT AT END
                   ADD 1 TO WKS-GAFETES-LISTADOS
                   DISPLAY GF-GAFETE " " GF-EMP-ID " " GF-FECHA-ALTA
                           " " GF-SUPERVISOR.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY OPLOG-PROC.

           COPY AUDIT-PROC.

           COPY CHECEF-PROC.

       END PROGRAM IMPORTA-BIOMETRICO.
