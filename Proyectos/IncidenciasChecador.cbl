      ******************************************************************
      * Author:
      * Date:
      * Purpose: INCIDENCIAS DEL RELOJ CHECADOR. LA CORRIDA DIARIA
      *          REVISA LAS CHECADAS EFECTIVAS DE UN DIA (CHECADAS.TXT
      *          CON LAS CORRECCIONES, VER CHECEF-PROC) Y ABRE EN
      *          EXCEPCIONES-CHECADOR.TXT (VER EXCCHEC) LAS ENTRADAS
      *          SIN SALIDA, LAS SALIDAS SIN ENTRADA, LAS JORNADAS MAS
      *          LARGAS QUE MAX-HORAS-JORNADA Y LAS CHECADAS EN UN DIA
      *          SIN TURNO (DESCANSO DEL ROL SEMANAL, DIA NO LABORABLE
      *          DEL TURNO FIJO O EMPLEADO SIN TURNO), CON SU LISTADO
      *          EN INCIDENCIAS-<FECHA>.TXT. EL SUPERVISOR, CON SU
      *          FIRMA, AGREGA LA CHECADA QUE FALTO O ANULA UNA
      *          EQUIVOCADA CON SU MOTIVO: LA CHECADA ORIGINAL NUNCA SE
      *          TOCA, LA CORRECCION QUEDA COMO REGISTRO PROPIO EN
      *          CORRECCIONES-CHECADAS.TXT (VER CORRCHEC) CON SU OP-ID
      *          Y EL DIA SE VUELVE A REVISAR (LO YA CORREGIDO SE
      *          CIERRA SOLO). LO QUE NO SE CORRIGE SE PUEDE CERRAR
      *          CON UNA JUSTIFICACION FIRMADA. VARIABLES NO POSTEA EN
      *          FIRME UN PERIODO CON EXCEPCIONES ABIERTAS.
      *          CON LA TARJETA TARJETA-INCIDENCIAS.TXT
      *          ("INCIDENCIAS AAAAMMDD", CADENA NOCTURNA) CORRE LA
      *          REVISION DEL DIA SIN CAPTURA Y TERMINA CON CODIGO 4
      *          SI QUEDAN EXCEPCIONES ABIERTAS ESE DIA.
      *          LAS ENTRADAS Y SALIDAS SE EMPAREJAN DENTRO DEL MISMO
      *          DIA, IGUAL QUE EN EL CALCULO DE VARIABLES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENCIAS-CHECADOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EXCEPCION-FILE
                                   ASSIGN TO "EXCEPCIONES-CHECADOR.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EC-LLAVE
                                   FILE STATUS EC-STATUS.

           SELECT CORRECCION-FILE
                                   ASSIGN TO "CORRECCIONES-CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT CHECADA-FILE ASSIGN TO "CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CH-STATUS.

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

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-INCIDENCIAS.TXT"
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
       FD EXCEPCION-FILE.
       01 REG-EXCEPCION.
           COPY EXCCHEC.

       FD CORRECCION-FILE.
       01 REG-CORRECCION.
           COPY CORRCHEC.

       FD CHECADA-FILE.
       01 REG-CHECADA.
           COPY CHECADA.

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

      * LA RUTA DEL MAESTRO DE EMPLEADOS Y LA JORNADA MAXIMA VIENEN
      * DE LA CONFIGURACION
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY OPLOG-WS.
           COPY AUDIT-WS.
           COPY CHECEF-WS.

       77 EC-STATUS               PIC X(02).
       77 CH-STATUS               PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 TN-STATUS               PIC X(02).
       77 RL-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).

       77 WKS-OPCION              PIC 9(01).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-HORA-SISTEMA        PIC 9(08).

      * CON LA TARJETA PRESENTE NO HAY CAPTURA (LA CADENA NOCTURNA
      * DEL ORQUESTADOR LA DEJA ESCRITA)
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".

      * CATALOGO DE TURNOS EN MEMORIA CON SUS DIAS LABORABLES
       01 WKS-TURNOS-TABLA.
           02 WKS-TT-TURNO        OCCURS 30 TIMES.
               03 WKS-TT-CODIGO   PIC X(02).
               03 WKS-TT-DIAS     PIC X(07).
       77 WKS-TT-NUM              PIC 9(02) VALUE 0.
       77 WKS-IDX-TN              PIC 9(02).
       77 WKS-TT-ENCONTRADO       PIC 9(02).
       77 WKS-TURNO-BUSCAR        PIC X(02).
       77 WKS-FIN-TURNOS          PIC X(01) VALUE "N".
           88 WKS-EOF-TURNOS      VALUE "S".

      * DIA QUE SE REVISA: SU LUNES Y SU POSICION EN LA SEMANA DEL
      * ROL (1 = LUNES ... 7 = DOMINGO)
       77 WKS-FECHA-PROCESO       PIC 9(08).
       77 WKS-EMP-FILTRO          PIC 9(05).
       77 WKS-LUNES-PROCESO       PIC 9(08).
       77 WKS-DIA-SEMANA          PIC 9(01).
       77 WKS-DOW-COCIENTE        PIC 9(07).
       77 WKS-DOW-RESTO           PIC 9(01).
       77 WKS-DIAS-ATRAS          PIC 9(01).
       77 WKS-FECHA-PROC-SW       PIC X(01).
           88 WKS-FECHA-PROCESO-OK VALUE "S".

      * DETECCION POR EMPLEADO
       77 WKS-HAY-EMPLEADOS-SW    PIC X(01).
           88 WKS-HAY-EMPLEADOS   VALUE "S".
       77 WKS-HAY-ROL-SW          PIC X(01).
           88 WKS-HAY-ROL         VALUE "S".
       77 WKS-CON-ROL-SW          PIC X(01).
           88 WKS-CON-ROL         VALUE "S".
       77 WKS-EMP-EN-CURSO        PIC 9(05).
       77 WKS-GRUPO-EN-CURSO      PIC X(02).
       77 WKS-TURNO-DEL-DIA       PIC X(02).
       77 WKS-MOTIVO-SIN-TURNO    PIC X(30).
       77 WKS-PAR-ABIERTO-SW      PIC X(01).
           88 WKS-PAR-ABIERTO     VALUE "S".
       77 WKS-HORA-ENTRADA        PIC 9(06).
       77 WKS-ENTRADA-MIN         PIC 9(05).
       77 WKS-SALIDA-MIN          PIC 9(05).
       77 WKS-JORNADA-MIN         PIC 9(05).
       77 WKS-MAX-JORNADA-MIN     PIC 9(05).
       01 WKS-HORA-DESGLOSE.
           02 WKS-HD-HH           PIC 9(02).
           02 WKS-HD-MM           PIC 9(02).
           02 WKS-HD-SS           PIC 9(02).
       77 WKS-TIPO-EXC            PIC X(01).
       77 WKS-DETALLE-EXC         PIC X(30).
       77 WKS-EXC-NUEVAS          PIC 9(05).
       77 WKS-EXC-REABIERTAS      PIC 9(05).
       77 WKS-EXC-CERRADAS-AUTO   PIC 9(05).
       77 WKS-FIN-EXCEPCIONES     PIC X(01) VALUE "N".
           88 WKS-EOF-EXCEPCIONES VALUE "S".
       77 WKS-PASADA-CIERRE       PIC X(01).
           88 WKS-PASADA-REVISION VALUE "R".
           88 WKS-PASADA-CONFIRMA VALUE "C".

      * LISTADO DE EXCEPCIONES ABIERTAS
       77 WKS-LIS-DESDE           PIC 9(08).
       77 WKS-LIS-HASTA           PIC 9(08).
       77 WKS-LIS-EMP             PIC 9(05).
       77 WKS-LIS-REPORTE-SW      PIC X(01).
           88 WKS-LIS-A-REPORTE   VALUE "S".
       77 WKS-EXC-ABIERTAS        PIC 9(05).
       77 WKS-NOMBRE-CORTO        PIC X(20).
       01 WKS-NOMBRE-INCIDENCIAS.
           02 FILLER              PIC X(12) VALUE "INCIDENCIAS-".
           02 WKS-NI-FECHA        PIC 9(08).
           02 FILLER              PIC X(04) VALUE ".TXT".

      * CORRECCION DE CHECADAS POR EL SUPERVISOR
       77 WKS-CLAVE-EMP           PIC 9(05).
       77 WKS-ACCION              PIC X(01).
       77 WKS-NUM-CHECADA         PIC 9(04).
       77 WKS-TIPO-CAPTURA        PIC X(01).
       77 WKS-MOTIVO              PIC X(30).
       77 WKS-CORRECCIONES        PIC 9(03).
       77 WKS-OTRA                PIC X(01).
       01 WKS-HORA-CAPTURA        PIC 9(06).
       01 WKS-HORA-CAPTURA-R REDEFINES WKS-HORA-CAPTURA.
           02 WKS-HC-HH           PIC 9(02).
           02 WKS-HC-MM           PIC 9(02).
           02 WKS-HC-SS           PIC 9(02).
       77 WKS-ORIGEN-TEXTO        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== INCIDENCIAS DEL RELOJ CHECADOR ===".
           MOVE 0 TO RETURN-CODE.
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WKS-MAX-JORNADA-MIN = WKS-CFG-MAX-JORNADA * 60.
           PERFORM 0100-REVISAR-TARJETA.
           IF WKS-MODO-LOTE THEN
               DISPLAY "DIA A REVISAR (TARJETA): " WKS-FECHA-PROCESO
               PERFORM 2000-CORRIDA-DIARIA THRU 2000-SALIR
               IF WKS-EXC-ABIERTAS IS GREATER THAN 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.
           DISPLAY "1-. CORRIDA DIARIA DE EXCEPCIONES".
           DISPLAY "2-. CORREGIR CHECADAS DE UN EMPLEADO".
           DISPLAY "3-. CERRAR UNA EXCEPCION CON JUSTIFICACION".
           DISPLAY "4-. LISTAR LAS EXCEPCIONES ABIERTAS".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               PERFORM 1000-PEDIR-FECHA
               IF WKS-FECHA-PROCESO-OK THEN
                   PERFORM 2000-CORRIDA-DIARIA THRU 2000-SALIR
               END-IF
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               PERFORM 3000-CORREGIR-CHECADAS THRU 3000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 3 THEN
               PERFORM 4000-CERRAR-EXCEPCION THRU 4000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 4 THEN
               PERFORM 5000-LISTAR-TODAS
           ELSE
               DISPLAY "OPCION INVALIDA".
           GOBACK.

      * LA TARJETA ("INCIDENCIAS AAAAMMDD") SE BORRA COMO EN LOS DEMAS
      * LOTES; SIN FECHA LEGIBLE SE REVISA EL DIA DE HOY
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
               IF REG-TARJETA(13:8) IS NUMERIC THEN
                   MOVE REG-TARJETA(13:8) TO WKS-FECHA-PROCESO
               ELSE
                   DISPLAY "TARJETA SIN FECHA LEGIBLE, SE REVISA EL "
                           "DIA DE HOY"
                   MOVE WKS-FECHA-HOY TO WKS-FECHA-PROCESO.

       1000-PEDIR-FECHA.
           MOVE "N" TO WKS-FECHA-PROC-SW.
           DISPLAY "FECHA A REVISAR (AAAAMMDD)".
           ACCEPT WKS-FECHA-PROCESO.
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA"
           ELSE
           IF WKS-FECHA-PROCESO IS GREATER THAN WKS-FECHA-HOY THEN
               DISPLAY "LA FECHA NO HA LLEGADO"
           ELSE
               MOVE "S" TO WKS-FECHA-PROC-SW.

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
                       MOVE TN-DIAS TO WKS-TT-DIAS(WKS-TT-NUM).

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

       1200-ABRIR-EXCEPCIONES.
           OPEN I-O EXCEPCION-FILE.
           IF EC-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT EXCEPCION-FILE
               CLOSE EXCEPCION-FILE
               OPEN I-O EXCEPCION-FILE.

      * NOMBRE CORTO DEL EMPLEADO EC-EMP-ID PARA LOS LISTADOS
       1300-NOMBRE-EMPLEADO.
           MOVE SPACES TO WKS-NOMBRE-CORTO.
           IF WKS-HAY-EMPLEADOS THEN
               MOVE EC-EMP-ID TO EMP-ID
               READ EMPLEADO-FILE KEY IS EMP-ID
                   INVALID KEY
                       MOVE "(NO ESTA EN EL MAESTRO)" TO
                            WKS-NOMBRE-CORTO
                   NOT INVALID KEY
                       STRING EMP-NOMBRE DELIMITED BY "  "
                              " " EMP-APELLIDO-PAT DELIMITED BY SIZE
                           INTO WKS-NOMBRE-CORTO
               END-READ.

      ******************************************************************
      * CORRIDA DIARIA: REVISA TODOS LOS EMPLEADOS DEL DIA Y DEJA EL
      * LISTADO DE LO QUE QUEDO ABIERTO EN INCIDENCIAS-<FECHA>.TXT
      ******************************************************************
       2000-CORRIDA-DIARIA.
           MOVE 0 TO WKS-EMP-FILTRO.
           PERFORM 2100-REVISAR-DIA THRU 2100-SALIR.
           IF RETURN-CODE IS NOT LESS THAN 12 THEN
               GO TO 2000-SALIR.
           DISPLAY "EXCEPCIONES NUEVAS:       " WKS-EXC-NUEVAS.
           DISPLAY "REABIERTAS:               " WKS-EXC-REABIERTAS.
           DISPLAY "CERRADAS POR CORRECCION:  " WKS-EXC-CERRADAS-AUTO.
           MOVE WKS-FECHA-PROCESO TO WKS-NI-FECHA.
           MOVE WKS-NOMBRE-INCIDENCIAS TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "EXCEPCIONES DEL RELOJ CHECADOR ABIERTAS DEL "
                  WKS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE WKS-FECHA-PROCESO TO WKS-LIS-DESDE.
           MOVE WKS-FECHA-PROCESO TO WKS-LIS-HASTA.
           MOVE 0 TO WKS-LIS-EMP.
           MOVE "S" TO WKS-LIS-REPORTE-SW.
           PERFORM 5100-LISTAR-ABIERTAS.
           DISPLAY "LISTADO EN " WKS-NOMBRE-INCIDENCIAS.

       2000-SALIR.
           EXIT.

      ******************************************************************
      * REVISION DE UN DIA (WKS-FECHA-PROCESO) PARA TODOS LOS EMPLEADOS
      * O SOLO PARA WKS-EMP-FILTRO:
      *   1. LAS EXCEPCIONES ABIERTAS DEL DIA SE CIERRAN "EN
      *      REVISION" (EC-CERRO = SISTEMA);
      *   2. SE EMPAREJAN LAS CHECADAS EFECTIVAS DEL DIA Y CADA
      *      EXCEPCION QUE SIGA APARECIENDO SE VUELVE A ABRIR (O SE
      *      DA DE ALTA SI ES NUEVA);
      *   3. LAS QUE QUEDARON EN REVISION YA NO APARECEN: QUEDAN
      *      CERRADAS COMO CORREGIDAS.
      * LAS QUE CERRO UN SUPERVISOR CON JUSTIFICACION NO SE REABREN
      ******************************************************************
       2100-REVISAR-DIA.
           MOVE 0 TO WKS-EXC-NUEVAS.
           MOVE 0 TO WKS-EXC-REABIERTAS.
           MOVE 0 TO WKS-EXC-CERRADAS-AUTO.
           PERFORM 1100-CARGAR-TURNOS.
           PERFORM 2110-LUNES-DEL-DIA.
           PERFORM 1200-ABRIR-EXCEPCIONES.
           IF EC-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR EXCEPCIONES-CHECADOR.TXT, "
                       "ESTADO " EC-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2100-SALIR.
           MOVE "R" TO WKS-PASADA-CIERRE.
           PERFORM 2120-CERRAR-ABIERTAS.
           MOVE "N" TO WKS-HAY-EMPLEADOS-SW.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-EMPLEADOS-SW.
           MOVE "N" TO WKS-HAY-ROL-SW.
           OPEN INPUT ROL-FILE.
           IF RL-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-ROL-SW.
           MOVE WKS-EMP-FILTRO TO WKS-CE-EMP.
           MOVE WKS-FECHA-PROCESO TO WKS-CE-DESDE.
           MOVE WKS-FECHA-PROCESO TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           MOVE 0 TO WKS-EMP-EN-CURSO.
           IF WKS-CE-NUM IS GREATER THAN 0 THEN
               PERFORM 2130-REVISAR-CHECADA
                   VARYING WKS-CE-IDX FROM 1 BY 1
                   UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM
               PERFORM 2150-CERRAR-EMPLEADO.
           MOVE "C" TO WKS-PASADA-CIERRE.
           PERFORM 2120-CERRAR-ABIERTAS.
           IF WKS-HAY-ROL THEN
               CLOSE ROL-FILE.
           IF WKS-HAY-EMPLEADOS THEN
               CLOSE EMPLEADO-FILE.
           CLOSE EXCEPCION-FILE.

       2100-SALIR.
           EXIT.

      * EN LA SERIE DE FECHA, RESIDUO 0 ENTRE 7 = DOMINGO (DIA 7 DE
      * LA SEMANA DEL ROL), 1 = LUNES
       2110-LUNES-DEL-DIA.
           MOVE WKS-FECHA-PROCESO TO WKS-FE-FECHA-X.
           PERFORM 2721-FE-A-SERIE.
           DIVIDE WKS-FE-SERIE BY 7 GIVING WKS-DOW-COCIENTE
               REMAINDER WKS-DOW-RESTO.
           IF WKS-DOW-RESTO IS EQUAL TO 0 THEN
               MOVE 7 TO WKS-DIA-SEMANA
           ELSE
               MOVE WKS-DOW-RESTO TO WKS-DIA-SEMANA.
           MOVE WKS-FECHA-PROCESO TO WKS-FE-DESGLOSE.
           COMPUTE WKS-DIAS-ATRAS = WKS-DIA-SEMANA - 1.
           PERFORM 1130-RESTAR-UN-DIA WKS-DIAS-ATRAS TIMES.
           MOVE WKS-FE-DESGLOSE TO WKS-LUNES-PROCESO.

       2120-CERRAR-ABIERTAS.
           MOVE "N" TO WKS-FIN-EXCEPCIONES.
           MOVE WKS-FECHA-PROCESO TO EC-FECHA.
           MOVE WKS-EMP-FILTRO TO EC-EMP-ID.
           MOVE LOW-VALUES TO EC-TIPO.
           START EXCEPCION-FILE KEY IS NOT LESS THAN EC-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EXCEPCIONES.
           PERFORM 2121-LEER-ABIERTA UNTIL WKS-EOF-EXCEPCIONES.

       2121-LEER-ABIERTA.
           READ EXCEPCION-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EXCEPCIONES
               NOT AT END
                   IF EC-FECHA IS NOT EQUAL TO WKS-FECHA-PROCESO OR
                      (WKS-EMP-FILTRO IS NOT EQUAL TO 0 AND
                       EC-EMP-ID IS NOT EQUAL TO WKS-EMP-FILTRO) THEN
                       MOVE "S" TO WKS-FIN-EXCEPCIONES
                   ELSE
                       PERFORM 2122-CIERRE-SISTEMA
                   END-IF.

       2122-CIERRE-SISTEMA.
           IF WKS-PASADA-REVISION AND EC-ABIERTA THEN
               MOVE "C" TO EC-ESTADO
               MOVE "SISTEMA" TO EC-CERRO
               MOVE WKS-FECHA-HOY TO EC-FECHA-CIERRE
               MOVE "EN REVISION" TO EC-MOTIVO-CIERRE
               PERFORM 2123-REGRABAR-EXCEPCION
           ELSE
           IF WKS-PASADA-CONFIRMA AND EC-CERRADA AND
              EC-MOTIVO-CIERRE IS EQUAL TO "EN REVISION" THEN
               MOVE "CORREGIDA" TO EC-MOTIVO-CIERRE
               PERFORM 2123-REGRABAR-EXCEPCION
               ADD 1 TO WKS-EXC-CERRADAS-AUTO.

       2123-REGRABAR-EXCEPCION.
           REWRITE REG-EXCEPCION
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA EXCEPCION DEL "
                           "EMPLEADO " EC-EMP-ID.

      * LA TABLA VIENE ORDENADA POR EMPLEADO Y HORA: AL CAMBIAR DE
      * EMPLEADO SE CIERRA EL ANTERIOR Y SE BUSCA EL TURNO DEL NUEVO
       2130-REVISAR-CHECADA.
           IF WKS-CE-EMP-ID(WKS-CE-IDX) IS NOT EQUAL TO WKS-EMP-EN-CURSO
           THEN
               IF WKS-EMP-EN-CURSO IS NOT EQUAL TO 0 THEN
                   PERFORM 2150-CERRAR-EMPLEADO
               END-IF
               MOVE WKS-CE-EMP-ID(WKS-CE-IDX) TO WKS-EMP-EN-CURSO
               PERFORM 2140-TURNO-DEL-DIA
               MOVE "N" TO WKS-PAR-ABIERTO-SW.
           MOVE WKS-CE-HORA(WKS-CE-IDX) TO WKS-HORA-DESGLOSE.
           IF WKS-CE-TIPO(WKS-CE-IDX) IS EQUAL TO "E" THEN
               IF WKS-PAR-ABIERTO THEN
                   PERFORM 2160-ENTRADA-SIN-SALIDA
               END-IF
               MOVE "S" TO WKS-PAR-ABIERTO-SW
               MOVE WKS-CE-HORA(WKS-CE-IDX) TO WKS-HORA-ENTRADA
               COMPUTE WKS-ENTRADA-MIN = WKS-HD-HH * 60 + WKS-HD-MM
           ELSE
           IF WKS-PAR-ABIERTO THEN
               MOVE "N" TO WKS-PAR-ABIERTO-SW
               COMPUTE WKS-SALIDA-MIN = WKS-HD-HH * 60 + WKS-HD-MM
               COMPUTE WKS-JORNADA-MIN =
                       WKS-SALIDA-MIN - WKS-ENTRADA-MIN
               IF WKS-JORNADA-MIN IS GREATER THAN WKS-MAX-JORNADA-MIN
               THEN
                   MOVE "L" TO WKS-TIPO-EXC
                   MOVE SPACES TO WKS-DETALLE-EXC
                   STRING "JORNADA DE " WKS-JORNADA-MIN " MIN DESDE "
                          WKS-HORA-ENTRADA
                       DELIMITED BY SIZE INTO WKS-DETALLE-EXC
                   PERFORM 2170-REGISTRAR-EXCEPCION
               END-IF
           ELSE
               MOVE "S" TO WKS-TIPO-EXC
               MOVE SPACES TO WKS-DETALLE-EXC
               STRING "SALIDA " WKS-CE-HORA(WKS-CE-IDX)
                      " SIN ENTRADA"
                   DELIMITED BY SIZE INTO WKS-DETALLE-EXC
               PERFORM 2170-REGISTRAR-EXCEPCION.

      * EL TURNO DEL DIA ES EL DEL ROL SEMANAL SI LA SEMANA TIENE ROL
      * PARA EL EMPLEADO (DS = DESCANSO); SI NO, EL TURNO FIJO
      * EMP-TURNO CUANDO EL DIA ES LABORABLE EN EL CATALOGO
       2140-TURNO-DEL-DIA.
           MOVE SPACES TO WKS-TURNO-DEL-DIA.
           MOVE SPACES TO WKS-GRUPO-EN-CURSO.
           MOVE SPACES TO EMP-TURNO.
           MOVE "EMPLEADO SIN TURNO ASIGNADO" TO WKS-MOTIVO-SIN-TURNO.
           IF WKS-HAY-EMPLEADOS THEN
               MOVE WKS-EMP-EN-CURSO TO EMP-ID
               READ EMPLEADO-FILE KEY IS EMP-ID
                   INVALID KEY
                       MOVE SPACES TO EMP-TURNO
                       MOVE "EMPLEADO NO ESTA EN EL MAESTRO" TO
                            WKS-MOTIVO-SIN-TURNO
                   NOT INVALID KEY
                       MOVE EMP-GRUPO TO WKS-GRUPO-EN-CURSO
               END-READ.
           MOVE "N" TO WKS-CON-ROL-SW.
           IF WKS-HAY-ROL THEN
               MOVE WKS-LUNES-PROCESO TO RL-SEMANA
               MOVE WKS-EMP-EN-CURSO TO RL-EMP-ID
               READ ROL-FILE KEY IS RL-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WKS-CON-ROL-SW
               END-READ.
           IF WKS-CON-ROL THEN
               IF RL-DESCANSO(WKS-DIA-SEMANA) OR
                  RL-TURNO-DIA(WKS-DIA-SEMANA) IS EQUAL TO SPACES THEN
                   MOVE "CHECO EN SU DESCANSO DEL ROL" TO
                        WKS-MOTIVO-SIN-TURNO
               ELSE
                   MOVE RL-TURNO-DIA(WKS-DIA-SEMANA) TO
                        WKS-TURNO-DEL-DIA
               END-IF
           ELSE
           IF EMP-TURNO IS NOT EQUAL TO SPACES THEN
               MOVE EMP-TURNO TO WKS-TURNO-BUSCAR
               PERFORM 1120-BUSCAR-TURNO
               IF WKS-TT-ENCONTRADO IS EQUAL TO 0 THEN
                   MOVE "TURNO FIJO NO ESTA EN EL CATALOGO" TO
                        WKS-MOTIVO-SIN-TURNO
               ELSE
               IF WKS-TT-DIAS(WKS-TT-ENCONTRADO)(WKS-DIA-SEMANA:1)
                  IS EQUAL TO "S" THEN
                   MOVE EMP-TURNO TO WKS-TURNO-DEL-DIA
               ELSE
                   MOVE "CHECO EN DIA NO LABORABLE" TO
                        WKS-MOTIVO-SIN-TURNO.

      * AL TERMINAR LAS CHECADAS DE UN EMPLEADO: LA ENTRADA QUE QUEDO
      * SIN PAREJA Y, SI EL DIA NO TENIA TURNO, LA CHECADA SIN TURNO
       2150-CERRAR-EMPLEADO.
           IF WKS-PAR-ABIERTO THEN
               PERFORM 2160-ENTRADA-SIN-SALIDA
               MOVE "N" TO WKS-PAR-ABIERTO-SW.
           IF WKS-TURNO-DEL-DIA IS EQUAL TO SPACES THEN
               MOVE "T" TO WKS-TIPO-EXC
               MOVE WKS-MOTIVO-SIN-TURNO TO WKS-DETALLE-EXC
               PERFORM 2170-REGISTRAR-EXCEPCION.

       2160-ENTRADA-SIN-SALIDA.
           MOVE "E" TO WKS-TIPO-EXC.
           MOVE SPACES TO WKS-DETALLE-EXC.
           STRING "ENTRADA " WKS-HORA-ENTRADA " SIN SALIDA"
               DELIMITED BY SIZE INTO WKS-DETALLE-EXC.
           PERFORM 2170-REGISTRAR-EXCEPCION.

      * UNA SOLA EXCEPCION POR DIA, EMPLEADO Y TIPO: LA PRIMERA QUE SE
      * ENCUENTRA DA EL DETALLE
       2170-REGISTRAR-EXCEPCION.
           MOVE WKS-FECHA-PROCESO TO EC-FECHA.
           MOVE WKS-EMP-EN-CURSO TO EC-EMP-ID.
           MOVE WKS-TIPO-EXC TO EC-TIPO.
           READ EXCEPCION-FILE KEY IS EC-LLAVE
               INVALID KEY
                   PERFORM 2171-ALTA-EXCEPCION
               NOT INVALID KEY
                   IF EC-CERRADA AND EC-CERRO IS EQUAL TO "SISTEMA"
                   THEN
                       PERFORM 2172-REABRIR-EXCEPCION
                   END-IF
           END-READ.

       2171-ALTA-EXCEPCION.
           MOVE WKS-GRUPO-EN-CURSO TO EC-GRUPO.
           MOVE WKS-DETALLE-EXC TO EC-DETALLE.
           MOVE "A" TO EC-ESTADO.
           MOVE WKS-FECHA-HOY TO EC-FECHA-DETECCION.
           MOVE SPACES TO EC-CERRO.
           MOVE 0 TO EC-FECHA-CIERRE.
           MOVE SPACES TO EC-MOTIVO-CIERRE.
           WRITE REG-EXCEPCION
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA EXCEPCION DEL "
                           "EMPLEADO " EC-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WKS-EXC-NUEVAS.

      * LA QUE QUEDO EN REVISION AL PRINCIPIO DE ESTA CORRIDA Y SIGUE
      * APARECIENDO SOLO VUELVE A ABRIRSE; LA QUE YA SE HABIA DADO POR
      * CORREGIDA CUENTA COMO REABIERTA (SE ANULO LA CORRECCION)
       2172-REABRIR-EXCEPCION.
           IF EC-MOTIVO-CIERRE IS NOT EQUAL TO "EN REVISION" THEN
               ADD 1 TO WKS-EXC-REABIERTAS.
           MOVE WKS-GRUPO-EN-CURSO TO EC-GRUPO.
           MOVE WKS-DETALLE-EXC TO EC-DETALLE.
           MOVE "A" TO EC-ESTADO.
           MOVE SPACES TO EC-CERRO.
           MOVE 0 TO EC-FECHA-CIERRE.
           MOVE SPACES TO EC-MOTIVO-CIERRE.
           REWRITE REG-EXCEPCION
               INVALID KEY
                   DISPLAY "NO SE PUDO REABRIR LA EXCEPCION DEL "
                           "EMPLEADO " EC-EMP-ID.

      ******************************************************************
      * CORRECCION: EL SUPERVISOR FIRMA UNA VEZ, VE LAS CHECADAS
      * EFECTIVAS DEL EMPLEADO EN EL DIA Y AGREGA LA QUE FALTO O ANULA
      * UNA EQUIVOCADA CON SU MOTIVO. CADA CORRECCION ES UN REGISTRO
      * NUEVO EN CORRECCIONES-CHECADAS.TXT CON SU OP-ID; CHECADAS.TXT
      * NO SE TOCA. AL TERMINAR SE VUELVE A REVISAR EL DIA DEL EMPLEADO
      ******************************************************************
       3000-CORREGIR-CHECADAS.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT WKS-CLAVE-EMP.
           IF WKS-CLAVE-EMP IS EQUAL TO 0 THEN
               DISPLAY "EMPLEADO INVALIDO"
               GO TO 3000-SALIR.
           PERFORM 1000-PEDIR-FECHA.
           IF NOT WKS-FECHA-PROCESO-OK THEN
               GO TO 3000-SALIR.
           MOVE WKS-CLAVE-EMP TO WKS-CE-EMP.
           MOVE WKS-FECHA-PROCESO TO WKS-CE-DESDE.
           MOVE WKS-FECHA-PROCESO TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           PERFORM 3010-MOSTRAR-CHECADAS.
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               GO TO 3000-SALIR.
           MOVE 0 TO WKS-CORRECCIONES.
           MOVE "S" TO WKS-OTRA.
           PERFORM 3020-UNA-CORRECCION UNTIL WKS-OTRA IS NOT EQUAL
                   TO "S" AND WKS-OTRA IS NOT EQUAL TO "s".
           IF WKS-CORRECCIONES IS GREATER THAN 0 THEN
               DISPLAY "CORRECCIONES GRABADAS: " WKS-CORRECCIONES
               MOVE WKS-CLAVE-EMP TO WKS-EMP-FILTRO
               PERFORM 2100-REVISAR-DIA THRU 2100-SALIR
               MOVE WKS-FECHA-PROCESO TO WKS-LIS-DESDE
               MOVE WKS-FECHA-PROCESO TO WKS-LIS-HASTA
               MOVE WKS-CLAVE-EMP TO WKS-LIS-EMP
               MOVE "N" TO WKS-LIS-REPORTE-SW
               PERFORM 5100-LISTAR-ABIERTAS
               IF WKS-EXC-ABIERTAS IS EQUAL TO 0 THEN
                   DISPLAY "EL DIA DEL EMPLEADO QUEDO SIN EXCEPCIONES"
               END-IF
           END-IF.

       3000-SALIR.
           EXIT.

       3010-MOSTRAR-CHECADAS.
           DISPLAY "CHECADAS EFECTIVAS DEL EMPLEADO " WKS-CLAVE-EMP
                   " EL " WKS-FECHA-PROCESO.
           IF WKS-CE-NUM IS EQUAL TO 0 THEN
               DISPLAY "  (NINGUNA)"
           ELSE
               PERFORM 3011-MOSTRAR-CHECADA
                   VARYING WKS-CE-IDX FROM 1 BY 1
                   UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM.

       3011-MOSTRAR-CHECADA.
           IF WKS-CE-ORIGEN(WKS-CE-IDX) IS EQUAL TO "C" THEN
               MOVE "CORRECCION" TO WKS-ORIGEN-TEXTO
           ELSE
               MOVE "RELOJ" TO WKS-ORIGEN-TEXTO.
           DISPLAY "  " WKS-CE-IDX " " WKS-CE-HORA(WKS-CE-IDX) " "
                   WKS-CE-TIPO(WKS-CE-IDX) " " WKS-ORIGEN-TEXTO.

       3020-UNA-CORRECCION.
           DISPLAY "A = AGREGAR CHECADA, N = ANULAR CHECADA".
           ACCEPT WKS-ACCION.
           MOVE WKS-CLAVE-EMP TO CC-EMP-ID.
           MOVE WKS-FECHA-PROCESO TO CC-FECHA.
           IF WKS-ACCION IS EQUAL TO "A" OR "a" THEN
               PERFORM 3030-PEDIR-AGREGADA THRU 3030-SALIR
           ELSE
           IF WKS-ACCION IS EQUAL TO "N" OR "n" THEN
               PERFORM 3040-PEDIR-ANULADA THRU 3040-SALIR
           ELSE
               DISPLAY "ACCION INVALIDA".
           DISPLAY "OTRA CORRECCION PARA EL MISMO DIA (S/N)".
           ACCEPT WKS-OTRA.

       3030-PEDIR-AGREGADA.
           DISPLAY "HORA DE LA CHECADA (HHMMSS)".
           ACCEPT WKS-HORA-CAPTURA.
           IF WKS-HC-HH IS GREATER THAN 23 OR
              WKS-HC-MM IS GREATER THAN 59 OR
              WKS-HC-SS IS GREATER THAN 59 THEN
               DISPLAY "HORA INVALIDA"
               GO TO 3030-SALIR.
           DISPLAY "TIPO (E = ENTRADA, S = SALIDA)".
           ACCEPT WKS-TIPO-CAPTURA.
           IF WKS-TIPO-CAPTURA IS EQUAL TO "e" THEN
               MOVE "E" TO WKS-TIPO-CAPTURA.
           IF WKS-TIPO-CAPTURA IS EQUAL TO "s" THEN
               MOVE "S" TO WKS-TIPO-CAPTURA.
           IF WKS-TIPO-CAPTURA IS NOT EQUAL TO "E" AND
              WKS-TIPO-CAPTURA IS NOT EQUAL TO "S" THEN
               DISPLAY "TIPO INVALIDO"
               GO TO 3030-SALIR.
           MOVE WKS-HORA-CAPTURA TO CC-HORA.
           MOVE WKS-TIPO-CAPTURA TO CC-TIPO.
           MOVE "A" TO CC-ACCION.
           PERFORM 3050-GRABAR-CORRECCION THRU 3050-SALIR.

       3030-SALIR.
           EXIT.

       3040-PEDIR-ANULADA.
           IF WKS-CE-NUM IS EQUAL TO 0 THEN
               DISPLAY "NO HAY CHECADAS QUE ANULAR"
               GO TO 3040-SALIR.
           DISPLAY "NUMERO DE LA CHECADA A ANULAR".
           ACCEPT WKS-NUM-CHECADA.
           IF WKS-NUM-CHECADA IS EQUAL TO 0 OR
              WKS-NUM-CHECADA IS GREATER THAN WKS-CE-NUM THEN
               DISPLAY "NUMERO DE CHECADA INVALIDO"
               GO TO 3040-SALIR.
           MOVE WKS-CE-HORA(WKS-NUM-CHECADA) TO CC-HORA.
           MOVE WKS-CE-TIPO(WKS-NUM-CHECADA) TO CC-TIPO.
           MOVE "N" TO CC-ACCION.
           PERFORM 3050-GRABAR-CORRECCION THRU 3050-SALIR.

       3040-SALIR.
           EXIT.

       3050-GRABAR-CORRECCION.
           DISPLAY "MOTIVO DE LA CORRECCION".
           ACCEPT WKS-MOTIVO.
           IF WKS-MOTIVO IS EQUAL TO SPACES THEN
               DISPLAY "SIN MOTIVO NO SE GRABA LA CORRECCION"
               GO TO 3050-SALIR.
           MOVE WKS-MOTIVO TO CC-MOTIVO.
           MOVE WKS-SUP-OPERADOR TO CC-SUPERVISOR.
           MOVE WKS-FECHA-HOY TO CC-FECHA-REG.
           ACCEPT WKS-HORA-SISTEMA FROM TIME.
           MOVE WKS-HORA-SISTEMA(1:6) TO CC-HORA-REG.
           OPEN EXTEND CORRECCION-FILE.
           IF CC-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CORRECCION-FILE.
           WRITE REG-CORRECCION.
           CLOSE CORRECCION-FILE.
           ADD 1 TO WKS-CORRECCIONES.
           MOVE WKS-CLAVE-EMP TO WKS-CE-EMP.
           MOVE WKS-FECHA-PROCESO TO WKS-CE-DESDE.
           MOVE WKS-FECHA-PROCESO TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           PERFORM 3010-MOSTRAR-CHECADAS.

       3050-SALIR.
           EXIT.

      ******************************************************************
      * CIERRE CON JUSTIFICACION: PARA LO QUE NO SE CORRIGE CON UNA
      * CHECADA (EJ. SALIDA A COMISION FUERA DE LA TIENDA). EL
      * SUPERVISOR FIRMA, EL MOTIVO QUEDA EN LA EXCEPCION Y EL CAMBIO
      * DE ESTADO EN LA BITACORA DE CAMBIOS
      ******************************************************************
       4000-CERRAR-EXCEPCION.
           DISPLAY "FECHA DE LA EXCEPCION (AAAAMMDD)".
           ACCEPT EC-FECHA.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT EC-EMP-ID.
           DISPLAY "TIPO (E = ENTRADA SIN SALIDA, S = SALIDA SIN "
                   "ENTRADA, L = JORNADA LARGA, T = SIN TURNO)".
           ACCEPT EC-TIPO.
           OPEN I-O EXCEPCION-FILE.
           IF EC-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY EXCEPCIONES REGISTRADAS"
               GO TO 4000-SALIR.
           READ EXCEPCION-FILE KEY IS EC-LLAVE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA EXCEPCION"
                   CLOSE EXCEPCION-FILE
                   GO TO 4000-SALIR.
           DISPLAY EC-FECHA " " EC-EMP-ID " " EC-TIPO " " EC-DETALLE.
           IF NOT EC-ABIERTA THEN
               DISPLAY "LA EXCEPCION YA ESTA CERRADA POR " EC-CERRO
                       " (" EC-MOTIVO-CIERRE ")"
               CLOSE EXCEPCION-FILE
               GO TO 4000-SALIR.
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               CLOSE EXCEPCION-FILE
               GO TO 4000-SALIR.
           DISPLAY "JUSTIFICACION".
           ACCEPT WKS-MOTIVO.
           IF WKS-MOTIVO IS EQUAL TO SPACES THEN
               DISPLAY "SIN JUSTIFICACION NO SE CIERRA LA EXCEPCION"
               CLOSE EXCEPCION-FILE
               GO TO 4000-SALIR.
           MOVE "C" TO EC-ESTADO.
           MOVE WKS-SUP-OPERADOR TO EC-CERRO.
           MOVE WKS-FECHA-HOY TO EC-FECHA-CIERRE.
           MOVE WKS-MOTIVO TO EC-MOTIVO-CIERRE.
           REWRITE REG-EXCEPCION
               INVALID KEY
                   DISPLAY "NO SE PUDO CERRAR LA EXCEPCION"
               NOT INVALID KEY
                   DISPLAY "EXCEPCION CERRADA"
                   PERFORM 4010-AUDITAR-CIERRE
           END-REWRITE.
           CLOSE EXCEPCION-FILE.

       4000-SALIR.
           EXIT.

       4010-AUDITAR-CIERRE.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "EXCEPCIONES" TO WKS-AUD-ARCHIVO.
           MOVE EC-EMP-ID TO WKS-AUD-LLAVE.
           MOVE SPACES TO WKS-AUD-CAMPO.
           STRING "EXC-" EC-FECHA EC-TIPO
               DELIMITED BY SIZE INTO WKS-AUD-CAMPO.
           MOVE "ABIERTA" TO WKS-AUD-ANTERIOR.
           MOVE WKS-MOTIVO TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.

      ******************************************************************
      * LISTADO DE LAS EXCEPCIONES ABIERTAS DE TODAS LAS FECHAS EN
      * INCIDENCIAS-ABIERTAS.TXT
      ******************************************************************
       5000-LISTAR-TODAS.
           MOVE "INCIDENCIAS-ABIERTAS.TXT" TO WKS-REP-NOMBRE.
           MOVE "EXCEPCIONES DEL RELOJ CHECADOR ABIERTAS"
               TO WKS-REP-TITULO.
           MOVE 0 TO WKS-LIS-DESDE.
           MOVE 99999999 TO WKS-LIS-HASTA.
           MOVE 0 TO WKS-LIS-EMP.
           MOVE "S" TO WKS-LIS-REPORTE-SW.
           PERFORM 5100-LISTAR-ABIERTAS.
           DISPLAY "LISTADO EN INCIDENCIAS-ABIERTAS.TXT".

      * LISTA (EN PANTALLA Y, CON WKS-LIS-A-REPORTE, EN EL REPORTE YA
      * NOMBRADO) LAS ABIERTAS DEL RANGO DE FECHAS, DE TODOS O DE
      * WKS-LIS-EMP, Y LAS CUENTA EN WKS-EXC-ABIERTAS
       5100-LISTAR-ABIERTAS.
           MOVE 0 TO WKS-EXC-ABIERTAS.
           IF WKS-LIS-A-REPORTE THEN
               MOVE "FECHA    EMPL  NOMBRE               T DETALLE"
                   TO WKS-REP-ENCABEZADO
               PERFORM 1960-REPORTE-INICIAR.
           MOVE "N" TO WKS-HAY-EMPLEADOS-SW.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-EMPLEADOS-SW.
           OPEN INPUT EXCEPCION-FILE.
           IF EC-STATUS IS EQUAL TO "00" THEN
               MOVE "N" TO WKS-FIN-EXCEPCIONES
               MOVE WKS-LIS-DESDE TO EC-FECHA
               MOVE 0 TO EC-EMP-ID
               MOVE LOW-VALUES TO EC-TIPO
               START EXCEPCION-FILE KEY IS NOT LESS THAN EC-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-EXCEPCIONES
               END-START
               PERFORM 5110-LEER-EXCEPCION UNTIL WKS-EOF-EXCEPCIONES
               CLOSE EXCEPCION-FILE.
           IF WKS-HAY-EMPLEADOS THEN
               CLOSE EMPLEADO-FILE.
           DISPLAY "EXCEPCIONES ABIERTAS: " WKS-EXC-ABIERTAS.
           IF WKS-LIS-A-REPORTE THEN
               MOVE SPACES TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               STRING "EXCEPCIONES ABIERTAS: " WKS-EXC-ABIERTAS
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               PERFORM 1965-REPORTE-TERMINAR.

       5110-LEER-EXCEPCION.
           READ EXCEPCION-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EXCEPCIONES
               NOT AT END
                   IF EC-FECHA IS GREATER THAN WKS-LIS-HASTA THEN
                       MOVE "S" TO WKS-FIN-EXCEPCIONES
                   ELSE
                   IF EC-ABIERTA AND
                      (WKS-LIS-EMP IS EQUAL TO 0 OR
                       EC-EMP-ID IS EQUAL TO WKS-LIS-EMP) THEN
                       PERFORM 5120-RENGLON-EXCEPCION
                   END-IF
                   END-IF.

       5120-RENGLON-EXCEPCION.
           ADD 1 TO WKS-EXC-ABIERTAS.
           PERFORM 1300-NOMBRE-EMPLEADO.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING EC-FECHA " " EC-EMP-ID " " WKS-NOMBRE-CORTO " "
                  EC-TIPO " " EC-DETALLE
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           DISPLAY WKS-REP-LINEA.
           IF WKS-LIS-A-REPORTE THEN
               PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY OPLOG-PROC.

           COPY AUDIT-PROC.

           COPY CHECEF-PROC.

       END PROGRAM INCIDENCIAS-CHECADOR.
