      ******************************************************************
      * Author:
      * Date:
      * Purpose: MATRIZ DE PERMISOS POR FUNCION (PERMISOS.TXT, VER
      *          PERMISO.cpy Y EL CATALOGO DE FUNCIONES DE
      *          PERMISO-WS). CON FIRMA DE SUPERVISOR:
      *          1. CONCEDE Y 2. QUITA FUNCIONES A UN PERFIL CON NOMBRE
      *             O A UN OPERADOR (UNA CLAVE, O PREFIJO MAS ** PARA
      *             TODAS LAS DE UN MENU, EJ. COM**).
      *          3. ASIGNA EL PERFIL DE UN OPERADOR (OP-PERFIL).
      *          4. CONSULTA LO CONCEDIDO A UN PERFIL U OPERADOR Y
      *          5. MUESTRA EL CATALOGO.
      *          6. REPORTE PARA EL AUDITOR DE QUIEN PUEDE HACER QUE
      *             (PERMISOS-OPERADORES.TXT): CADA OPERADOR CON SUS
      *             FUNCIONES Y SI LAS TIENE DIRECTO O POR SU PERFIL.
      *          CADA CAMBIO QUEDA EN LA BITACORA DE CAMBIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMISOS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERMISO-FILE ASSIGN TO "PERMISOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PM-LLAVE
                                   FILE STATUS PM-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OP-ID
                                   FILE STATUS OP-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT AUDIT-CAMBIOS-FILE
                                   ASSIGN TO WKS-NOMBRE-AUDITORIA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AUD-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERMISO-FILE.
       01 REG-PERMISO.
           COPY PERMISO.

       FD OPERADOR-FILE.
       01 REG-OPERADOR.
           COPY OPERADOR.

       FD SESION-FILE.
       01 REG-SESION                       PIC X(50).

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD AUDIT-CAMBIOS-FILE.
       01 REG-AUDIT-CAMBIO.
           COPY AUDITREG.

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY OPLOG-WS.
           COPY PERMISO-WS.
           COPY AUDIT-WS.

       77 WKS-OPCION              PIC 9(01).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-CONFIRMA            PIC X(01).

      * SUJETO DE LA CONCESION: PERFIL (P) U OPERADOR (O)
       77 WKS-TIPO-SUJETO         PIC X(01).
           88 WKS-SUJETO-PERFIL   VALUE "P".
           88 WKS-SUJETO-OPERADOR VALUE "O".
       77 WKS-SUJETO              PIC X(10).
       77 WKS-SUJETO-SW           PIC X(01).
           88 WKS-SUJETO-OK       VALUE "S".

      * FUNCION CAPTURADA: UNA CLAVE DEL CATALOGO O PREFIJO Y **
       77 WKS-FUNCION-CAP         PIC X(05).
       77 WKS-PREFIJO             PIC X(03).
       77 WKS-PREFIJO-SW          PIC X(01).
           88 WKS-POR-PREFIJO     VALUE "S".
       77 WKS-ACCION              PIC X(01).
           88 WKS-ACCION-CONCEDER VALUE "C".
           88 WKS-ACCION-QUITAR   VALUE "Q".
       77 WKS-IDX-CAT             PIC 9(03).
       77 WKS-ENCONTRADO-SW       PIC X(01).
           88 WKS-ENCONTRADO      VALUE "S".
       77 WKS-NUM-CAMBIADAS       PIC 9(03).
       77 WKS-NUM-SIN-CAMBIO      PIC 9(03).

      * PERFIL DEL OPERADOR
       77 WKS-PERFIL-ANTERIOR     PIC X(10).
       77 WKS-PERFIL-NUEVO        PIC X(10).

      * CONSULTA Y REPORTE
       77 WKS-FIN-PERMISOS        PIC X(01).
           88 WKS-EOF-PERMISOS    VALUE "S".
       77 WKS-FIN-OPERADORES      PIC X(01).
           88 WKS-EOF-OPERADORES  VALUE "S".
       77 WKS-MATRIZ-SW           PIC X(01).
           88 WKS-HAY-MATRIZ      VALUE "S".
       77 WKS-NUM-FUNCIONES-OP    PIC 9(03).
       77 WKS-NUM-OPERADORES      PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PERMISOS POR FUNCION ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               DISPLAY "LOS PERMISOS SOLO LOS MANEJA UN SUPERVISOR"
           ELSE
               MOVE 0 TO WKS-OPCION
               PERFORM 2000-MENU UNTIL WKS-OPCION IS EQUAL TO 9.
           GOBACK.

       2000-MENU.
           DISPLAY "1-. CONCEDER FUNCIONES A UN PERFIL U OPERADOR".
           DISPLAY "2-. QUITAR FUNCIONES A UN PERFIL U OPERADOR".
           DISPLAY "3-. ASIGNAR PERFIL A UN OPERADOR".
           DISPLAY "4-. CONSULTAR FUNCIONES DE UN PERFIL U OPERADOR".
           DISPLAY "5-. CATALOGO DE FUNCIONES".
           DISPLAY "6-. REPORTE DE ACCESOS POR OPERADOR (AUDITORIA)".
           DISPLAY "9-. SALIR".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               MOVE "C" TO WKS-ACCION
               PERFORM 4000-CAMBIAR-PERMISOS THRU 4000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               MOVE "Q" TO WKS-ACCION
               PERFORM 4000-CAMBIAR-PERMISOS THRU 4000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 3 THEN
               PERFORM 5000-ASIGNAR-PERFIL THRU 5000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 4 THEN
               PERFORM 6000-CONSULTAR-SUJETO THRU 6000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 5 THEN
               PERFORM 6500-MOSTRAR-CATALOGO
           ELSE
           IF WKS-OPCION IS EQUAL TO 6 THEN
               PERFORM 7000-REPORTE-ACCESOS
           ELSE
           IF WKS-OPCION IS NOT EQUAL TO 9 THEN
               DISPLAY "OPCION INVALIDA".

      ******************************************************************
      * CAPTURA DEL SUJETO: UN OPERADOR DEBE EXISTIR; UN PERFIL NO
      * PUEDE LLAMARSE COMO UN OPERADOR, PORQUE COMPARTEN LA LLAVE
      ******************************************************************
       3000-PEDIR-SUJETO.
           MOVE "N" TO WKS-SUJETO-SW.
           DISPLAY "P = PERFIL, O = OPERADOR".
           MOVE SPACE TO WKS-TIPO-SUJETO.
           ACCEPT WKS-TIPO-SUJETO.
           INSPECT WKS-TIPO-SUJETO CONVERTING "po" TO "PO".
           IF NOT WKS-SUJETO-PERFIL AND NOT WKS-SUJETO-OPERADOR THEN
               DISPLAY "CAPTURE P O O"
               GO TO 3000-SALIR.
           IF WKS-SUJETO-PERFIL THEN
               DISPLAY "NOMBRE DEL PERFIL (HASTA 10 CARACTERES)"
           ELSE
               DISPLAY "ID DEL OPERADOR".
           MOVE SPACES TO WKS-SUJETO.
           ACCEPT WKS-SUJETO.
           IF WKS-SUJETO IS EQUAL TO SPACES THEN
               DISPLAY "EL NOMBRE NO PUEDE QUEDAR EN BLANCO"
               GO TO 3000-SALIR.
           MOVE "N" TO WKS-ENCONTRADO-SW.
           OPEN INPUT OPERADOR-FILE.
           IF OP-STATUS IS EQUAL TO "00" THEN
               MOVE WKS-SUJETO TO OP-ID
               READ OPERADOR-FILE KEY IS OP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WKS-ENCONTRADO-SW
               END-READ
               CLOSE OPERADOR-FILE.
           IF WKS-SUJETO-OPERADOR AND NOT WKS-ENCONTRADO THEN
               DISPLAY "OPERADOR NO ENCONTRADO"
               GO TO 3000-SALIR.
           IF WKS-SUJETO-PERFIL AND WKS-ENCONTRADO THEN
               DISPLAY "YA HAY UN OPERADOR CON ESE ID, USE OTRO "
                       "NOMBRE PARA EL PERFIL"
               GO TO 3000-SALIR.
           MOVE "S" TO WKS-SUJETO-SW.

       3000-SALIR.
           EXIT.

       3050-PEDIR-FUNCION.
           MOVE "N" TO WKS-PREFIJO-SW.
           DISPLAY "CLAVE DE LA FUNCION (EJ. COM28, MPN05, NOM-R, "
                   "VAR02; PREFIJO Y ** = TODAS LAS DEL MENU, "
                   "EJ. COM**)".
           MOVE SPACES TO WKS-FUNCION-CAP.
           ACCEPT WKS-FUNCION-CAP.
           INSPECT WKS-FUNCION-CAP
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WKS-FUNCION-CAP(4:2) IS EQUAL TO "**" THEN
               MOVE "S" TO WKS-PREFIJO-SW
               MOVE WKS-FUNCION-CAP(1:3) TO WKS-PREFIJO
           ELSE
               MOVE WKS-FUNCION-CAP TO WKS-PRM-FUNCION
               PERFORM 1993-BUSCAR-FUNCION.

      ******************************************************************
      * CONCEDER O QUITAR (SEGUN WKS-ACCION) UNA FUNCION O TODAS LAS DE
      * UN MENU; CADA CAMBIO REAL QUEDA EN LA BITACORA DE CAMBIOS
      ******************************************************************
       4000-CAMBIAR-PERMISOS.
           PERFORM 3000-PEDIR-SUJETO THRU 3000-SALIR.
           IF NOT WKS-SUJETO-OK THEN
               GO TO 4000-SALIR.
           PERFORM 3050-PEDIR-FUNCION.
           IF NOT WKS-POR-PREFIJO AND WKS-PRM-POS IS EQUAL TO 0 THEN
               DISPLAY "LA FUNCION " WKS-FUNCION-CAP
                       " NO ESTA EN EL CATALOGO"
               GO TO 4000-SALIR.
           OPEN I-O PERMISO-FILE.
           IF PM-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PERMISO-FILE
               CLOSE PERMISO-FILE
               OPEN I-O PERMISO-FILE.
           IF PM-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR PERMISOS.TXT (" PM-STATUS ")"
               GO TO 4000-SALIR.
           MOVE 0 TO WKS-NUM-CAMBIADAS.
           MOVE 0 TO WKS-NUM-SIN-CAMBIO.
           IF WKS-POR-PREFIJO THEN
               PERFORM 4010-REVISAR-RENGLON
                   VARYING WKS-IDX-CAT FROM 1 BY 1
                   UNTIL WKS-IDX-CAT IS GREATER THAN
                         WKS-PRM-NUM-FUNCIONES
           ELSE
               MOVE WKS-PRM-POS TO WKS-IDX-CAT
               PERFORM 4020-APLICAR-FUNCION.
           CLOSE PERMISO-FILE.
           IF WKS-ACCION-CONCEDER THEN
               DISPLAY "FUNCIONES CONCEDIDAS A " WKS-SUJETO ": "
                       WKS-NUM-CAMBIADAS "  (YA LAS TENIA: "
                       WKS-NUM-SIN-CAMBIO ")"
           ELSE
               DISPLAY "FUNCIONES QUITADAS A " WKS-SUJETO ": "
                       WKS-NUM-CAMBIADAS "  (NO LAS TENIA: "
                       WKS-NUM-SIN-CAMBIO ")".

       4000-SALIR.
           EXIT.

       4010-REVISAR-RENGLON.
           IF WKS-PRM-CAT-FUNCION(WKS-IDX-CAT)(1:3) IS EQUAL TO
              WKS-PREFIJO THEN
               PERFORM 4020-APLICAR-FUNCION.

       4020-APLICAR-FUNCION.
           MOVE WKS-SUJETO TO PM-SUJETO.
           MOVE WKS-PRM-CAT-FUNCION(WKS-IDX-CAT) TO PM-FUNCION.
           IF WKS-ACCION-CONCEDER THEN
               MOVE WKS-TIPO-SUJETO TO PM-TIPO-SUJETO
               MOVE WKS-FECHA-HOY TO PM-FECHA-ALTA
               MOVE WKS-SUP-OPERADOR TO PM-AUTORIZO
               WRITE REG-PERMISO
                   INVALID KEY
                       ADD 1 TO WKS-NUM-SIN-CAMBIO
                   NOT INVALID KEY
                       ADD 1 TO WKS-NUM-CAMBIADAS
                       MOVE "NO" TO WKS-AUD-ANTERIOR
                       MOVE "SI" TO WKS-AUD-NUEVO
                       PERFORM 4030-AUDITAR-PERMISO
               END-WRITE
           ELSE
               MOVE "N" TO WKS-ENCONTRADO-SW
               READ PERMISO-FILE KEY IS PM-LLAVE
                   INVALID KEY
                       ADD 1 TO WKS-NUM-SIN-CAMBIO
                   NOT INVALID KEY
                       MOVE "S" TO WKS-ENCONTRADO-SW
               END-READ
               IF WKS-ENCONTRADO THEN
                   DELETE PERMISO-FILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO QUITAR "
                                   PM-FUNCION
                       NOT INVALID KEY
                           ADD 1 TO WKS-NUM-CAMBIADAS
                           MOVE "SI" TO WKS-AUD-ANTERIOR
                           MOVE "NO" TO WKS-AUD-NUEVO
                           PERFORM 4030-AUDITAR-PERMISO.

       4030-AUDITAR-PERMISO.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "PERMISOS" TO WKS-AUD-ARCHIVO.
           MOVE WKS-SUJETO TO WKS-AUD-LLAVE.
           MOVE WKS-PRM-CAT-FUNCION(WKS-IDX-CAT) TO WKS-AUD-CAMPO.
           PERFORM 1950-REGISTRAR-AUDITORIA.

      ******************************************************************
      * PERFIL DEL OPERADOR: SOLO UN PERFIL QUE YA TENGA FUNCIONES
      * CONCEDIDAS; EN BLANCO SE LE QUITA EL PERFIL
      ******************************************************************
       5000-ASIGNAR-PERFIL.
           DISPLAY "ID DEL OPERADOR".
           MOVE SPACES TO WKS-SUJETO.
           ACCEPT WKS-SUJETO.
           PERFORM 1839-ABRIR-OPERADORES.
           MOVE WKS-SUJETO TO OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   DISPLAY "OPERADOR NO ENCONTRADO"
                   CLOSE OPERADOR-FILE
                   GO TO 5000-SALIR.
           MOVE OP-PERFIL TO WKS-PERFIL-ANTERIOR.
           DISPLAY "OPERADOR " OP-ID " " OP-NOMBRE " ROL " OP-ROL.
           DISPLAY "PERFIL ACTUAL: [" WKS-PERFIL-ANTERIOR "]".
           DISPLAY "PERFIL NUEVO (EN BLANCO = SIN PERFIL)".
           MOVE SPACES TO WKS-PERFIL-NUEVO.
           ACCEPT WKS-PERFIL-NUEVO.
           IF WKS-PERFIL-NUEVO IS NOT EQUAL TO SPACES THEN
               PERFORM 5010-REVISAR-PERFIL
               IF NOT WKS-ENCONTRADO THEN
                   DISPLAY "EL PERFIL " WKS-PERFIL-NUEVO
                           " NO TIENE FUNCIONES CONCEDIDAS"
                   CLOSE OPERADOR-FILE
                   GO TO 5000-SALIR.
           DISPLAY "CONFIRMA EL CAMBIO DE PERFIL (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND
              WKS-CONFIRMA IS NOT EQUAL TO "s" THEN
               DISPLAY "CAMBIO CANCELADO"
               CLOSE OPERADOR-FILE
               GO TO 5000-SALIR.
           MOVE WKS-PERFIL-NUEVO TO OP-PERFIL.
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR AL OPERADOR"
                   CLOSE OPERADOR-FILE
                   GO TO 5000-SALIR.
           CLOSE OPERADOR-FILE.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "OPERADORES" TO WKS-AUD-ARCHIVO.
           MOVE WKS-SUJETO TO WKS-AUD-LLAVE.
           MOVE "PERFIL" TO WKS-AUD-CAMPO.
           MOVE WKS-PERFIL-ANTERIOR TO WKS-AUD-ANTERIOR.
           MOVE WKS-PERFIL-NUEVO TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.
           DISPLAY "PERFIL ASIGNADO".

       5000-SALIR.
           EXIT.

      * EL PERFIL EXISTE SI TIENE AL MENOS UNA FUNCION CONCEDIDA
       5010-REVISAR-PERFIL.
           MOVE "N" TO WKS-ENCONTRADO-SW.
           OPEN INPUT PERMISO-FILE.
           IF PM-STATUS IS EQUAL TO "00" THEN
               MOVE WKS-PERFIL-NUEVO TO PM-SUJETO
               MOVE LOW-VALUES TO PM-FUNCION
               START PERMISO-FILE KEY IS NOT LESS THAN PM-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PERMISO-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PM-SUJETO IS EQUAL TO
                                  WKS-PERFIL-NUEVO AND
                                  PM-TIPO-SUJETO IS EQUAL TO "P" THEN
                                   MOVE "S" TO WKS-ENCONTRADO-SW
                               END-IF
                       END-READ
               END-START
               CLOSE PERMISO-FILE.

      ******************************************************************
      * LO CONCEDIDO A UN PERFIL U OPERADOR, EN PANTALLA
      ******************************************************************
       6000-CONSULTAR-SUJETO.
           PERFORM 3000-PEDIR-SUJETO THRU 3000-SALIR.
           IF NOT WKS-SUJETO-OK THEN
               GO TO 6000-SALIR.
           IF WKS-SUJETO-OPERADOR THEN
               OPEN INPUT OPERADOR-FILE
               MOVE WKS-SUJETO TO OP-ID
               READ OPERADOR-FILE KEY IS OP-ID
                   INVALID KEY
                       MOVE SPACES TO OP-PERFIL
               END-READ
               CLOSE OPERADOR-FILE
               DISPLAY "ROL: " OP-ROL "  PERFIL: [" OP-PERFIL "]"
               IF OP-ROL IS EQUAL TO "S" THEN
                   DISPLAY "SUPERVISOR: PASA TODAS LAS FUNCIONES".
           OPEN INPUT PERMISO-FILE.
           IF PM-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY MATRIZ DE PERMISOS: RIGEN SOLO LOS "
                       "ROLES"
               GO TO 6000-SALIR.
           MOVE 0 TO WKS-NUM-FUNCIONES-OP.
           MOVE "N" TO WKS-FIN-PERMISOS.
           MOVE WKS-SUJETO TO PM-SUJETO.
           MOVE LOW-VALUES TO PM-FUNCION.
           START PERMISO-FILE KEY IS NOT LESS THAN PM-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-PERMISOS.
           PERFORM 6010-LEER-CONCESION UNTIL WKS-EOF-PERMISOS.
           CLOSE PERMISO-FILE.
           DISPLAY "FUNCIONES CONCEDIDAS A " WKS-SUJETO ": "
                   WKS-NUM-FUNCIONES-OP.
           IF WKS-SUJETO-OPERADOR AND OP-PERFIL IS NOT EQUAL TO SPACES
           THEN
               DISPLAY "MAS LAS DE SU PERFIL " OP-PERFIL.

       6000-SALIR.
           EXIT.

       6010-LEER-CONCESION.
           READ PERMISO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PERMISOS
               NOT AT END
                   IF PM-SUJETO IS NOT EQUAL TO WKS-SUJETO THEN
                       MOVE "S" TO WKS-FIN-PERMISOS
                   ELSE
                       ADD 1 TO WKS-NUM-FUNCIONES-OP
                       MOVE PM-FUNCION TO WKS-PRM-FUNCION
                       PERFORM 1993-BUSCAR-FUNCION
                       PERFORM 6020-MOSTRAR-CONCESION.

       6020-MOSTRAR-CONCESION.
           IF WKS-PRM-POS IS GREATER THAN 0 THEN
               DISPLAY PM-FUNCION " "
                       WKS-PRM-CAT-DESCRIPCION(WKS-PRM-POS)
                       " " PM-FECHA-ALTA " " PM-AUTORIZO
           ELSE
               DISPLAY PM-FUNCION " (YA NO ESTA EN EL CATALOGO) "
                       PM-FECHA-ALTA " " PM-AUTORIZO.

       6500-MOSTRAR-CATALOGO.
           PERFORM 6510-MOSTRAR-RENGLON
               VARYING WKS-IDX-CAT FROM 1 BY 1
               UNTIL WKS-IDX-CAT IS GREATER THAN WKS-PRM-NUM-FUNCIONES.

       6510-MOSTRAR-RENGLON.
           DISPLAY WKS-PRM-CAT-FUNCION(WKS-IDX-CAT) " "
                   WKS-PRM-CAT-DESCRIPCION(WKS-IDX-CAT).

      ******************************************************************
      * REPORTE PARA EL AUDITOR: CADA OPERADOR CON LO QUE PUEDE HACER,
      * DIRECTO O POR SU PERFIL (LA MISMA REGLA DE 1992)
      ******************************************************************
       7000-REPORTE-ACCESOS.
           MOVE "PERMISOS-OPERADORES.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "ACCESOS POR OPERADOR AL " WKS-FECHA-HOY
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE SPACES TO WKS-REP-ENCABEZADO.
           STRING "   FUNC  DESCRIPCION                             "
                  "      ORIGEN"
               DELIMITED BY SIZE INTO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "N" TO WKS-MATRIZ-SW.
           OPEN INPUT PERMISO-FILE.
           IF PM-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-MATRIZ-SW
           ELSE
               MOVE SPACES TO WKS-REP-LINEA
               STRING "NO HAY MATRIZ DE PERMISOS (PERMISOS.TXT): "
                      "RIGEN SOLO LOS ROLES"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           MOVE 0 TO WKS-NUM-OPERADORES.
           MOVE "N" TO WKS-FIN-OPERADORES.
           OPEN INPUT OPERADOR-FILE.
           IF OP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "NO HAY OPERADORES REGISTRADOS" TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
           ELSE
               MOVE LOW-VALUES TO OP-ID
               START OPERADOR-FILE KEY IS NOT LESS THAN OP-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-OPERADORES
               END-START
               PERFORM 7010-LEER-OPERADOR UNTIL WKS-EOF-OPERADORES
               CLOSE OPERADOR-FILE.
           IF WKS-HAY-MATRIZ THEN
               CLOSE PERMISO-FILE.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "EL ROL SE SIGUE EXIGIENDO AL ENTRAR A CADA "
                  "PROGRAMA (N NOMINA, I INVENTARIO)."
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "OPERADORES EN EL REPORTE: " WKS-NUM-OPERADORES.
           DISPLAY "REPORTE EN PERMISOS-OPERADORES.TXT".

       7010-LEER-OPERADOR.
           READ OPERADOR-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-OPERADORES
               NOT AT END
                   PERFORM 7020-ACCESOS-OPERADOR.

       7020-ACCESOS-OPERADOR.
           ADD 1 TO WKS-NUM-OPERADORES.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "OPERADOR " OP-ID " " OP-NOMBRE(1:25)
                  " ROL " OP-ROL " PERFIL " OP-PERFIL
                  " EDO " OP-ESTADO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF OP-ROL IS EQUAL TO "S" THEN
               MOVE "   SUPERVISOR: TODAS LAS FUNCIONES"
                   TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
           ELSE
           IF NOT WKS-HAY-MATRIZ THEN
               MOVE "   SIN MATRIZ: TODO LO QUE PERMITA SU ROL"
                   TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
           ELSE
               MOVE 0 TO WKS-NUM-FUNCIONES-OP
               MOVE OP-ID TO WKS-PRM-OPERADOR
               MOVE OP-PERFIL TO WKS-PRM-PERFIL
               PERFORM 7030-REVISAR-FUNCION
                   VARYING WKS-IDX-CAT FROM 1 BY 1
                   UNTIL WKS-IDX-CAT IS GREATER THAN
                         WKS-PRM-NUM-FUNCIONES
               IF WKS-NUM-FUNCIONES-OP IS EQUAL TO 0 THEN
                   MOVE "   NINGUNA FUNCION CONCEDIDA"
                       TO WKS-REP-LINEA
                   PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       7030-REVISAR-FUNCION.
           MOVE WKS-PRM-CAT-FUNCION(WKS-IDX-CAT) TO WKS-PRM-FUNCION.
           PERFORM 1996-BUSCAR-CONCESION.
           IF WKS-PRM-CONCEDIDO THEN
               ADD 1 TO WKS-NUM-FUNCIONES-OP
               MOVE SPACES TO WKS-REP-LINEA
               MOVE WKS-PRM-FUNCION TO WKS-REP-LINEA(4:5)
               MOVE WKS-PRM-CAT-DESCRIPCION(WKS-IDX-CAT)
                   TO WKS-REP-LINEA(10:45)
               IF WKS-PRM-ORIGEN IS EQUAL TO "D" THEN
                   MOVE "DIRECTA" TO WKS-REP-LINEA(56:7)
               ELSE
                   MOVE "PERFIL" TO WKS-REP-LINEA(56:6)
               END-IF
               PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY OPLOG-PROC.

           COPY PERMISO-PROC.

           COPY AUDIT-PROC.

       END PROGRAM PERMISOS.
