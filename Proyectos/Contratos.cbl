      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONTRATOS DEL PERSONAL (EMP-TIPO-CONTRATO Y
      *          EMP-FIN-CONTRATO, VER EMPLEADO.cpy):
      *          1. AVISO SEMANAL DE VENCIMIENTOS EN
      *             CONTRATOS-POR-VENCER.TXT: LOS CONTRATOS TEMPORALES
      *             (DETERMINADO, PRUEBA, CAPACITACION) YA VENCIDOS QUE
      *             EL EMPLEADO SIGUE ACTIVO, LOS QUE VENCEN EN LOS
      *             PROXIMOS WKS-DIAS-AVISO DIAS Y LOS TEMPORALES SIN
      *             FECHA DE TERMINO.
      *          2. RENOVACION: CON FIRMA DEL SUPERVISOR EXTIENDE EL
      *             TERMINO (O PASA EL CONTRATO A OTRO TIPO, INCLUSO A
      *             INDETERMINADO), DEJA LA RENOVACION EN
      *             RENOVACIONES-CONTRATO.TXT (VER RENOVCTO), EN LA
      *             AUDITORIA Y EN EL DIARIO DEL MAESTRO, E IMPRIME LA
      *             HOJA DE RENOVACION PARA FIRMA
      *             (RENOVACION-NNNNN.TXT), COMO LA HOJA DE REGISTRO
      *             DEL ALTA EN PROGRAMA1.
      *          3. HISTORIA DE RENOVACIONES DE UN EMPLEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EMPLEADO-FILE ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT RENOVACION-FILE
                                   ASSIGN TO "RENOVACIONES-CONTRATO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RN-STATUS.

           SELECT HOJA-PRINT ASSIGN TO WKS-NOMBRE-HOJA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HJ-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WKS-NOMBRE-JOURNAL
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS JRN-STATUS.

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
       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD RENOVACION-FILE.
       01 REG-RENOVACION.
           COPY RENOVCTO.

       FD HOJA-PRINT.
       01 REG-HOJA                         PIC X(80).

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD JOURNAL-FILE.
       01 REG-JOURNAL.
           COPY JOURNALREG.

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
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY OPLOG-WS.
           COPY AUDIT-WS.
           COPY JOURNAL-WS.
           COPY CONTRATO-WS.

       77 EMP-STATUS              PIC X(02).
       77 RN-STATUS               PIC X(02).
       77 HJ-STATUS               PIC X(02).

       77 WKS-OPCION              PIC 9(01).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-CLAVE-EMP           PIC 9(05).
       77 WKS-CONFIRMA            PIC X(01).
       77 WKS-FIN-EMPLEADOS       PIC X(01) VALUE "N".
           88 WKS-EOF-EMPLEADOS   VALUE "S".
       77 WKS-FIN-RENOVACIONES    PIC X(01) VALUE "N".
           88 WKS-EOF-RENOVACIONES VALUE "S".

      * AVISO: VENCIDOS, POR VENCER EN WKS-DIAS-AVISO DIAS Y SIN FECHA
       77 WKS-DIAS-AVISO          PIC 9(03) VALUE 30.
       77 WKS-FECHA-LIMITE        PIC 9(08).
       77 WKS-SECCION             PIC 9(01).
       77 WKS-EN-SECCION-SW       PIC X(01).
           88 WKS-EN-SECCION      VALUE "S".
       77 WKS-NUM-VENCIDOS        PIC 9(05).
       77 WKS-NUM-POR-VENCER      PIC 9(05).
       77 WKS-NUM-SIN-FECHA       PIC 9(05).
       77 WKS-NUM-SECCION         PIC 9(05).
       77 WKS-DIAS-FORMAT         PIC ZZZZ9.
       77 WKS-CONTEO-FORMAT       PIC ZZZZ9.

      * RENOVACION: EL CONTRATO QUE TENIA Y EL QUE QUEDA
       77 WKS-TIPO-ANTERIOR       PIC X(01).
       77 WKS-FIN-ANTERIOR        PIC 9(08).
       77 WKS-DESC-ANTERIOR       PIC X(15).
       77 WKS-TIPO-NUEVO          PIC X(01).
       77 WKS-FIN-NUEVO           PIC 9(08).
       77 WKS-NUM-RENOVACION      PIC 9(03).
       01 WKS-NOMBRE-HOJA.
           02 FILLER              PIC X(11) VALUE "RENOVACION-".
           02 WKS-HOJA-ID         PIC 9(05) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONTRATOS DEL PERSONAL ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "1-. AVISO DE CONTRATOS VENCIDOS Y POR VENCER".
           DISPLAY "2-. RENOVAR EL CONTRATO DE UN EMPLEADO".
           DISPLAY "3-. HISTORIA DE RENOVACIONES DE UN EMPLEADO".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               PERFORM 2000-AVISO-VENCIMIENTOS
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               PERFORM 3000-RENOVAR-CONTRATO THRU 3000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 3 THEN
               PERFORM 4000-HISTORIA-RENOVACIONES
           ELSE
               DISPLAY "OPCION INVALIDA".
           GOBACK.

      ******************************************************************
      * AVISO DE VENCIMIENTOS: UNA PASADA AL MAESTRO POR CADA SECCION
      * (1 VENCIDOS, 2 POR VENCER, 3 TEMPORALES SIN FECHA DE TERMINO);
      * EL MAESTRO SOLO TIENE PERSONAL ACTIVO, ASI QUE UN VENCIDO ES
      * ALGUIEN QUE SIGUE TRABAJANDO CON EL CONTRATO TERMINADO
      ******************************************************************
       2000-AVISO-VENCIMIENTOS.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
           MOVE WKS-DIAS-AVISO TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-FECHA-LIMITE.
           MOVE 0 TO WKS-NUM-VENCIDOS.
           MOVE 0 TO WKS-NUM-POR-VENCER.
           MOVE 0 TO WKS-NUM-SIN-FECHA.
           MOVE "CONTRATOS-POR-VENCER.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "CONTRATOS VENCIDOS Y POR VENCER AL " WKS-FECHA-HOY
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE SPACES TO WKS-REP-ENCABEZADO.
           STRING "ID    NOMBRE                     CONTRATO        "
                  "TERMINO   DIAS DEPT"
               DELIMITED BY SIZE INTO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           PERFORM 2100-SECCION
               VARYING WKS-SECCION FROM 1 BY 1
               UNTIL WKS-SECCION IS GREATER THAN 3.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "CONTRATOS VENCIDOS:             " WKS-NUM-VENCIDOS.
           DISPLAY "POR VENCER EN " WKS-DIAS-AVISO " DIAS:        "
                   WKS-NUM-POR-VENCER.
           DISPLAY "TEMPORALES SIN FECHA DE TERMINO: "
                   WKS-NUM-SIN-FECHA.
           DISPLAY "AVISO IMPRESO EN CONTRATOS-POR-VENCER.TXT".

       2100-SECCION.
           MOVE SPACES TO WKS-REP-LINEA.
           IF WKS-SECCION IS EQUAL TO 1 THEN
               MOVE "--- VENCIDOS (SIGUEN ACTIVOS; DIAS DE VENCIDO) ---"
                   TO WKS-REP-LINEA
           ELSE
           IF WKS-SECCION IS EQUAL TO 2 THEN
               STRING "--- POR VENCER EN " WKS-DIAS-AVISO
                      " DIAS (DIAS QUE FALTAN) ---"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
           ELSE
               MOVE "--- TEMPORALES SIN FECHA DE TERMINO ---"
                   TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 0 TO WKS-NUM-SECCION.
           MOVE "N" TO WKS-FIN-EMPLEADOS.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-EMPLEADOS
           ELSE
               PERFORM 2110-LEER-EMPLEADO UNTIL WKS-EOF-EMPLEADOS
               CLOSE EMPLEADO-FILE.
           IF WKS-NUM-SECCION IS EQUAL TO 0 THEN
               MOVE "  (NINGUNO)" TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

       2110-LEER-EMPLEADO.
           READ EMPLEADO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMPLEADOS
               NOT AT END
                   PERFORM 2120-REVISAR-CONTRATO.

       2120-REVISAR-CONTRATO.
           MOVE "N" TO WKS-EN-SECCION-SW.
           IF EMP-CONTRATO-TEMPORAL THEN
               IF EMP-FIN-CONTRATO IS NOT NUMERIC THEN
                   MOVE 0 TO EMP-FIN-CONTRATO
               END-IF
               IF WKS-SECCION IS EQUAL TO 1 AND
                  EMP-FIN-CONTRATO IS GREATER THAN 0 AND
                  EMP-FIN-CONTRATO IS LESS THAN WKS-FECHA-HOY THEN
                   MOVE "S" TO WKS-EN-SECCION-SW
                   ADD 1 TO WKS-NUM-VENCIDOS
                   MOVE EMP-FIN-CONTRATO TO WKS-FECHA-DE
                   MOVE WKS-FECHA-HOY TO WKS-FECHA-A
               END-IF
               IF WKS-SECCION IS EQUAL TO 2 AND
                  EMP-FIN-CONTRATO IS NOT LESS THAN WKS-FECHA-HOY AND
                  EMP-FIN-CONTRATO IS NOT GREATER THAN WKS-FECHA-LIMITE
               THEN
                   MOVE "S" TO WKS-EN-SECCION-SW
                   ADD 1 TO WKS-NUM-POR-VENCER
                   MOVE WKS-FECHA-HOY TO WKS-FECHA-DE
                   MOVE EMP-FIN-CONTRATO TO WKS-FECHA-A
               END-IF
               IF WKS-SECCION IS EQUAL TO 3 AND
                  EMP-FIN-CONTRATO IS EQUAL TO 0 THEN
                   MOVE "S" TO WKS-EN-SECCION-SW
                   ADD 1 TO WKS-NUM-SIN-FECHA
               END-IF
               IF WKS-EN-SECCION THEN
                   PERFORM 2130-RENGLON-AVISO.

       2130-RENGLON-AVISO.
           ADD 1 TO WKS-NUM-SECCION.
           PERFORM 1989-DESCRIBIR-CONTRATO.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE EMP-ID TO WKS-REP-LINEA(1:5).
           STRING EMP-NOMBRE(1:12) " " EMP-APELLIDO-PAT(1:13)
               DELIMITED BY SIZE INTO WKS-REP-LINEA(7:26).
           MOVE WKS-CTO-DESCRIPCION TO WKS-REP-LINEA(34:15).
           IF WKS-SECCION IS NOT EQUAL TO 3 THEN
               MOVE EMP-FIN-CONTRATO TO WKS-REP-LINEA(50:8)
               PERFORM 2720-DIAS-ENTRE
               MOVE WKS-DIAS-DIFERENCIA TO WKS-DIAS-FORMAT
               MOVE WKS-DIAS-FORMAT TO WKS-REP-LINEA(59:5).
           MOVE EMP-DEPTO TO WKS-REP-LINEA(65:4).
           PERFORM 1961-REPORTE-LINEA.

      ******************************************************************
      * RENOVACION DEL CONTRATO DE UN EMPLEADO: EL NUEVO TERMINO DEBE
      * SER POSTERIOR AL QUE TENIA; SI PASA A INDETERMINADO QUEDA SIN
      * TERMINO. NADA SE ESCRIBE SIN CONFIRMAR Y SIN SUPERVISOR.
      ******************************************************************
       3000-RENOVAR-CONTRATO.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT WKS-CLAVE-EMP.
           OPEN I-O EMPLEADO-FILE.
           IF EMP-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS"
               GO TO 3000-SALIR.
           MOVE WKS-CLAVE-EMP TO EMP-ID.
           READ EMPLEADO-FILE KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "EL EMPLEADO NO EXISTE"
                   CLOSE EMPLEADO-FILE
                   GO TO 3000-SALIR.
           IF EMP-TIPO-CONTRATO IS EQUAL TO SPACE THEN
               MOVE "I" TO EMP-TIPO-CONTRATO.
           IF EMP-FIN-CONTRATO IS NOT NUMERIC THEN
               MOVE 0 TO EMP-FIN-CONTRATO.
           PERFORM 1989-DESCRIBIR-CONTRATO.
           DISPLAY "EMPLEADO " EMP-ID " " EMP-NOMBRE(1:20)
                   EMP-APELLIDO-PAT(1:20).
           DISPLAY "CONTRATO " WKS-CTO-DESCRIPCION
                   " DESDE " EMP-FECHA-CONTRATO
                   " TERMINA " EMP-FIN-CONTRATO.
           IF NOT EMP-CONTRATO-TEMPORAL THEN
               DISPLAY "EL CONTRATO ES POR TIEMPO INDETERMINADO, "
                       "NO HAY QUE RENOVAR"
               CLOSE EMPLEADO-FILE
               GO TO 3000-SALIR.
           MOVE EMP-TIPO-CONTRATO TO WKS-TIPO-ANTERIOR.
           MOVE EMP-FIN-CONTRATO TO WKS-FIN-ANTERIOR.
           MOVE WKS-CTO-DESCRIPCION TO WKS-DESC-ANTERIOR.
           DISPLAY "TIPO DEL NUEVO CONTRATO: D DETERMINADO  P PRUEBA".
           DISPLAY "  C CAPACITACION  I INDETERMINADO (ENTER = EL "
                   "MISMO)".
           MOVE SPACE TO WKS-TIPO-NUEVO.
           ACCEPT WKS-TIPO-NUEVO.
           IF WKS-TIPO-NUEVO IS EQUAL TO SPACE THEN
               MOVE WKS-TIPO-ANTERIOR TO WKS-TIPO-NUEVO.
           INSPECT WKS-TIPO-NUEVO CONVERTING "idpc" TO "IDPC".
           MOVE WKS-TIPO-NUEVO TO EMP-TIPO-CONTRATO.
           PERFORM 1986-PEDIR-TIPO UNTIL EMP-CONTRATO-VALIDO.
           MOVE 0 TO EMP-FIN-CONTRATO.
           IF EMP-CONTRATO-TEMPORAL THEN
               MOVE "N" TO WKS-CTO-FIN-SW
               PERFORM 3010-PEDIR-NUEVO-FIN UNTIL WKS-CTO-FIN-OK.
           PERFORM 1985-VALIDAR-CONTRATO.
           MOVE EMP-TIPO-CONTRATO TO WKS-TIPO-NUEVO.
           MOVE EMP-FIN-CONTRATO TO WKS-FIN-NUEVO.
           PERFORM 1989-DESCRIBIR-CONTRATO.
           DISPLAY "NUEVO CONTRATO " WKS-CTO-DESCRIPCION
                   " TERMINA " WKS-FIN-NUEVO.
           DISPLAY "CONFIRMA LA RENOVACION (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND
              WKS-CONFIRMA IS NOT EQUAL TO "s" THEN
               DISPLAY "RENOVACION CANCELADA, NO SE ESCRIBIO NADA"
               CLOSE EMPLEADO-FILE
               GO TO 3000-SALIR.
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               CLOSE EMPLEADO-FILE
               GO TO 3000-SALIR.
           REWRITE REG-EMPLEADO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL MAESTRO"
                   CLOSE EMPLEADO-FILE
                   GO TO 3000-SALIR.
           MOVE "EMPLEADOS" TO WKS-JRN-ARCHIVO.
           MOVE "R" TO WKS-JRN-OPERACION.
           MOVE SPACES TO WKS-JRN-REGISTRO.
           MOVE REG-EMPLEADO TO WKS-JRN-REGISTRO.
           PERFORM 1970-REGISTRAR-JOURNAL.
           PERFORM 3020-CONTAR-RENOVACIONES.
           PERFORM 3030-GRABAR-RENOVACION.
           PERFORM 3040-AUDITAR-RENOVACION.
           PERFORM 3100-IMPRIMIR-HOJA.
           CLOSE EMPLEADO-FILE.
           DISPLAY "CONTRATO RENOVADO (RENOVACION " WKS-NUM-RENOVACION
                   ")".

       3000-SALIR.
           EXIT.

       3010-PEDIR-NUEVO-FIN.
           DISPLAY "NUEVA FECHA DE TERMINO (AAAAMMDD, POSTERIOR AL "
                   WKS-FIN-ANTERIOR ")".
           ACCEPT EMP-FIN-CONTRATO.
           PERFORM 1987-REVISAR-FIN.
           IF EMP-FIN-CONTRATO IS NOT GREATER THAN WKS-FIN-ANTERIOR
           THEN
               MOVE "N" TO WKS-CTO-FIN-SW.
           IF NOT WKS-CTO-FIN-OK THEN
               DISPLAY "FECHA INVALIDA O NO POSTERIOR AL TERMINO "
                       "ANTERIOR".

      * LA RENOVACION LLEVA SU NUMERO: CUANTAS TIENE YA EL EMPLEADO
       3020-CONTAR-RENOVACIONES.
           MOVE 1 TO WKS-NUM-RENOVACION.
           MOVE "N" TO WKS-FIN-RENOVACIONES.
           OPEN INPUT RENOVACION-FILE.
           IF RN-STATUS IS EQUAL TO "00" THEN
               PERFORM 3021-LEER-PARA-CONTAR
                   UNTIL WKS-EOF-RENOVACIONES
               CLOSE RENOVACION-FILE.

       3021-LEER-PARA-CONTAR.
           READ RENOVACION-FILE
               AT END
                   MOVE "S" TO WKS-FIN-RENOVACIONES
               NOT AT END
                   IF RN-EMP-ID IS EQUAL TO WKS-CLAVE-EMP THEN
                       ADD 1 TO WKS-NUM-RENOVACION.

       3030-GRABAR-RENOVACION.
           MOVE WKS-CLAVE-EMP TO RN-EMP-ID.
           MOVE WKS-FECHA-HOY TO RN-FECHA.
           MOVE WKS-NUM-RENOVACION TO RN-NUMERO.
           MOVE WKS-TIPO-ANTERIOR TO RN-TIPO-ANTERIOR.
           MOVE WKS-FIN-ANTERIOR TO RN-FIN-ANTERIOR.
           MOVE WKS-TIPO-NUEVO TO RN-TIPO-NUEVO.
           MOVE WKS-FIN-NUEVO TO RN-FIN-NUEVO.
           MOVE WKS-SUP-OPERADOR TO RN-AUTORIZO.
           OPEN EXTEND RENOVACION-FILE.
           IF RN-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT RENOVACION-FILE.
           WRITE REG-RENOVACION.
           CLOSE RENOVACION-FILE.

       3040-AUDITAR-RENOVACION.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "EMPLEADOS" TO WKS-AUD-ARCHIVO.
           MOVE WKS-CLAVE-EMP TO WKS-AUD-LLAVE.
           MOVE "CONTRATO" TO WKS-AUD-CAMPO.
           MOVE SPACES TO WKS-AUD-ANTERIOR.
           STRING WKS-TIPO-ANTERIOR " " WKS-FIN-ANTERIOR
               DELIMITED BY SIZE INTO WKS-AUD-ANTERIOR.
           MOVE SPACES TO WKS-AUD-NUEVO.
           STRING WKS-TIPO-NUEVO " " WKS-FIN-NUEVO
               DELIMITED BY SIZE INTO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.

       3100-IMPRIMIR-HOJA.
           MOVE WKS-CLAVE-EMP TO WKS-HOJA-ID.
           OPEN OUTPUT HOJA-PRINT.
           MOVE "EMPRESA DAVID ARAGON - RENOVACION DE CONTRATO"
               TO REG-HOJA.
           WRITE REG-HOJA.
           MOVE SPACES TO REG-HOJA.
           STRING "FECHA DE RENOVACION: " WKS-FECHA-HOY
                  "   RENOVACION NUMERO: " WKS-NUM-RENOVACION
               DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE SPACES TO REG-HOJA.
           STRING "NUMERO DE EMPLEADO: " EMP-ID
               DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE SPACES TO REG-HOJA.
           STRING "NOMBRE: " FUNCTION TRIM(EMP-NOMBRE) " "
                  FUNCTION TRIM(EMP-APELLIDO-PAT) " "
                  FUNCTION TRIM(EMP-APELLIDO-MAT)
               DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE SPACES TO REG-HOJA.
           STRING "FECHA DE CONTRATO: " EMP-FECHA-CONTRATO
                  "   SALARIO DIARIO: " EMP-SALARIO
               DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE SPACES TO REG-HOJA.
           STRING "CONTRATO ANTERIOR: " WKS-DESC-ANTERIOR
                  "   TERMINABA EL: " WKS-FIN-ANTERIOR
               DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE SPACES TO REG-HOJA.
           IF EMP-CONTRATO-TEMPORAL THEN
               STRING "CONTRATO NUEVO:    " WKS-CTO-DESCRIPCION
                      "   TERMINA EL:   " WKS-FIN-NUEVO
                   DELIMITED BY SIZE INTO REG-HOJA
           ELSE
               STRING "CONTRATO NUEVO:    " WKS-CTO-DESCRIPCION
                      "   SIN FECHA DE TERMINO"
                   DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE SPACES TO REG-HOJA.
           STRING "AUTORIZO: " WKS-SUP-OPERADOR
               DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE " " TO REG-HOJA.
           WRITE REG-HOJA.
           MOVE "FIRMA DEL EMPLEADO: ____________________"
               TO REG-HOJA.
           WRITE REG-HOJA.
           MOVE "FIRMA DEL PATRON:   ____________________"
               TO REG-HOJA.
           WRITE REG-HOJA.
           CLOSE HOJA-PRINT.
           DISPLAY "HOJA DE RENOVACION IMPRESA EN " WKS-NOMBRE-HOJA.

      ******************************************************************
      * HISTORIA DE RENOVACIONES DE UN EMPLEADO, EN PANTALLA
      ******************************************************************
       4000-HISTORIA-RENOVACIONES.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT WKS-CLAVE-EMP.
           MOVE 0 TO WKS-NUM-RENOVACION.
           MOVE "N" TO WKS-FIN-RENOVACIONES.
           OPEN INPUT RENOVACION-FILE.
           IF RN-STATUS IS EQUAL TO "00" THEN
               DISPLAY "NUM  FECHA     ANTERIOR           NUEVO"
                       "              AUTORIZO"
               PERFORM 4010-LEER-HISTORIA UNTIL WKS-EOF-RENOVACIONES
               CLOSE RENOVACION-FILE.
           IF WKS-NUM-RENOVACION IS EQUAL TO 0 THEN
               DISPLAY "EL EMPLEADO NO TIENE RENOVACIONES".

       4010-LEER-HISTORIA.
           READ RENOVACION-FILE
               AT END
                   MOVE "S" TO WKS-FIN-RENOVACIONES
               NOT AT END
                   IF RN-EMP-ID IS EQUAL TO WKS-CLAVE-EMP THEN
                       ADD 1 TO WKS-NUM-RENOVACION
                       DISPLAY RN-NUMERO "  " RN-FECHA "  "
                               RN-TIPO-ANTERIOR " " RN-FIN-ANTERIOR
                               "         " RN-TIPO-NUEVO " "
                               RN-FIN-NUEVO "         " RN-AUTORIZO.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY OPLOG-PROC.

           COPY AUDIT-PROC.

           COPY JOURNAL-PROC.

           COPY CONTRATO-PROC.

       END PROGRAM CONTRATOS.
