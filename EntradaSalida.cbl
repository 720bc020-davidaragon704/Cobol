      *   EMP-ID (VALIDADO CONTRA EMPLEADOS.TXT) Y SE SELLA UNA
      *   CHECADA DE ENTRADA O SALIDA EN CHECADAS.TXT, QUE LA NOMINA
      *   USA PARA CALCULAR DIAS TRABAJADOS Y HORAS EXTRA.
      * - DESPUES DE CHECAR, EL EMPLEADO PUEDE CONSULTAR CON SU NIP
      *   PERSONAL (NIPS-EMPLEADOS.TXT, VER PINEMP) SU SALDO DE
      *   VACACIONES, SU PRESTAMO, SU FONDO DE AHORRO, SUS COMPRAS EN
      *   TIENDA, SU ULTIMO NETO PAGADO Y SUS CHECADAS DEL PERIODO,
      *   SOLO EN CONSULTA. TRES NIP EQUIVOCADOS BLOQUEAN LA CONSULTA
      *   HASTA QUE UN SUPERVISOR LA RESTABLECE (NUMERO 99998).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRADA-SALIDA.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

           SELECT NIP-FILE ASSIGN TO "NIPS-EMPLEADOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PN-EMP-ID
                                   FILE STATUS PN-STATUS.

           SELECT CORRECCION-FILE
                                   ASSIGN TO "CORRECCIONES-CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AU-STATUS.

           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PR-EMP-ID
                                   FILE STATUS PR-STATUS.

           SELECT FONDO-FILE ASSIGN TO "FONDO-AHORRO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS FO-STATUS.

           SELECT COMPRAEMP-FILE ASSIGN TO "COMPRAS-EMPLEADOS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CE-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HN-LLAVE
                                   FILE STATUS HN-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CP-LLAVE
                                   FILE STATUS CP-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OP-ID
                                   FILE STATUS OP-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

           SELECT AUDIT-CAMBIOS-FILE
                                   ASSIGN TO WKS-NOMBRE-AUDITORIA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO-FILE.
       FD CONFIG-FILE.
       01 REG-CONFIG               PIC X(80).

       FD NIP-FILE.
       01 REG-NIP.
           COPY PINEMP.

       FD CORRECCION-FILE.
       01 REG-CORRECCION.
           COPY CORRCHEC.

       FD AUSENCIA-FILE.
       01 REG-AUSENCIA.
           COPY AUSENCIA.

       FD PRESTAMO-FILE.
       01 REG-PRESTAMO.
           COPY PRESTAMO.

       FD FONDO-FILE.
       01 REG-FONDO.
           COPY FONDOREG.

       FD COMPRAEMP-FILE.
       01 REG-COMPRAEMP.
           COPY COMPRAEMP.

       FD HISTORIA-FILE.
       01 REG-HISTORIA.
           COPY HISTNOM.

       FD CALENDARIO-FILE.
       01 REG-CALENDARIO.
           COPY CALNOM.

       FD OPERADOR-FILE.
       01 REG-OPERADOR.
           COPY OPERADOR.

       FD SESION-FILE.
       01 REG-SESION               PIC X(50).

       FD AUDIT-CAMBIOS-FILE.
       01 REG-AUDIT-CAMBIO.
           COPY AUDITREG.

       WORKING-STORAGE SECTION.
           COPY CONFIG-WS.
       77 EMP-STATUS     PIC X(02).
       77 WKS-ULTIMO-TIPO PIC X(01).
       77 WKS-TIPO-NUEVO  PIC X(01).

      * CONSULTA DEL EMPLEADO CON SU NIP (SOLO LECTURA)
           COPY OPLOG-WS.
           COPY AUDIT-WS.
           COPY FECHA-WS.
           COPY VACACION-WS.
           COPY COMPRAEMP-WS.
           COPY CHECEF-WS.
       77 PN-STATUS      PIC X(02).
       77 PR-STATUS      PIC X(02).
       77 FO-STATUS      PIC X(02).
       77 HN-STATUS      PIC X(02).
       77 CP-STATUS      PIC X(02).
       77 WKS-RESPUESTA  PIC X(01).
       77 WKS-NIP        PIC X(06).
       77 WKS-NIP-CONFIRMA PIC X(06).
       77 WKS-NIP-OK-SW  PIC X(01).
           88 WKS-NIP-OK VALUE "S".
       77 WKS-ESTADO-ANTERIOR PIC X(20).
       77 WKS-IMPORTE-ED PIC -,---,---,--9.99.
       77 WKS-PARCIALIDADES PIC 9(04).
       77 WKS-FONDO-SALDO PIC S9(11)V9(02).
       77 WKS-ULTIMO-PERIODO PIC 9(08).
       77 WKS-ULTIMO-NETO PIC 9(10)V9(02).
       77 WKS-FIN-ARCHIVO PIC X(01).
           88 WKS-EOF-ARCHIVO VALUE "S".
       77 WKS-GRUPO-EMP  PIC X(02).
       77 WKS-PER-DESDE  PIC 9(08).
       77 WKS-PER-HASTA  PIC 9(08).
       77 WKS-CHECADAS-MOSTRADAS PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1700-CARGAR-CONFIG.
           DISPLAY "=== RELOJ CHECADOR ===".
           DISPLAY "TECLEE SU NUMERO DE EMPLEADO (99999 = APAGAR)".
           ACCEPT WKS-ID-TECLEADO.
           IF WKS-ID-TECLEADO IS EQUAL TO 99998 THEN
               PERFORM 0020-RESTABLECER-NIP THRU 0020-SALIR
           ELSE
           IF WKS-ID-TECLEADO IS NOT EQUAL TO 99999 AND
              WKS-ID-TECLEADO IS NOT EQUAL TO 0 THEN
               MOVE WKS-ID-TECLEADO TO EMP-ID
           ELSE
               DISPLAY "SALIDA REGISTRADA " CH-HORA
                       " - HASTA MANANA " EMP-NOMBRE.
           DISPLAY "CONSULTAR SUS SALDOS CON SU NIP (S/N)".
           ACCEPT WKS-RESPUESTA.
           IF WKS-RESPUESTA IS EQUAL TO "S" OR
              WKS-RESPUESTA IS EQUAL TO "s" THEN
               PERFORM 0010-CONSULTA-EMPLEADO THRU 0010-SALIR.

      * BUSCA LA ULTIMA CHECADA DE HOY DEL EMPLEADO PARA SABER SI LO
      * QUE SIGUE ES ENTRADA O SALIDA
                      CH-EMP-ID IS EQUAL TO WKS-ID-TECLEADO THEN
                       MOVE CH-TIPO TO WKS-ULTIMO-TIPO.

      ******************************************************************
      * CONSULTA DEL EMPLEADO QUE ACABA DE CHECAR (REGISTRO DE
      * EMPLEADO YA LEIDO): NADA SE MUESTRA SIN EL NIP CORRECTO Y
      * NADA SE MODIFICA, SALVO EL CONTROL DE INTENTOS DEL NIP
      ******************************************************************
       0010-CONSULTA-EMPLEADO.
           PERFORM 0011-VALIDAR-NIP THRU 0011-SALIR.
           IF NOT WKS-NIP-OK THEN
               GO TO 0010-SALIR.
           DISPLAY "=== SUS DATOS AL " WKS-FECHA-HOY " ===".
           PERFORM 0012-MOSTRAR-VACACIONES.
           PERFORM 0013-MOSTRAR-PRESTAMO.
           PERFORM 0014-MOSTRAR-FONDO.
           PERFORM 0015-MOSTRAR-COMPRAS.
           PERFORM 0016-MOSTRAR-ULTIMO-NETO.
           PERFORM 0017-MOSTRAR-CHECADAS.
           DISPLAY "=== FIN DE LA CONSULTA ===".

       0010-SALIR.
           EXIT.

      * TRES NIP EQUIVOCADOS SEGUIDOS BLOQUEAN LA CONSULTA; EL
      * BLOQUEO Y CADA FALLO QUEDAN EN LA BITACORA DE SESIONES
       0011-VALIDAR-NIP.
           MOVE "N" TO WKS-NIP-OK-SW.
           OPEN I-O NIP-FILE.
           IF PN-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO TIENE NIP ASIGNADO, PIDALO A SU SUPERVISOR"
               GO TO 0011-SALIR.
           MOVE WKS-ID-TECLEADO TO PN-EMP-ID.
           READ NIP-FILE KEY IS PN-EMP-ID
               INVALID KEY
                   DISPLAY "NO TIENE NIP ASIGNADO, PIDALO A SU "
                           "SUPERVISOR"
                   CLOSE NIP-FILE
                   GO TO 0011-SALIR.
           IF PN-BLOQUEADO THEN
               DISPLAY "CONSULTA BLOQUEADA POR NIP EQUIVOCADO, PIDA A "
                       "SU SUPERVISOR QUE LA RESTABLEZCA"
               CLOSE NIP-FILE
               GO TO 0011-SALIR.
           DISPLAY "TECLEE SU NIP".
           ACCEPT WKS-NIP.
           MOVE WKS-NIP TO WKS-CLAVE-TRABAJO.
           PERFORM 1837-CIFRAR-CLAVE.
           IF PN-INTENTOS IS NOT NUMERIC THEN
               MOVE 0 TO PN-INTENTOS.
           MOVE WKS-ID-TECLEADO TO WKS-SES-OPERADOR-X.
           IF WKS-NIP IS NOT EQUAL TO SPACES AND
              PN-NIP IS EQUAL TO WKS-CLAVE-CIFRADA THEN
               MOVE "S" TO WKS-NIP-OK-SW
               MOVE 0 TO PN-INTENTOS
           ELSE
               DISPLAY "NIP INCORRECTO"
               ADD 1 TO PN-INTENTOS
               MOVE "NIP FALLO" TO WKS-SES-EVENTO
               IF PN-INTENTOS IS NOT LESS THAN WKS-TOPE-INTENTOS THEN
                   MOVE "B" TO PN-ESTADO
                   MOVE "NIP BLOQ" TO WKS-SES-EVENTO
                   DISPLAY "CONSULTA BLOQUEADA POR " WKS-TOPE-INTENTOS
                           " NIP EQUIVOCADOS, PIDA A SU SUPERVISOR "
                           "QUE LA RESTABLEZCA"
               END-IF
               PERFORM 1845-REGISTRAR-SESION.
           REWRITE REG-NIP
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL NIP".
           CLOSE NIP-FILE.

       0011-SALIR.
           EXIT.

      * LA MISMA RUTINA DEL SALDO DE VACACIONES DE VARIABLES
       0012-MOSTRAR-VACACIONES.
           IF EMP-FECHA-CONTRATO IS NOT NUMERIC OR
              EMP-FECHA-CONTRATO IS EQUAL TO 0 THEN
               DISPLAY "VACACIONES: SIN FECHA DE CONTRATO, ACUDA A "
                       "NOMINA"
           ELSE
               MOVE WKS-ID-TECLEADO TO WKS-VAC-EMP
               MOVE EMP-FECHA-CONTRATO TO WKS-VAC-CONTRATO
               PERFORM 1980-SALDO-VACACIONES
               DISPLAY "VACACIONES: " WKS-VAC-DERECHO " DIAS DE "
                       "DERECHO, " WKS-VAC-TOMADAS " TOMADOS, SALDO "
                       WKS-VAC-SALDO.

       0013-MOSTRAR-PRESTAMO.
           OPEN INPUT PRESTAMO-FILE.
           IF PR-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "PRESTAMO: NO TIENE PRESTAMO VIGENTE"
           ELSE
               MOVE WKS-ID-TECLEADO TO PR-EMP-ID
               READ PRESTAMO-FILE KEY IS PR-EMP-ID
                   INVALID KEY
                       MOVE 0 TO PR-SALDO
               END-READ
               CLOSE PRESTAMO-FILE
               IF PR-SALDO IS EQUAL TO 0 THEN
                   DISPLAY "PRESTAMO: NO TIENE PRESTAMO VIGENTE"
               ELSE
                   MOVE PR-SALDO TO WKS-IMPORTE-ED
                   DISPLAY "PRESTAMO DEL " PR-FECHA ", SALDO "
                           WKS-IMPORTE-ED
                   MOVE PR-ABONO TO WKS-IMPORTE-ED
                   IF PR-ABONO IS GREATER THAN 0 THEN
                       COMPUTE WKS-PARCIALIDADES =
                               (PR-SALDO + PR-ABONO - 0.01) / PR-ABONO
                       DISPLAY "  ABONO POR PERIODO " WKS-IMPORTE-ED
                               ", FALTAN " WKS-PARCIALIDADES
                               " PARCIALIDADES".

      * EL SALDO DEL FONDO ES LA SUMA DE SUS APORTACIONES (A Y E)
      * MENOS LO PAGADO EN LOS CIERRES (P), COMO EN CIERRE-FONDO
       0014-MOSTRAR-FONDO.
           MOVE 0 TO WKS-FONDO-SALDO.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT FONDO-FILE.
           IF FO-STATUS IS EQUAL TO "00" THEN
               PERFORM 0014-LEER-FONDO UNTIL WKS-EOF-ARCHIVO
               CLOSE FONDO-FILE.
           MOVE WKS-FONDO-SALDO TO WKS-IMPORTE-ED.
           DISPLAY "FONDO DE AHORRO: SALDO " WKS-IMPORTE-ED.

       0014-LEER-FONDO.
           READ FONDO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF FO-EMP-ID IS EQUAL TO WKS-ID-TECLEADO THEN
                       IF FO-TIPO IS EQUAL TO "P" THEN
                           SUBTRACT FO-IMPORTE FROM WKS-FONDO-SALDO
                       ELSE
                           ADD FO-IMPORTE TO WKS-FONDO-SALDO.

       0015-MOSTRAR-COMPRAS.
           MOVE WKS-ID-TECLEADO TO WKS-CEM-EMP.
           PERFORM 1860-SALDO-COMPRAS.
           MOVE WKS-CEM-SALDO TO WKS-IMPORTE-ED.
           DISPLAY "COMPRAS EN TIENDA: SALDO " WKS-IMPORTE-ED.

      * ULTIMA NOMINA ORDINARIA (O SU CORRECTIVA) DE LA HISTORIA
       0016-MOSTRAR-ULTIMO-NETO.
           MOVE 0 TO WKS-ULTIMO-PERIODO.
           MOVE 0 TO WKS-ULTIMO-NETO.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS EQUAL TO "00" THEN
               PERFORM 0016-LEER-HISTORIA UNTIL WKS-EOF-ARCHIVO
               CLOSE HISTORIA-FILE.
           IF WKS-ULTIMO-PERIODO IS EQUAL TO 0 THEN
               DISPLAY "ULTIMO PAGO: SIN NOMINAS REGISTRADAS"
           ELSE
               MOVE WKS-ULTIMO-NETO TO WKS-IMPORTE-ED
               DISPLAY "ULTIMO PAGO: PERIODO AL " WKS-ULTIMO-PERIODO
                       ", NETO " WKS-IMPORTE-ED.

       0016-LEER-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF HN-EMP-ID IS EQUAL TO WKS-ID-TECLEADO AND
                      (HN-TIPO IS EQUAL TO "N" OR "C") AND
                      HN-PERIODO IS NOT LESS THAN WKS-ULTIMO-PERIODO
                   THEN
                       MOVE HN-PERIODO TO WKS-ULTIMO-PERIODO
                       MOVE HN-NETO TO WKS-ULTIMO-NETO.

      * CHECADAS EFECTIVAS (CON LAS CORRECCIONES DEL SUPERVISOR) DEL
      * PERIODO ABIERTO DEL GRUPO DE PAGO DEL EMPLEADO; SIN
      * CALENDARIO, LAS DEL MES EN CURSO
       0017-MOSTRAR-CHECADAS.
           MOVE EMP-GRUPO TO WKS-GRUPO-EMP.
           MOVE WKS-FECHA-HOY TO WKS-PER-DESDE.
           MOVE "01" TO WKS-PER-DESDE(7:2).
           MOVE WKS-FECHA-HOY TO WKS-PER-HASTA.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT CALENDARIO-FILE.
           IF CP-STATUS IS EQUAL TO "00" THEN
               MOVE LOW-VALUES TO CP-LLAVE
               MOVE WKS-GRUPO-EMP TO CP-GRUPO
               START CALENDARIO-FILE KEY IS NOT LESS THAN CP-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 0017-LEER-PERIODO UNTIL WKS-EOF-ARCHIVO
               CLOSE CALENDARIO-FILE.
           MOVE WKS-ID-TECLEADO TO WKS-CE-EMP.
           MOVE WKS-PER-DESDE TO WKS-CE-DESDE.
           MOVE WKS-PER-HASTA TO WKS-CE-HASTA.
           PERFORM 1975-CHECADAS-EFECTIVAS.
           DISPLAY "CHECADAS DEL " WKS-PER-DESDE " AL " WKS-PER-HASTA
                   ":".
           MOVE 0 TO WKS-CHECADAS-MOSTRADAS.
           IF WKS-CE-NUM IS GREATER THAN 0 THEN
               PERFORM 0017-MOSTRAR-CHECADA
                   VARYING WKS-CE-IDX FROM 1 BY 1
                   UNTIL WKS-CE-IDX IS GREATER THAN WKS-CE-NUM.
           IF WKS-CHECADAS-MOSTRADAS IS EQUAL TO 0 THEN
               DISPLAY "  SIN CHECADAS EN EL PERIODO".

       0017-LEER-PERIODO.
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF CP-GRUPO IS NOT EQUAL TO WKS-GRUPO-EMP THEN
                       MOVE "S" TO WKS-FIN-ARCHIVO
                   ELSE
                   IF CP-ESTADO IS EQUAL TO "A" THEN
                       MOVE CP-INICIO TO WKS-PER-DESDE
                       MOVE CP-FIN TO WKS-PER-HASTA
                       MOVE "S" TO WKS-FIN-ARCHIVO.

       0017-MOSTRAR-CHECADA.
           ADD 1 TO WKS-CHECADAS-MOSTRADAS.
           IF WKS-CE-TIPO(WKS-CE-IDX) IS EQUAL TO "E" THEN
               DISPLAY "  " WKS-CE-FECHA(WKS-CE-IDX) " "
                       WKS-CE-HORA(WKS-CE-IDX) " ENTRADA"
           ELSE
               DISPLAY "  " WKS-CE-FECHA(WKS-CE-IDX) " "
                       WKS-CE-HORA(WKS-CE-IDX) " SALIDA".

      ******************************************************************
      * ASIGNACION O RESTABLECIMIENTO DEL NIP DE UN EMPLEADO POR UN
      * SUPERVISOR: EL EMPLEADO TECLEA SU NIP NUEVO DOS VECES, LA
      * CONSULTA QUEDA ACTIVA Y EL CAMBIO EN LA BITACORA DE CAMBIOS
      * (SIN EL NIP)
      ******************************************************************
       0020-RESTABLECER-NIP.
           DISPLAY "ASIGNAR O RESTABLECER NIP DE CONSULTA".
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               GO TO 0020-SALIR.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT EMP-ID.
           READ EMPLEADO-FILE KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "NUMERO DE EMPLEADO NO REGISTRADO"
                   GO TO 0020-SALIR.
           DISPLAY "EMPLEADO " EMP-ID " " EMP-NOMBRE.
           DISPLAY "EL EMPLEADO TECLEA SU NIP NUEVO".
           ACCEPT WKS-NIP.
           DISPLAY "CONFIRME EL NIP NUEVO".
           ACCEPT WKS-NIP-CONFIRMA.
           IF WKS-NIP IS EQUAL TO SPACES OR
              WKS-NIP IS NOT EQUAL TO WKS-NIP-CONFIRMA THEN
               DISPLAY "LOS NIP NO COINCIDEN, NO SE ASIGNO"
               GO TO 0020-SALIR.
           MOVE WKS-NIP TO WKS-CLAVE-TRABAJO.
           PERFORM 1837-CIFRAR-CLAVE.
           OPEN I-O NIP-FILE.
           IF PN-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT NIP-FILE
               CLOSE NIP-FILE
               OPEN I-O NIP-FILE.
           MOVE EMP-ID TO PN-EMP-ID.
           MOVE SPACES TO WKS-ESTADO-ANTERIOR.
           READ NIP-FILE KEY IS PN-EMP-ID
               INVALID KEY
                   MOVE "SIN NIP" TO WKS-ESTADO-ANTERIOR
               NOT INVALID KEY
                   IF PN-BLOQUEADO THEN
                       MOVE "BLOQUEADO" TO WKS-ESTADO-ANTERIOR
                   ELSE
                       MOVE "ACTIVO" TO WKS-ESTADO-ANTERIOR
           END-READ.
           MOVE EMP-ID TO PN-EMP-ID.
           MOVE WKS-CLAVE-CIFRADA TO PN-NIP.
           MOVE "A" TO PN-ESTADO.
           MOVE 0 TO PN-INTENTOS.
           MOVE WKS-SUP-OPERADOR TO PN-SUPERVISOR.
           ACCEPT PN-FECHA FROM DATE YYYYMMDD.
           IF WKS-ESTADO-ANTERIOR IS EQUAL TO "SIN NIP" THEN
               WRITE REG-NIP
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL NIP"
                       CLOSE NIP-FILE
                       GO TO 0020-SALIR
               END-WRITE
           ELSE
               REWRITE REG-NIP
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL NIP"
                       CLOSE NIP-FILE
                       GO TO 0020-SALIR.
           CLOSE NIP-FILE.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "NIPS" TO WKS-AUD-ARCHIVO.
           MOVE EMP-ID TO WKS-AUD-LLAVE.
           MOVE "PN-ESTADO" TO WKS-AUD-CAMPO.
           MOVE WKS-ESTADO-ANTERIOR TO WKS-AUD-ANTERIOR.
           MOVE "RESTABLECIDO" TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.
           DISPLAY "NIP ASIGNADO, LA CONSULTA QUEDA ACTIVA".

       0020-SALIR.
           EXIT.

           COPY CONFIG-PROC.

           COPY OPLOG-PROC.

           COPY AUDIT-PROC.

           COPY FECHA-PROC.

           COPY VACACION-PROC.

           COPY COMPRAEMP-PROC.

           COPY CHECEF-PROC.
