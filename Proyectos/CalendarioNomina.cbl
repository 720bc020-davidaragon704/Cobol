      *          MENSUAL) EN CALENDARIO-NOMINA.TXT CON NUMERO,
      *          FECHAS DE INICIO/FIN, FECHA DE PAGO Y ESTADO
      *          (A = ABIERTO, C = CERRADO), ASI QUE POR CONSTRUCCION
      *          NO HAY HUECOS NI PERIODOS DUPLICADOS. CADA GRUPO DE
      *          PAGO (EMP-GRUPO; ESPACIOS = GRUPO GENERAL) TIENE SU
      *          PROPIO CALENDARIO CON SU PERIODICIDAD Y SUS DIAS DE
      *          PAGO (VER CALNOM). LAS CORRIDAS DE NOMINA Y
      *          VARIABLES TOMAN DE AQUI EL PERIODO ABIERTO DEL GRUPO
      *          Y EL POSTEO EN FIRME LO CIERRA; AQUI TAMBIEN SE
      *          LISTAN LOS GRUPOS Y EL ANIO DE UN GRUPO, Y SE PUEDE
      *          REABRIR O CERRAR UN PERIODO A MANO. UN CALENDARIO
      *          DEL TRAZADO ANTERIOR A LOS GRUPOS SE PASA UNA SOLA
      *          VEZ CON CONVIERTE-CALENDARIO, SIN PERDER LOS CIERRES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD CALENDARIO-FILE.
       01 REG-CALENDARIO.
           COPY CALNOM.

       WORKING-STORAGE SECTION.
       77 CP-STATUS               PIC X(02).
           88 WKS-EOF-CALENDARIO  VALUE "S".
       77 WKS-YA-EXISTE           PIC X(01).
       77 WKS-ESTADO-NUEVO        PIC X(01).
       77 WKS-GRUPO               PIC X(02).
       77 WKS-DIAS-PAGO           PIC 9(02).
       77 WKS-GRUPO-ANTERIOR      PIC X(02).
       77 WKS-GRUPOS-VISTOS       PIC 9(03).
       77 WKS-ABIERTO-GRUPO       PIC 9(03).
       01 WKS-FIN-DESGLOSE.
           02 WKS-FD-ANIO         PIC 9(04).
           02 WKS-FD-MES          PIC 9(02).
           DISPLAY "1-. GENERAR CALENDARIO DE UN ANIO".
           DISPLAY "2-. LISTAR CALENDARIO DE UN ANIO".
           DISPLAY "3-. CERRAR/REABRIR UN PERIODO".
           DISPLAY "4-. GRUPOS DE PAGO".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               PERFORM 2000-GENERAR-ANIO
           ELSE
           IF WKS-OPCION IS EQUAL TO 3 THEN
               PERFORM 4000-CAMBIAR-ESTADO
           ELSE
           IF WKS-OPCION IS EQUAL TO 4 THEN
               PERFORM 5000-LISTAR-GRUPOS
           ELSE
               DISPLAY "OPCION INVALIDA".
           CLOSE CALENDARIO-FILE.
               CLOSE CALENDARIO-FILE
               OPEN I-O CALENDARIO-FILE.

       1100-PEDIR-GRUPO.
           DISPLAY "GRUPO DE PAGO (ENTER = GRUPO GENERAL)".
           MOVE SPACES TO WKS-GRUPO.
           ACCEPT WKS-GRUPO.

       2000-GENERAR-ANIO.
           PERFORM 1100-PEDIR-GRUPO.
           DISPLAY "ANIO (AAAA)".
           ACCEPT WKS-ANIO.
           PERFORM 2005-REVISAR-EXISTENTE.
           IF WKS-YA-EXISTE IS EQUAL TO "S" THEN
               DISPLAY "EL GRUPO YA TIENE CALENDARIO ESE ANIO, NO SE "
                       "REGENERA (LOS HUECOS SON IMPOSIBLES SOLO "
                       "SI NADIE LO RECONSTRUYE A MEDIAS)"
           ELSE
               DISPLAY "PERIODICIDAD (S=SEMANAL Q=QUINCENAL "
                       "M=MENSUAL)"
               ACCEPT WKS-PERIODICIDAD
               DISPLAY "DIAS DEL FIN DEL PERIODO A LA FECHA DE PAGO "
                       "(0 = EL MISMO DIA)"
               ACCEPT WKS-DIAS-PAGO
               MOVE 0 TO WKS-GENERADOS
               IF WKS-PERIODICIDAD IS EQUAL TO "S" THEN
                   PERFORM 2100-GENERAR-SEMANAL

       2005-REVISAR-EXISTENTE.
           MOVE "N" TO WKS-YA-EXISTE.
           MOVE WKS-GRUPO TO CP-GRUPO.
           MOVE WKS-ANIO TO CP-ANIO.
           MOVE 1 TO CP-NUMERO.
           READ CALENDARIO-FILE KEY IS CP-LLAVE
                   WKS-ANIO * 10000 + WKS-FD-MES * 100 +
                   WKS-FE-DIAS-MES.

      * LA FECHA DE PAGO ES EL FIN DEL PERIODO MAS LOS DIAS DE PAGO
      * DEL GRUPO
       2900-GRABAR-PERIODO.
           ADD 1 TO WKS-NUMERO.
           MOVE WKS-GRUPO TO CP-GRUPO.
           MOVE WKS-ANIO TO CP-ANIO.
           MOVE WKS-NUMERO TO CP-NUMERO.
           MOVE WKS-FECHA-INICIO TO CP-INICIO.
           MOVE WKS-FECHA-FIN TO CP-FIN.
           MOVE WKS-FECHA-FIN TO CP-PAGO.
           IF WKS-DIAS-PAGO IS GREATER THAN 0 THEN
               MOVE WKS-FECHA-FIN TO WKS-FECHA-BASE
               MOVE WKS-DIAS-PAGO TO WKS-DIAS-SUMAR
               PERFORM 2710-FECHA-MAS-DIAS
               MOVE WKS-FECHA-RESULTADO TO CP-PAGO.
           MOVE "A" TO CP-ESTADO.
           MOVE WKS-PERIODICIDAD TO CP-PERIODICIDAD.
           WRITE REG-CALENDARIO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PERIODO "
                   ADD 1 TO WKS-GENERADOS.

       3000-LISTAR-ANIO.
           PERFORM 1100-PEDIR-GRUPO.
           DISPLAY "ANIO (AAAA)".
           ACCEPT WKS-ANIO.
           MOVE "N" TO WKS-FIN-CALENDARIO.
           MOVE WKS-GRUPO TO CP-GRUPO.
           MOVE WKS-ANIO TO CP-ANIO.
           MOVE 0 TO CP-NUMERO.
           START CALENDARIO-FILE KEY IS NOT LESS THAN CP-LLAVE
               AT END
                   MOVE "S" TO WKS-FIN-CALENDARIO
               NOT AT END
                   IF CP-GRUPO IS NOT EQUAL TO WKS-GRUPO OR
                      CP-ANIO IS NOT EQUAL TO WKS-ANIO THEN
                       MOVE "S" TO WKS-FIN-CALENDARIO
                   ELSE
                       DISPLAY "PERIODO " CP-NUMERO
                               " (" CP-PERIODICIDAD ")"
                               " DEL " CP-INICIO
                               " AL " CP-FIN
                               " PAGO " CP-PAGO
                               " ESTADO " CP-ESTADO.

       4000-CAMBIAR-ESTADO.
           PERFORM 1100-PEDIR-GRUPO.
           MOVE WKS-GRUPO TO CP-GRUPO.
           DISPLAY "ANIO (AAAA)".
           ACCEPT CP-ANIO.
           DISPLAY "NUMERO DE PERIODO".
                           NOT INVALID KEY
                               DISPLAY "PERIODO ACTUALIZADO".

      * UN RENGLON POR GRUPO: SU PERIODICIDAD Y EL PRIMER PERIODO
      * ABIERTO (EL QUE TOMARA LA SIGUIENTE CORRIDA DEL GRUPO)
       5000-LISTAR-GRUPOS.
           MOVE 0 TO WKS-GRUPOS-VISTOS.
           MOVE "N" TO WKS-FIN-CALENDARIO.
           MOVE LOW-VALUES TO CP-LLAVE.
           START CALENDARIO-FILE KEY IS NOT LESS THAN CP-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CALENDARIO.
           PERFORM 5010-LEER-GRUPO UNTIL WKS-EOF-CALENDARIO.
           IF WKS-GRUPOS-VISTOS IS EQUAL TO 0 THEN
               DISPLAY "NO HAY CALENDARIOS GENERADOS".

       5010-LEER-GRUPO.
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CALENDARIO
               NOT AT END
                   IF WKS-GRUPOS-VISTOS IS EQUAL TO 0 OR
                      CP-GRUPO IS NOT EQUAL TO WKS-GRUPO-ANTERIOR THEN
                       ADD 1 TO WKS-GRUPOS-VISTOS
                       MOVE CP-GRUPO TO WKS-GRUPO-ANTERIOR
                       MOVE 0 TO WKS-ABIERTO-GRUPO
                       DISPLAY "GRUPO [" CP-GRUPO "] PERIODICIDAD "
                               CP-PERIODICIDAD
                   END-IF
                   IF CP-ESTADO IS EQUAL TO "A" AND
                      WKS-ABIERTO-GRUPO IS EQUAL TO 0 THEN
                       MOVE CP-NUMERO TO WKS-ABIERTO-GRUPO
                       DISPLAY "    PERIODO ABIERTO " CP-ANIO "-"
                               CP-NUMERO " DEL " CP-INICIO
                               " AL " CP-FIN " PAGO " CP-PAGO.

           COPY FECHA-PROC.
