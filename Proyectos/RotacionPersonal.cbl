      ******************************************************************
      * Author:
      * Date:
      * Purpose: ROTACION DE PERSONAL DEL MES (AAAAMM), POR
      *          DEPARTAMENTO: PLANTILLA INICIAL, ALTAS, BAJAS POR
      *          MOTIVO (BJ-MOTIVO, VER BAJA.cpy; LAS BAJAS ANTERIORES
      *          AL MOTIVO SALEN "S/M") Y PLANTILLA FINAL, CON LA
      *          ROTACION DEL MES (BAJAS ENTRE LA PLANTILLA PROMEDIO
      *          DEL MES) Y LA DE LOS ULTIMOS 12 MESES (BAJAS DE LOS
      *          12 MESES ENTRE EL PROMEDIO DE LAS 12 PLANTILLAS DE
      *          CIERRE). DA TAMBIEN LA ANTIGUEDAD PROMEDIO DEL PERSONAL
      *          ACTIVO AL CIERRE Y DE LAS BAJAS DEL MES, Y CUANTOS SE
      *          FUERON ANTES DE WKS-DIAS-TEMPRANA DIAS DE CONTRATADOS.
      *          LOS ACTIVOS SALEN DE EMPLEADOS.TXT (EMP-FECHA-CONTRATO)
      *          Y LOS QUE YA SE FUERON DE EMPLEADOS-BAJA.TXT (FECHA DE
      *          BAJA MAS SU REGISTRO DEL MAESTRO), ASI QUE UN MES
      *          ANTERIOR SE PUEDE VOLVER A SACAR CON SU PLANTILLA DE
      *          ENTONCES. REPORTE EN ROTACION-PERSONAL-AAAAMM.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACION-PERSONAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EMPLEADO-FILE ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT BAJA-FILE ASSIGN TO "EMPLEADOS-BAJA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS BJ-STATUS.

           SELECT DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DP-CODIGO
                                   FILE STATUS DP-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD BAJA-FILE.
       01 REG-BAJA.
           COPY BAJA.

       FD DEPTO-FILE.
       01 REG-DEPTO.
           COPY DEPTO.

       FD REPORTE-FILE.
       01 REG-REPORTE                      PIC X(80).

       FD CONFIG-FILE.
       01 REG-CONFIG                       PIC X(80).

       WORKING-STORAGE SECTION.
       77 EMP-STATUS              PIC X(02).
       77 BJ-STATUS               PIC X(02).
       77 DP-STATUS               PIC X(02).
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.

       77 WKS-FIN-EMPLEADOS       PIC X(01) VALUE "N".
           88 WKS-EOF-EMPLEADOS   VALUE "S".
       77 WKS-FIN-BAJAS           PIC X(01) VALUE "N".
           88 WKS-EOF-BAJAS       VALUE "S".
       77 WKS-HAY-DEPTOS-SW       PIC X(01).
           88 WKS-HAY-DEPTOS      VALUE "S".

      * MES DEL REPORTE, SU ULTIMO DIA Y LOS 12 MESES QUE TERMINAN EN
      * EL (PARA LA ROTACION ANUALIZADA)
       01 WKS-MES-REPORTE         PIC 9(06).
       01 WKS-MES-REP-DESGLOSE REDEFINES WKS-MES-REPORTE.
           02 WKS-MR-ANIO         PIC 9(04).
           02 WKS-MR-MES          PIC 9(02).
       77 WKS-FIN-MES             PIC 9(08).
       01 WKS-MES-CURSOR          PIC 9(06).
       01 WKS-MES-CUR-DESGLOSE REDEFINES WKS-MES-CURSOR.
           02 WKS-MC-ANIO         PIC 9(04).
           02 WKS-MC-MES          PIC 9(02).
       01 WKS-TABLA-VENTANA.
           02 WKS-VM-MES          PIC 9(06) OCCURS 12 TIMES.
       77 WKS-IDX-VM              PIC 9(02).

      * UN RENGLON POR DEPARTAMENTO; EL PRIMERO ES EL TOTAL DE LA
      * EMPRESA Y SE ACUMULA JUNTO CON EL DEPARTAMENTO DE CADA QUIEN.
      * MOTIVOS: 1 R, 2 D, 3 C, 4 A, 5 F, 6 J, 7 O, 8 SIN MOTIVO
       01 WKS-TABLA-DEPTOS.
           02 WKS-DX-DEPTO OCCURS 60 TIMES.
               03 WKS-DX-CODIGO       PIC X(04).
               03 WKS-DX-NOMBRE       PIC X(15).
               03 WKS-DX-INICIAL      PIC 9(05).
               03 WKS-DX-ALTAS        PIC 9(05).
               03 WKS-DX-BAJAS        PIC 9(05).
               03 WKS-DX-MOTIVO       PIC 9(05) OCCURS 8 TIMES.
               03 WKS-DX-FINAL        PIC 9(05).
               03 WKS-DX-BAJAS-12     PIC 9(05).
               03 WKS-DX-CIERRES-12   PIC 9(07).
               03 WKS-DX-TEMPRANAS    PIC 9(05).
               03 WKS-DX-TEMPRANAS-12 PIC 9(05).
               03 WKS-DX-DIAS-ACTIVOS PIC 9(09).
               03 WKS-DX-NUM-ACTIVOS  PIC 9(05).
               03 WKS-DX-DIAS-BAJAS   PIC 9(09).
               03 WKS-DX-NUM-BAJAS    PIC 9(05).
       77 WKS-NUM-DEPTOS          PIC 9(02) VALUE 0.
       77 WKS-TOPE-DEPTOS         PIC 9(02) VALUE 60.
       77 WKS-IDX-DX              PIC 9(02).
       77 WKS-IDX-ENCONTRADO      PIC 9(02).
       77 WKS-IDX-ACUM            PIC 9(02).
       77 WKS-IDX-MOT             PIC 9(01).
       77 WKS-DEPTOS-OMITIDOS     PIC 9(05) VALUE 0.

      * LA PERSONA QUE SE EVALUA (ACTIVA O DADA DE BAJA)
       77 WKS-P-CONTRATO          PIC 9(08).
       77 WKS-P-BAJA              PIC 9(08).
       77 WKS-P-DEPTO             PIC X(04).
       77 WKS-P-MOTIVO            PIC X(01).
       77 WKS-P-MES-ALTA          PIC 9(06).
       77 WKS-P-MES-BAJA          PIC 9(06).
       77 WKS-P-DIAS-ACTIVO       PIC S9(07).
       77 WKS-P-DIAS-BAJA         PIC S9(07).
       77 WKS-P-TEMPRANA-SW       PIC X(01).
           88 WKS-P-TEMPRANA      VALUE "S".

      * BAJA TEMPRANA: SE FUE A LOS WKS-DIAS-TEMPRANA DIAS O ANTES
       77 WKS-DIAS-TEMPRANA       PIC 9(03) VALUE 90.

      * RENGLONES DEL REPORTE
       77 WKS-PROMEDIO            PIC 9(07)V9(02).
       77 WKS-ROTACION-MES        PIC 9(05)V9(02).
       77 WKS-ROTACION-12         PIC 9(05)V9(02).
       77 WKS-ANIOS               PIC 9(03)V9(02).
       77 WKS-CONTEO-FORMAT       PIC Z(06)9.
       77 WKS-CORTO-FORMAT        PIC ZZZZ9.
       77 WKS-MOTIVO-FORMAT       PIC ZZ9.
       77 WKS-TEMPRANA-FORMAT     PIC ZZZ9.
       77 WKS-PCT-FORMAT          PIC ZZZ9.99.
       77 WKS-ANIOS-FORMAT        PIC ZZ9.99.
       77 WKS-COLUMNA             PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ROTACION Y ANTIGUEDAD DEL PERSONAL ===".
           PERFORM 1700-CARGAR-CONFIG.
           PERFORM 1000-PEDIR-MES THRU 1000-SALIR.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "MES INVALIDO, NO SE GENERA"
           ELSE
               PERFORM 1100-PREPARAR-TABLAS
               OPEN INPUT DEPTO-FILE
               MOVE "N" TO WKS-HAY-DEPTOS-SW
               IF DP-STATUS IS EQUAL TO "00" THEN
                   MOVE "S" TO WKS-HAY-DEPTOS-SW
               END-IF
               PERFORM 2000-LEER-ACTIVOS
               PERFORM 3000-LEER-BAJAS
               IF WKS-HAY-DEPTOS THEN
                   CLOSE DEPTO-FILE
               END-IF
               PERFORM 5000-IMPRIMIR-REPORTE.
           GOBACK.

       1000-PEDIR-MES.
           DISPLAY "MES DEL REPORTE (AAAAMM)".
           ACCEPT WKS-MES-REPORTE.
           COMPUTE WKS-FECHA-VALIDAR = WKS-MES-REPORTE * 100 + 1.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               GO TO 1000-SALIR.
           MOVE WKS-FECHA-VALIDAR TO WKS-FE-DESGLOSE.
           PERFORM 2705-FE-DIAS-DEL-MES.
           COMPUTE WKS-FIN-MES = WKS-MES-REPORTE * 100 +
                                 WKS-FE-DIAS-MES.

       1000-SALIR.
           EXIT.

      * LOS 12 MESES DE LA VENTANA, DEL MAS ANTIGUO AL DEL REPORTE;
      * EL RENGLON 1 DE LA TABLA DE DEPARTAMENTOS ES EL TOTAL
       1100-PREPARAR-TABLAS.
           MOVE WKS-MES-REPORTE TO WKS-MES-CURSOR.
           IF WKS-MC-MES IS GREATER THAN 11 THEN
               SUBTRACT 11 FROM WKS-MC-MES
           ELSE
               ADD 1 TO WKS-MC-MES
               SUBTRACT 1 FROM WKS-MC-ANIO.
           PERFORM 1110-MES-VENTANA
               VARYING WKS-IDX-VM FROM 1 BY 1
               UNTIL WKS-IDX-VM IS GREATER THAN 12.
           INITIALIZE WKS-TABLA-DEPTOS.
           MOVE 1 TO WKS-NUM-DEPTOS.
           MOVE "*TOT" TO WKS-DX-CODIGO(1).
           MOVE "TOTAL EMPRESA" TO WKS-DX-NOMBRE(1).

       1110-MES-VENTANA.
           MOVE WKS-MES-CURSOR TO WKS-VM-MES(WKS-IDX-VM).
           IF WKS-MC-MES IS EQUAL TO 12 THEN
               MOVE 1 TO WKS-MC-MES
               ADD 1 TO WKS-MC-ANIO
           ELSE
               ADD 1 TO WKS-MC-MES.

      ******************************************************************
      * PERSONAL ACTIVO: NO TIENE FECHA DE BAJA
      ******************************************************************
       2000-LEER-ACTIVOS.
           MOVE "N" TO WKS-FIN-EMPLEADOS.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS"
           ELSE
               PERFORM 2010-LEER-EMPLEADO UNTIL WKS-EOF-EMPLEADOS
               CLOSE EMPLEADO-FILE.

       2010-LEER-EMPLEADO.
           READ EMPLEADO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMPLEADOS
               NOT AT END
                   MOVE EMP-FECHA-CONTRATO TO WKS-P-CONTRATO
                   MOVE 0 TO WKS-P-BAJA
                   MOVE EMP-DEPTO TO WKS-P-DEPTO
                   MOVE SPACE TO WKS-P-MOTIVO
                   PERFORM 6000-EVALUAR-PERSONA.

      ******************************************************************
      * BAJAS: FECHA DE BAJA MAS CONTRATO Y DEPARTAMENTO QUE TENIAN
      ******************************************************************
       3000-LEER-BAJAS.
           MOVE "N" TO WKS-FIN-BAJAS.
           OPEN INPUT BAJA-FILE.
           IF BJ-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-BAJAS
           ELSE
               PERFORM 3010-LEER-BAJA UNTIL WKS-EOF-BAJAS
               CLOSE BAJA-FILE.

       3010-LEER-BAJA.
           READ BAJA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-BAJAS
               NOT AT END
                   IF BJ-FECHA-BAJA IS NUMERIC AND
                      BJ-FECHA-BAJA IS GREATER THAN 0 THEN
                       IF BJ-FECHA-CONTRATO IS NUMERIC THEN
                           MOVE BJ-FECHA-CONTRATO TO WKS-P-CONTRATO
                       ELSE
                           MOVE 0 TO WKS-P-CONTRATO
                       END-IF
                       MOVE BJ-FECHA-BAJA TO WKS-P-BAJA
                       MOVE BJ-DEPTO TO WKS-P-DEPTO
                       MOVE BJ-MOTIVO TO WKS-P-MOTIVO
                       PERFORM 6000-EVALUAR-PERSONA.

      ******************************************************************
      * CADA PERSONA CUENTA POR MESES: ESTA EN LA PLANTILLA DE CIERRE
      * DE UN MES SI SE CONTRATO ESE MES O ANTES Y NO SE HA IDO O SE
      * FUE DESPUES; LA PLANTILLA INICIAL ES LA DE CIERRE DEL MES
      * ANTERIOR. SIN FECHA DE CONTRATO CUENTA DESDE SIEMPRE PERO NO
      * ENTRA EN LA ANTIGUEDAD PROMEDIO.
      ******************************************************************
       6000-EVALUAR-PERSONA.
           MOVE WKS-P-CONTRATO(1:6) TO WKS-P-MES-ALTA.
           IF WKS-P-BAJA IS EQUAL TO 0 THEN
               MOVE 999999 TO WKS-P-MES-BAJA
           ELSE
               MOVE WKS-P-BAJA(1:6) TO WKS-P-MES-BAJA.
      * CONTRATADOS DESPUES DEL MES O IDOS ANTES DE LA VENTANA NO
      * CUENTAN EN NADA
           IF WKS-P-MES-ALTA IS NOT GREATER THAN WKS-MES-REPORTE AND
              WKS-P-MES-BAJA IS NOT LESS THAN WKS-VM-MES(1) THEN
               PERFORM 6010-CALCULAR-DIAS
               PERFORM 6100-UBICAR-DEPTO
               MOVE 1 TO WKS-IDX-ACUM
               PERFORM 6200-ACUMULAR
               IF WKS-IDX-DX IS GREATER THAN 1 THEN
                   MOVE WKS-IDX-DX TO WKS-IDX-ACUM
                   PERFORM 6200-ACUMULAR.

      * DIAS DE ANTIGUEDAD AL CIERRE DEL MES O A LA BAJA
       6010-CALCULAR-DIAS.
           MOVE -1 TO WKS-P-DIAS-ACTIVO.
           MOVE -1 TO WKS-P-DIAS-BAJA.
           MOVE "N" TO WKS-P-TEMPRANA-SW.
           IF WKS-P-CONTRATO IS GREATER THAN 0 THEN
               MOVE WKS-P-CONTRATO TO WKS-FECHA-DE
               MOVE WKS-FIN-MES TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               MOVE WKS-DIAS-DIFERENCIA TO WKS-P-DIAS-ACTIVO
               IF WKS-P-BAJA IS NOT LESS THAN WKS-P-CONTRATO THEN
                   MOVE WKS-P-BAJA TO WKS-FECHA-A
                   PERFORM 2720-DIAS-ENTRE
                   MOVE WKS-DIAS-DIFERENCIA TO WKS-P-DIAS-BAJA
                   IF WKS-P-DIAS-BAJA IS NOT GREATER THAN
                      WKS-DIAS-TEMPRANA THEN
                       MOVE "S" TO WKS-P-TEMPRANA-SW.

      * RENGLON DEL DEPARTAMENTO (SE AGREGA LA PRIMERA VEZ CON SU
      * NOMBRE DEL CATALOGO); SIN LUGAR EN LA TABLA SOLO VA AL TOTAL
       6100-UBICAR-DEPTO.
           MOVE 0 TO WKS-IDX-ENCONTRADO.
           PERFORM 6105-COMPARAR-DEPTO
               VARYING WKS-IDX-DX FROM 2 BY 1
               UNTIL WKS-IDX-DX IS GREATER THAN WKS-NUM-DEPTOS
                  OR WKS-IDX-ENCONTRADO IS GREATER THAN 0.
           IF WKS-IDX-ENCONTRADO IS GREATER THAN 0 THEN
               MOVE WKS-IDX-ENCONTRADO TO WKS-IDX-DX
           ELSE
               IF WKS-NUM-DEPTOS IS LESS THAN WKS-TOPE-DEPTOS THEN
                   ADD 1 TO WKS-NUM-DEPTOS
                   MOVE WKS-NUM-DEPTOS TO WKS-IDX-DX
                   PERFORM 6110-NUEVO-DEPTO
               ELSE
                   ADD 1 TO WKS-DEPTOS-OMITIDOS
                   MOVE 1 TO WKS-IDX-DX.

       6105-COMPARAR-DEPTO.
           IF WKS-DX-CODIGO(WKS-IDX-DX) IS EQUAL TO WKS-P-DEPTO THEN
               MOVE WKS-IDX-DX TO WKS-IDX-ENCONTRADO.

       6110-NUEVO-DEPTO.
           MOVE WKS-P-DEPTO TO WKS-DX-CODIGO(WKS-IDX-DX).
           IF WKS-P-DEPTO IS EQUAL TO SPACES THEN
               MOVE "(SIN DEPTO)" TO WKS-DX-NOMBRE(WKS-IDX-DX)
           ELSE
               MOVE "(NO EN CATALOGO)" TO WKS-DX-NOMBRE(WKS-IDX-DX)
               IF WKS-HAY-DEPTOS THEN
                   MOVE WKS-P-DEPTO TO DP-CODIGO
                   READ DEPTO-FILE KEY IS DP-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DP-NOMBRE TO WKS-DX-NOMBRE(WKS-IDX-DX).

       6200-ACUMULAR.
           IF WKS-P-MES-ALTA IS LESS THAN WKS-MES-REPORTE AND
              WKS-P-MES-BAJA IS NOT LESS THAN WKS-MES-REPORTE THEN
               ADD 1 TO WKS-DX-INICIAL(WKS-IDX-ACUM).
           IF WKS-P-MES-ALTA IS EQUAL TO WKS-MES-REPORTE THEN
               ADD 1 TO WKS-DX-ALTAS(WKS-IDX-ACUM).
           IF WKS-P-MES-BAJA IS EQUAL TO WKS-MES-REPORTE THEN
               PERFORM 6210-BAJA-DEL-MES.
           IF WKS-P-MES-BAJA IS GREATER THAN WKS-MES-REPORTE THEN
               ADD 1 TO WKS-DX-FINAL(WKS-IDX-ACUM)
               IF WKS-P-DIAS-ACTIVO IS NOT LESS THAN 0 THEN
                   ADD WKS-P-DIAS-ACTIVO
                       TO WKS-DX-DIAS-ACTIVOS(WKS-IDX-ACUM)
                   ADD 1 TO WKS-DX-NUM-ACTIVOS(WKS-IDX-ACUM).
           IF WKS-P-MES-BAJA IS NOT LESS THAN WKS-VM-MES(1) AND
              WKS-P-MES-BAJA IS NOT GREATER THAN WKS-MES-REPORTE THEN
               ADD 1 TO WKS-DX-BAJAS-12(WKS-IDX-ACUM)
               IF WKS-P-TEMPRANA THEN
                   ADD 1 TO WKS-DX-TEMPRANAS-12(WKS-IDX-ACUM).
           PERFORM 6220-CIERRE-VENTANA
               VARYING WKS-IDX-VM FROM 1 BY 1
               UNTIL WKS-IDX-VM IS GREATER THAN 12.

       6210-BAJA-DEL-MES.
           ADD 1 TO WKS-DX-BAJAS(WKS-IDX-ACUM).
           IF WKS-P-MOTIVO IS EQUAL TO "R" THEN
               MOVE 1 TO WKS-IDX-MOT
           ELSE
           IF WKS-P-MOTIVO IS EQUAL TO "D" THEN
               MOVE 2 TO WKS-IDX-MOT
           ELSE
           IF WKS-P-MOTIVO IS EQUAL TO "C" THEN
               MOVE 3 TO WKS-IDX-MOT
           ELSE
           IF WKS-P-MOTIVO IS EQUAL TO "A" THEN
               MOVE 4 TO WKS-IDX-MOT
           ELSE
           IF WKS-P-MOTIVO IS EQUAL TO "F" THEN
               MOVE 5 TO WKS-IDX-MOT
           ELSE
           IF WKS-P-MOTIVO IS EQUAL TO "J" THEN
               MOVE 6 TO WKS-IDX-MOT
           ELSE
           IF WKS-P-MOTIVO IS EQUAL TO "O" THEN
               MOVE 7 TO WKS-IDX-MOT
           ELSE
               MOVE 8 TO WKS-IDX-MOT.
           ADD 1 TO WKS-DX-MOTIVO(WKS-IDX-ACUM, WKS-IDX-MOT).
           IF WKS-P-TEMPRANA THEN
               ADD 1 TO WKS-DX-TEMPRANAS(WKS-IDX-ACUM).
           IF WKS-P-DIAS-BAJA IS NOT LESS THAN 0 THEN
               ADD WKS-P-DIAS-BAJA TO WKS-DX-DIAS-BAJAS(WKS-IDX-ACUM)
               ADD 1 TO WKS-DX-NUM-BAJAS(WKS-IDX-ACUM).

       6220-CIERRE-VENTANA.
           IF WKS-P-MES-ALTA IS NOT GREATER THAN WKS-VM-MES(WKS-IDX-VM)
              AND WKS-P-MES-BAJA IS GREATER THAN WKS-VM-MES(WKS-IDX-VM)
           THEN
               ADD 1 TO WKS-DX-CIERRES-12(WKS-IDX-ACUM).

      ******************************************************************
      * REPORTE: PLANTILLA Y ROTACION, BAJAS POR MOTIVO Y RESUMEN DE
      * ANTIGUEDAD; LOS DEPARTAMENTOS PRIMERO Y EL TOTAL AL FINAL
      ******************************************************************
       5000-IMPRIMIR-REPORTE.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "ROTACION-PERSONAL-" WKS-MES-REPORTE ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "ROTACION DE PERSONAL DEL MES " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE SPACES TO WKS-REP-ENCABEZADO.
           STRING "DEPT NOMBRE          INICIAL ALTAS BAJAS FINAL"
                  " ROT.MES ROT.12M  ANTIG"
               DELIMITED BY SIZE INTO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           PERFORM 5100-RENGLON-PLANTILLA
               VARYING WKS-IDX-DX FROM 2 BY 1
               UNTIL WKS-IDX-DX IS GREATER THAN WKS-NUM-DEPTOS.
           MOVE 1 TO WKS-IDX-DX.
           PERFORM 5100-RENGLON-PLANTILLA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "--- BAJAS DEL MES POR MOTIVO ---" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "DEPT NOMBRE          REN DES FIN ABA FAL JUB OTR"
                  " S/M <90D"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 5200-RENGLON-MOTIVOS
               VARYING WKS-IDX-DX FROM 2 BY 1
               UNTIL WKS-IDX-DX IS GREATER THAN WKS-NUM-DEPTOS.
           MOVE 1 TO WKS-IDX-DX.
           PERFORM 5200-RENGLON-MOTIVOS.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 5300-RESUMEN.
           PERFORM 1965-REPORTE-TERMINAR.
           IF WKS-DEPTOS-OMITIDOS IS GREATER THAN 0 THEN
               DISPLAY "PERSONAS SOLO EN EL TOTAL (TABLA DE DEPTOS "
                       "LLENA): " WKS-DEPTOS-OMITIDOS.
           DISPLAY "REPORTE IMPRESO EN " WKS-REP-NOMBRE.

      * ROTACION DEL MES: BAJAS ENTRE (INICIAL + FINAL) / 2; DE 12
      * MESES: BAJAS DE LOS 12 MESES ENTRE EL PROMEDIO DE SUS CIERRES
       5100-RENGLON-PLANTILLA.
           MOVE 0 TO WKS-ROTACION-MES.
           COMPUTE WKS-PROMEDIO = (WKS-DX-INICIAL(WKS-IDX-DX) +
                                   WKS-DX-FINAL(WKS-IDX-DX)) / 2.
           IF WKS-PROMEDIO IS GREATER THAN 0 THEN
               COMPUTE WKS-ROTACION-MES ROUNDED =
                       WKS-DX-BAJAS(WKS-IDX-DX) * 100 / WKS-PROMEDIO.
           MOVE 0 TO WKS-ROTACION-12.
           IF WKS-DX-CIERRES-12(WKS-IDX-DX) IS GREATER THAN 0 THEN
               COMPUTE WKS-ROTACION-12 ROUNDED =
                       WKS-DX-BAJAS-12(WKS-IDX-DX) * 1200 /
                       WKS-DX-CIERRES-12(WKS-IDX-DX).
           MOVE 0 TO WKS-ANIOS.
           IF WKS-DX-NUM-ACTIVOS(WKS-IDX-DX) IS GREATER THAN 0 THEN
               COMPUTE WKS-ANIOS ROUNDED =
                       WKS-DX-DIAS-ACTIVOS(WKS-IDX-DX) /
                       WKS-DX-NUM-ACTIVOS(WKS-IDX-DX) / 365.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-DX-CODIGO(WKS-IDX-DX) TO WKS-REP-LINEA(1:4).
           MOVE WKS-DX-NOMBRE(WKS-IDX-DX) TO WKS-REP-LINEA(6:15).
           MOVE WKS-DX-INICIAL(WKS-IDX-DX) TO WKS-CONTEO-FORMAT.
           MOVE WKS-CONTEO-FORMAT TO WKS-REP-LINEA(22:7).
           MOVE WKS-DX-ALTAS(WKS-IDX-DX) TO WKS-CORTO-FORMAT.
           MOVE WKS-CORTO-FORMAT TO WKS-REP-LINEA(30:5).
           MOVE WKS-DX-BAJAS(WKS-IDX-DX) TO WKS-CORTO-FORMAT.
           MOVE WKS-CORTO-FORMAT TO WKS-REP-LINEA(36:5).
           MOVE WKS-DX-FINAL(WKS-IDX-DX) TO WKS-CORTO-FORMAT.
           MOVE WKS-CORTO-FORMAT TO WKS-REP-LINEA(42:5).
           MOVE WKS-ROTACION-MES TO WKS-PCT-FORMAT.
           MOVE WKS-PCT-FORMAT TO WKS-REP-LINEA(48:7).
           MOVE WKS-ROTACION-12 TO WKS-PCT-FORMAT.
           MOVE WKS-PCT-FORMAT TO WKS-REP-LINEA(56:7).
           MOVE WKS-ANIOS TO WKS-ANIOS-FORMAT.
           MOVE WKS-ANIOS-FORMAT TO WKS-REP-LINEA(64:6).
           PERFORM 1961-REPORTE-LINEA.

       5200-RENGLON-MOTIVOS.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE WKS-DX-CODIGO(WKS-IDX-DX) TO WKS-REP-LINEA(1:4).
           MOVE WKS-DX-NOMBRE(WKS-IDX-DX) TO WKS-REP-LINEA(6:15).
           PERFORM 5210-COLUMNA-MOTIVO
               VARYING WKS-IDX-MOT FROM 1 BY 1
               UNTIL WKS-IDX-MOT IS GREATER THAN 8.
           MOVE WKS-DX-TEMPRANAS(WKS-IDX-DX) TO WKS-TEMPRANA-FORMAT.
           MOVE WKS-TEMPRANA-FORMAT TO WKS-REP-LINEA(54:4).
           PERFORM 1961-REPORTE-LINEA.

       5210-COLUMNA-MOTIVO.
           COMPUTE WKS-COLUMNA = 18 + WKS-IDX-MOT * 4.
           MOVE WKS-DX-MOTIVO(WKS-IDX-DX, WKS-IDX-MOT)
               TO WKS-MOTIVO-FORMAT.
           MOVE WKS-MOTIVO-FORMAT TO WKS-REP-LINEA(WKS-COLUMNA:3).

       5300-RESUMEN.
           MOVE 0 TO WKS-ANIOS.
           IF WKS-DX-NUM-ACTIVOS(1) IS GREATER THAN 0 THEN
               COMPUTE WKS-ANIOS ROUNDED =
                       WKS-DX-DIAS-ACTIVOS(1) /
                       WKS-DX-NUM-ACTIVOS(1) / 365.
           MOVE WKS-ANIOS TO WKS-ANIOS-FORMAT.
           MOVE WKS-DX-NUM-ACTIVOS(1) TO WKS-CONTEO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "ANTIGUEDAD PROMEDIO DEL PERSONAL ACTIVO: "
                  WKS-ANIOS-FORMAT " ANIOS (" WKS-CONTEO-FORMAT
                  " PERSONAS)"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 0 TO WKS-ANIOS.
           IF WKS-DX-NUM-BAJAS(1) IS GREATER THAN 0 THEN
               COMPUTE WKS-ANIOS ROUNDED =
                       WKS-DX-DIAS-BAJAS(1) /
                       WKS-DX-NUM-BAJAS(1) / 365.
           MOVE WKS-ANIOS TO WKS-ANIOS-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "ANTIGUEDAD PROMEDIO DE LAS BAJAS DEL MES: "
                  WKS-ANIOS-FORMAT " ANIOS"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-DX-TEMPRANAS(1) TO WKS-CORTO-FORMAT.
           MOVE WKS-DX-TEMPRANAS-12(1) TO WKS-CONTEO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "BAJAS A " WKS-DIAS-TEMPRANA
                  " DIAS O MENOS DE CONTRATADOS: MES "
                  WKS-CORTO-FORMAT "  ULTIMOS 12 MESES "
                  WKS-CONTEO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-DX-BAJAS-12(1) TO WKS-CONTEO-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "BAJAS DE LOS ULTIMOS 12 MESES (" WKS-VM-MES(1)
                  " A " WKS-MES-REPORTE "): " WKS-CONTEO-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

       END PROGRAM ROTACION-PERSONAL.
