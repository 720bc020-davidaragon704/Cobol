      ******************************************************************
      * Author:
      * Date:
      * Purpose: ROL SEMANAL DE TURNOS. SOBRE EL CATALOGO DE TURNOS
      *          (TURNOS.TXT) ARMA EN ROL-SEMANAL.TXT (VER ROL), POR
      *          EMPLEADO Y DIA DE LUNES A DOMINGO, EL TURNO ASIGNADO
      *          O DS = DESCANSO. LA SEMANA SE GENERA COPIANDO LA
      *          ANTERIOR (O, LA PRIMERA VEZ, DEL TURNO FIJO EMP-TURNO
      *          Y SUS DIAS LABORABLES), EL SUPERVISOR LA EDITA POR
      *          EMPLEADO CON SU FIRMA (QUEDA EN LA BITACORA DE
      *          CAMBIOS) Y SE IMPRIME POR DEPARTAMENTO. YA CERRADA LA
      *          SEMANA, EL CRUCE CONTRA CHECADAS.TXT LISTA QUIEN NO
      *          SE PRESENTO, QUIEN TRABAJO EN SU DESCANSO Y QUIEN
      *          ENTRO EN UN TURNO DISTINTO AL ASIGNADO. LA PRIMA
      *          DOMINICAL DE VARIABLES SE PAGA POR LOS DOMINGOS QUE
      *          EL ROL ASIGNA TRABAJADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROL-SEMANAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ROL-FILE ASSIGN TO "ROL-SEMANAL.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RL-LLAVE
                                   FILE STATUS RL-STATUS.

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

           SELECT DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DP-CODIGO
                                   FILE STATUS DP-STATUS.

           SELECT CHECADA-FILE ASSIGN TO "CHECADAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CH-STATUS.

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
       FD ROL-FILE.
       01 REG-ROL.
           COPY ROL.

       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD TURNO-FILE.
       01 REG-TURNO.
           COPY TURNO.

       FD DEPTO-FILE.
       01 REG-DEPTO.
           COPY DEPTO.

       FD CHECADA-FILE.
       01 REG-CHECADA.
           COPY CHECADA.

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

      * LA RUTA DEL MAESTRO DE EMPLEADOS VIENE DE LA CONFIGURACION
           COPY CONFIG-WS.
           COPY REPORTE-WS.
           COPY FECHA-WS.
           COPY OPLOG-WS.
           COPY AUDIT-WS.

       77 RL-STATUS               PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 TN-STATUS               PIC X(02).
       77 DP-STATUS               PIC X(02).
       77 CH-STATUS               PIC X(02).

       77 WKS-OPCION              PIC 9(01).
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-SEMANA              PIC 9(08).
       77 WKS-SEMANA-ANTERIOR     PIC 9(08).
       77 WKS-DOMINGO-SEMANA      PIC 9(08).
       77 WKS-SERIE-SEMANA        PIC 9(07).
       77 WKS-DOW-COCIENTE        PIC 9(07).
       77 WKS-DOW-RESTO           PIC 9(01).
       77 WKS-SEMANA-OK-SW        PIC X(01).
           88 WKS-SEMANA-OK       VALUE "S".
       77 WKS-CLAVE-EMP           PIC 9(05).

      * CATALOGO DE TURNOS EN MEMORIA: ENTRADA EN MINUTOS DEL DIA
      * PARA RECONOCER EL TURNO EN QUE ENTRO CADA QUIEN
       01 WKS-TURNOS-TABLA.
           02 WKS-TT-TURNO        OCCURS 30 TIMES.
               03 WKS-TT-CODIGO   PIC X(02).
               03 WKS-TT-ENTRADA  PIC 9(05).
               03 WKS-TT-DIAS     PIC X(07).
       77 WKS-TT-NUM              PIC 9(02) VALUE 0.
       77 WKS-IDX-TN              PIC 9(02).
       77 WKS-TT-ENCONTRADO       PIC 9(02).
       77 WKS-FIN-TURNOS          PIC X(01) VALUE "N".
           88 WKS-EOF-TURNOS      VALUE "S".
       01 WKS-HORA-TURNO-D.
           02 WKS-HT-HH           PIC 9(02).
           02 WKS-HT-MM           PIC 9(02).

       01 WKS-DIAS-NOMBRES        PIC X(21)
                                  VALUE "LUNMARMIEJUEVIESABDOM".
       01 WKS-DIAS-NOMBRES-R REDEFINES WKS-DIAS-NOMBRES.
           02 WKS-DIA-NOMBRE      PIC X(03) OCCURS 7 TIMES.
       77 WKS-IDX-DIA             PIC 9(02).

      * GENERACION DE LA SEMANA
       77 WKS-FIN-EMPLEADOS       PIC X(01) VALUE "N".
           88 WKS-EOF-EMPLEADOS   VALUE "S".
       77 WKS-COPIADOS            PIC 9(05).
       77 WKS-DEL-TURNO-FIJO      PIC 9(05).
       77 WKS-YA-EXISTIAN         PIC 9(05).
       01 WKS-DIAS-COPIA.
           02 WKS-DC-TURNO        PIC X(02) OCCURS 7 TIMES.

      * EDICION DEL ROL POR EL SUPERVISOR
       77 WKS-DIA-EDITAR          PIC 9(01).
       77 WKS-TURNO-NUEVO         PIC X(02).
       77 WKS-CAMBIOS             PIC 9(02).
       77 WKS-FECHA-DIA           PIC 9(08).

      * IMPRESION POR DEPARTAMENTO
       77 WKS-FIN-ROL             PIC X(01) VALUE "N".
           88 WKS-EOF-ROL         VALUE "S".
       77 WKS-FIN-DEPTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-DEPTOS      VALUE "S".
       77 WKS-HAY-DEPTOS-SW       PIC X(01) VALUE "N".
           88 WKS-HAY-DEPTOS      VALUE "S".
       77 WKS-DEPTO-IMPRIMIR      PIC X(04).
       77 WKS-SIN-DEPTO-SW        PIC X(01).
           88 WKS-PASADA-SIN-DEPTO VALUE "S".
       77 WKS-DEPTO-EXISTE-SW     PIC X(01).
           88 WKS-DEPTO-EXISTE    VALUE "S".
       77 WKS-IMPRESOS-DEPTO      PIC 9(05).
       77 WKS-IMPRESOS            PIC 9(05).
       77 WKS-NOMBRE-CORTO        PIC X(20).
       01 WKS-NOMBRE-ROL.
           02 FILLER              PIC X(11) VALUE "ROL-SEMANA-".
           02 WKS-NR-SEMANA       PIC 9(08).
           02 FILLER              PIC X(04) VALUE ".TXT".

      * CRUCE DEL ROL CONTRA LAS CHECADAS
       01 WKS-NOMBRE-CRUCE.
           02 FILLER              PIC X(13) VALUE "ROL-CHECADAS-".
           02 WKS-NC-SEMANA       PIC 9(08).
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-CHECADAS-SEMANA.
           02 WKS-CK-DIA          OCCURS 7 TIMES.
               03 WKS-CK-CHECO    PIC X(01).
               03 WKS-CK-PRIMERA-E PIC 9(05).
       77 WKS-FIN-CHECADAS        PIC X(01) VALUE "N".
           88 WKS-EOF-CHECADAS    VALUE "S".
       01 WKS-HORA-DESGLOSE.
           02 WKS-HD-HH           PIC 9(02).
           02 WKS-HD-MM           PIC 9(02).
           02 WKS-HD-SS           PIC 9(02).
       77 WKS-MINUTOS-CH          PIC 9(05).
       77 WKS-DIFERENCIA-MIN      PIC 9(05).
       77 WKS-MENOR-DIFERENCIA    PIC 9(05).
       77 WKS-TURNO-ROL           PIC X(02).
       77 WKS-TURNO-CHECADO       PIC X(02).
       77 WKS-FALTAS-ROL          PIC 9(05).
       77 WKS-DESCANSOS-TRAB      PIC 9(05).
       77 WKS-TURNOS-DISTINTOS    PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ROL SEMANAL DE TURNOS ===".
           PERFORM 1700-CARGAR-CONFIG.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "1-. GENERAR LA SEMANA (COPIA DE LA ANTERIOR)".
           DISPLAY "2-. EDITAR EL ROL DE UN EMPLEADO".
           DISPLAY "3-. IMPRIMIR EL ROL POR DEPARTAMENTO".
           DISPLAY "4-. CRUCE DEL ROL CONTRA CHECADAS".
           ACCEPT WKS-OPCION.
           IF WKS-OPCION IS EQUAL TO 1 THEN
               PERFORM 2000-GENERAR-SEMANA THRU 2000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 2 THEN
               PERFORM 3000-EDITAR-ROL THRU 3000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 3 THEN
               PERFORM 4000-IMPRIMIR-ROL THRU 4000-SALIR
           ELSE
           IF WKS-OPCION IS EQUAL TO 4 THEN
               PERFORM 5000-CRUCE-CHECADAS THRU 5000-SALIR
           ELSE
               DISPLAY "OPCION INVALIDA".
           GOBACK.

      * LA SEMANA DEL ROL SE IDENTIFICA POR SU LUNES (EN LA SERIE DE
      * FECHA, RESIDUO 1 ENTRE 7 = LUNES)
       1000-PEDIR-SEMANA.
           MOVE "N" TO WKS-SEMANA-OK-SW.
           DISPLAY "LUNES DE LA SEMANA (AAAAMMDD)".
           ACCEPT WKS-SEMANA.
           MOVE WKS-SEMANA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA"
           ELSE
               MOVE WKS-SEMANA TO WKS-FE-FECHA-X
               PERFORM 2721-FE-A-SERIE
               MOVE WKS-FE-SERIE TO WKS-SERIE-SEMANA
               DIVIDE WKS-FE-SERIE BY 7 GIVING WKS-DOW-COCIENTE
                   REMAINDER WKS-DOW-RESTO
               IF WKS-DOW-RESTO IS NOT EQUAL TO 1 THEN
                   DISPLAY "LA FECHA NO ES LUNES"
               ELSE
                   MOVE "S" TO WKS-SEMANA-OK-SW
                   MOVE WKS-SEMANA TO WKS-FECHA-BASE
                   MOVE 6 TO WKS-DIAS-SUMAR
                   PERFORM 2710-FECHA-MAS-DIAS
                   MOVE WKS-FECHA-RESULTADO TO WKS-DOMINGO-SEMANA.

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
                       MOVE TN-DIAS TO WKS-TT-DIAS(WKS-TT-NUM).

      * BUSCA WKS-TURNO-ROL EN LA TABLA; 0 = NO ESTA EN EL CATALOGO
       1120-BUSCAR-TURNO.
           MOVE 0 TO WKS-TT-ENCONTRADO.
           IF WKS-TT-NUM IS GREATER THAN 0 THEN
               PERFORM 1121-COMPARAR-TURNO
                   VARYING WKS-IDX-TN FROM 1 BY 1
                   UNTIL WKS-IDX-TN IS GREATER THAN WKS-TT-NUM.

       1121-COMPARAR-TURNO.
           IF WKS-TT-CODIGO(WKS-IDX-TN) IS EQUAL TO WKS-TURNO-ROL THEN
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

       1200-ABRIR-ROL.
           OPEN I-O ROL-FILE.
           IF RL-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ROL-FILE
               CLOSE ROL-FILE
               OPEN I-O ROL-FILE.

      ******************************************************************
      * GENERACION: CADA EMPLEADO DEL MAESTRO RECIBE LA SEMANA COPIADA
      * DE SU ROL DE LA SEMANA ANTERIOR; SI NO TENIA, SE ARMA DE SU
      * TURNO FIJO (EMP-TURNO) CON LOS DIAS LABORABLES DEL TURNO Y
      * DESCANSO EN LOS DEMAS. LOS ROLES QUE YA EXISTEN EN LA SEMANA
      * NO SE TOCAN (PUEDEN TRAER EDICIONES DEL SUPERVISOR)
      ******************************************************************
       2000-GENERAR-SEMANA.
           PERFORM 1000-PEDIR-SEMANA.
           IF NOT WKS-SEMANA-OK THEN
               GO TO 2000-SALIR.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY EMPLEADOS REGISTRADOS"
               GO TO 2000-SALIR.
           PERFORM 1100-CARGAR-TURNOS.
           MOVE WKS-SEMANA TO WKS-FE-DESGLOSE.
           PERFORM 1130-RESTAR-UN-DIA 7 TIMES.
           MOVE WKS-FE-DESGLOSE TO WKS-SEMANA-ANTERIOR.
           PERFORM 1200-ABRIR-ROL.
           MOVE 0 TO WKS-COPIADOS.
           MOVE 0 TO WKS-DEL-TURNO-FIJO.
           MOVE 0 TO WKS-YA-EXISTIAN.
           MOVE "N" TO WKS-FIN-EMPLEADOS.
           PERFORM 2010-LEER-EMPLEADO UNTIL WKS-EOF-EMPLEADOS.
           CLOSE ROL-FILE.
           CLOSE EMPLEADO-FILE.
           DISPLAY "SEMANA DEL " WKS-SEMANA " AL " WKS-DOMINGO-SEMANA.
           DISPLAY "COPIADOS DE LA SEMANA ANTERIOR: " WKS-COPIADOS.
           DISPLAY "ARMADOS DEL TURNO FIJO:         "
                   WKS-DEL-TURNO-FIJO.
           DISPLAY "YA EXISTIAN (SIN CAMBIO):       " WKS-YA-EXISTIAN.

       2000-SALIR.
           EXIT.

       2010-LEER-EMPLEADO.
           READ EMPLEADO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMPLEADOS
               NOT AT END
                   PERFORM 2020-ROL-EMPLEADO.

       2020-ROL-EMPLEADO.
           MOVE WKS-SEMANA TO RL-SEMANA.
           MOVE EMP-ID TO RL-EMP-ID.
           READ ROL-FILE KEY IS RL-LLAVE
               INVALID KEY
                   PERFORM 2030-ARMAR-ROL
               NOT INVALID KEY
                   ADD 1 TO WKS-YA-EXISTIAN.

       2030-ARMAR-ROL.
           MOVE WKS-SEMANA-ANTERIOR TO RL-SEMANA.
           MOVE EMP-ID TO RL-EMP-ID.
           READ ROL-FILE KEY IS RL-LLAVE
               INVALID KEY
                   PERFORM 2040-DEL-TURNO-FIJO
                   ADD 1 TO WKS-DEL-TURNO-FIJO
               NOT INVALID KEY
                   MOVE RL-TURNO-DIA(1) TO WKS-DC-TURNO(1)
                   MOVE RL-TURNO-DIA(2) TO WKS-DC-TURNO(2)
                   MOVE RL-TURNO-DIA(3) TO WKS-DC-TURNO(3)
                   MOVE RL-TURNO-DIA(4) TO WKS-DC-TURNO(4)
                   MOVE RL-TURNO-DIA(5) TO WKS-DC-TURNO(5)
                   MOVE RL-TURNO-DIA(6) TO WKS-DC-TURNO(6)
                   MOVE RL-TURNO-DIA(7) TO WKS-DC-TURNO(7)
                   ADD 1 TO WKS-COPIADOS.
           MOVE WKS-SEMANA TO RL-SEMANA.
           MOVE EMP-ID TO RL-EMP-ID.
           MOVE EMP-DEPTO TO RL-DEPTO.
           MOVE WKS-DC-TURNO(1) TO RL-TURNO-DIA(1).
           MOVE WKS-DC-TURNO(2) TO RL-TURNO-DIA(2).
           MOVE WKS-DC-TURNO(3) TO RL-TURNO-DIA(3).
           MOVE WKS-DC-TURNO(4) TO RL-TURNO-DIA(4).
           MOVE WKS-DC-TURNO(5) TO RL-TURNO-DIA(5).
           MOVE WKS-DC-TURNO(6) TO RL-TURNO-DIA(6).
           MOVE WKS-DC-TURNO(7) TO RL-TURNO-DIA(7).
           MOVE SPACES TO RL-SUPERVISOR.
           MOVE WKS-FECHA-HOY TO RL-FECHA-MOD.
           WRITE REG-ROL
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL ROL DEL EMPLEADO "
                           EMP-ID.

      * SIN TURNO FIJO (O CON UN TURNO QUE YA NO ESTA EN EL CATALOGO)
      * LA SEMANA QUEDA EN DESCANSO PARA QUE EL SUPERVISOR LA ASIGNE
       2040-DEL-TURNO-FIJO.
           MOVE EMP-TURNO TO WKS-TURNO-ROL.
           PERFORM 1120-BUSCAR-TURNO.
           PERFORM 2041-DIA-TURNO-FIJO
               VARYING WKS-IDX-DIA FROM 1 BY 1
               UNTIL WKS-IDX-DIA IS GREATER THAN 7.

       2041-DIA-TURNO-FIJO.
           MOVE "DS" TO WKS-DC-TURNO(WKS-IDX-DIA).
           IF WKS-TURNO-ROL IS NOT EQUAL TO SPACES AND
              WKS-TT-ENCONTRADO IS GREATER THAN 0 THEN
               IF WKS-TT-DIAS(WKS-TT-ENCONTRADO)(WKS-IDX-DIA:1)
                  IS EQUAL TO "S" THEN
                   MOVE WKS-TURNO-ROL TO WKS-DC-TURNO(WKS-IDX-DIA).

      ******************************************************************
      * EDICION: EL SUPERVISOR FIRMA UNA VEZ Y CAMBIA LOS DIAS QUE
      * NECESITE; CADA CAMBIO QUEDA EN LA BITACORA DE CAMBIOS CON EL
      * TURNO ANTERIOR Y EL NUEVO, Y EL ROL QUEDA SELLADO CON QUIEN LO
      * MODIFICO Y CUANDO
      ******************************************************************
       3000-EDITAR-ROL.
           PERFORM 1000-PEDIR-SEMANA.
           IF NOT WKS-SEMANA-OK THEN
               GO TO 3000-SALIR.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT WKS-CLAVE-EMP.
           PERFORM 1100-CARGAR-TURNOS.
           OPEN I-O ROL-FILE.
           IF RL-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY ROLES GENERADOS"
               GO TO 3000-SALIR.
           MOVE WKS-SEMANA TO RL-SEMANA.
           MOVE WKS-CLAVE-EMP TO RL-EMP-ID.
           READ ROL-FILE KEY IS RL-LLAVE
               INVALID KEY
                   DISPLAY "EL EMPLEADO NO TIENE ROL ESA SEMANA, "
                           "GENERE LA SEMANA PRIMERO"
                   CLOSE ROL-FILE
                   GO TO 3000-SALIR.
           PERFORM 3010-MOSTRAR-ROL.
           PERFORM 1835-PEDIR-SUPERVISOR.
           IF NOT WKS-SUP-OK THEN
               CLOSE ROL-FILE
               GO TO 3000-SALIR.
           MOVE 0 TO WKS-CAMBIOS.
           MOVE 9 TO WKS-DIA-EDITAR.
           PERFORM 3020-CAMBIAR-DIA UNTIL WKS-DIA-EDITAR IS EQUAL TO 0.
           IF WKS-CAMBIOS IS GREATER THAN 0 THEN
               MOVE WKS-SUP-OPERADOR TO RL-SUPERVISOR
               MOVE WKS-FECHA-HOY TO RL-FECHA-MOD
               REWRITE REG-ROL
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR EL ROL"
                   NOT INVALID KEY
                       DISPLAY "ROL ACTUALIZADO, CAMBIOS: " WKS-CAMBIOS
               END-REWRITE
               PERFORM 3010-MOSTRAR-ROL.
           CLOSE ROL-FILE.

       3000-SALIR.
           EXIT.

       3010-MOSTRAR-ROL.
           DISPLAY "ROL DEL EMPLEADO " RL-EMP-ID " SEMANA " RL-SEMANA.
           PERFORM 3011-MOSTRAR-DIA
               VARYING WKS-IDX-DIA FROM 1 BY 1
               UNTIL WKS-IDX-DIA IS GREATER THAN 7.
           IF RL-SUPERVISOR IS NOT EQUAL TO SPACES THEN
               DISPLAY "ULTIMA MODIFICACION " RL-FECHA-MOD " POR "
                       RL-SUPERVISOR.

       3011-MOSTRAR-DIA.
           DISPLAY WKS-IDX-DIA " " WKS-DIA-NOMBRE(WKS-IDX-DIA) " "
                   RL-TURNO-DIA(WKS-IDX-DIA).

       3020-CAMBIAR-DIA.
           DISPLAY "DIA A CAMBIAR (1=LUN ... 7=DOM, 0=TERMINAR)".
           ACCEPT WKS-DIA-EDITAR.
           IF WKS-DIA-EDITAR IS GREATER THAN 7 THEN
               DISPLAY "DIA INVALIDO"
           ELSE
           IF WKS-DIA-EDITAR IS GREATER THAN 0 THEN
               DISPLAY "TURNO (CODIGO DEL CATALOGO, DS = DESCANSO)"
               ACCEPT WKS-TURNO-NUEVO
               MOVE WKS-TURNO-NUEVO TO WKS-TURNO-ROL
               PERFORM 1120-BUSCAR-TURNO
               IF WKS-TURNO-NUEVO IS NOT EQUAL TO "DS" AND
                  WKS-TT-ENCONTRADO IS EQUAL TO 0 THEN
                   DISPLAY "TURNO " WKS-TURNO-NUEVO
                           " NO ESTA EN EL CATALOGO"
               ELSE
               IF WKS-TURNO-NUEVO IS NOT EQUAL TO
                  RL-TURNO-DIA(WKS-DIA-EDITAR) THEN
                   PERFORM 3030-AUDITAR-DIA
                   MOVE WKS-TURNO-NUEVO TO
                        RL-TURNO-DIA(WKS-DIA-EDITAR)
                   ADD 1 TO WKS-CAMBIOS.

       3030-AUDITAR-DIA.
           MOVE WKS-SEMANA TO WKS-FECHA-BASE.
           COMPUTE WKS-DIAS-SUMAR = WKS-DIA-EDITAR - 1.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-FECHA-DIA.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "ROL-SEMANAL" TO WKS-AUD-ARCHIVO.
           MOVE RL-EMP-ID TO WKS-AUD-LLAVE.
           MOVE SPACES TO WKS-AUD-CAMPO.
           STRING "TURNO-" WKS-FECHA-DIA
               DELIMITED BY SIZE INTO WKS-AUD-CAMPO.
           MOVE RL-TURNO-DIA(WKS-DIA-EDITAR) TO WKS-AUD-ANTERIOR.
           MOVE WKS-TURNO-NUEVO TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.

      ******************************************************************
      * IMPRESION: UN BLOQUE POR DEPARTAMENTO DEL CATALOGO Y AL FINAL
      * LOS EMPLEADOS SIN DEPARTAMENTO (O CON UNO QUE YA NO ESTA EN EL
      * CATALOGO), EN ROL-SEMANA-<LUNES>.TXT
      ******************************************************************
       4000-IMPRIMIR-ROL.
           PERFORM 1000-PEDIR-SEMANA.
           IF NOT WKS-SEMANA-OK THEN
               GO TO 4000-SALIR.
           OPEN INPUT ROL-FILE.
           IF RL-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY ROLES GENERADOS"
               GO TO 4000-SALIR.
           OPEN INPUT EMPLEADO-FILE.
           MOVE "N" TO WKS-HAY-DEPTOS-SW.
           OPEN INPUT DEPTO-FILE.
           IF DP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-HAY-DEPTOS-SW.
           MOVE WKS-SEMANA TO WKS-NR-SEMANA.
           MOVE WKS-NOMBRE-ROL TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "ROL SEMANAL DEL " WKS-SEMANA " AL "
                  WKS-DOMINGO-SEMANA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "EMPL  NOMBRE               LUN MAR MIE JUE VIE SAB DOM"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 0 TO WKS-IMPRESOS.
           MOVE "N" TO WKS-SIN-DEPTO-SW.
           IF WKS-HAY-DEPTOS THEN
               MOVE "N" TO WKS-FIN-DEPTOS
               MOVE LOW-VALUES TO DP-CODIGO
               START DEPTO-FILE KEY IS NOT LESS THAN DP-CODIGO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-DEPTOS
               END-START
               PERFORM 4010-LEER-DEPTO UNTIL WKS-EOF-DEPTOS.
           MOVE "S" TO WKS-SIN-DEPTO-SW.
           MOVE SPACES TO WKS-DEPTO-IMPRIMIR.
           MOVE "SIN DEPARTAMENTO" TO DP-NOMBRE.
           PERFORM 4020-BLOQUE-DEPTO.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "EMPLEADOS EN EL ROL: " WKS-IMPRESOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           IF WKS-HAY-DEPTOS THEN
               CLOSE DEPTO-FILE.
           IF EMP-STATUS IS EQUAL TO "00" THEN
               CLOSE EMPLEADO-FILE.
           CLOSE ROL-FILE.
           DISPLAY "EMPLEADOS EN EL ROL: " WKS-IMPRESOS.
           DISPLAY "ROL IMPRESO EN " WKS-NOMBRE-ROL.

       4000-SALIR.
           EXIT.

       4010-LEER-DEPTO.
           READ DEPTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-DEPTOS
               NOT AT END
                   MOVE DP-CODIGO TO WKS-DEPTO-IMPRIMIR
                   PERFORM 4020-BLOQUE-DEPTO.

      * RECORRE LOS ROLES DE LA SEMANA (LLAVE LUNES + EMPLEADO) Y
      * DEJA LOS DEL DEPARTAMENTO EN TURNO; EL ENCABEZADO DEL BLOQUE
      * SOLO SALE SI EL DEPARTAMENTO TIENE GENTE
       4020-BLOQUE-DEPTO.
           MOVE 0 TO WKS-IMPRESOS-DEPTO.
           MOVE "N" TO WKS-FIN-ROL.
           MOVE WKS-SEMANA TO RL-SEMANA.
           MOVE 0 TO RL-EMP-ID.
           START ROL-FILE KEY IS NOT LESS THAN RL-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-ROL.
           PERFORM 4030-LEER-ROL UNTIL WKS-EOF-ROL.

       4030-LEER-ROL.
           READ ROL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ROL
               NOT AT END
                   IF RL-SEMANA IS NOT EQUAL TO WKS-SEMANA THEN
                       MOVE "S" TO WKS-FIN-ROL
                   ELSE
                       PERFORM 4040-REVISAR-DEPTO
                   END-IF.

       4040-REVISAR-DEPTO.
           IF WKS-PASADA-SIN-DEPTO THEN
               MOVE "N" TO WKS-DEPTO-EXISTE-SW
               IF WKS-HAY-DEPTOS AND RL-DEPTO IS NOT EQUAL TO SPACES
               THEN
                   MOVE RL-DEPTO TO DP-CODIGO
                   READ DEPTO-FILE KEY IS DP-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WKS-DEPTO-EXISTE-SW
                   END-READ
                   MOVE "SIN DEPARTAMENTO" TO DP-NOMBRE
               END-IF
               IF NOT WKS-DEPTO-EXISTE THEN
                   PERFORM 4050-RENGLON-ROL
               END-IF
           ELSE
           IF RL-DEPTO IS EQUAL TO WKS-DEPTO-IMPRIMIR THEN
               PERFORM 4050-RENGLON-ROL.

       4050-RENGLON-ROL.
           IF WKS-IMPRESOS-DEPTO IS EQUAL TO 0 THEN
               MOVE SPACES TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               STRING "DEPARTAMENTO " WKS-DEPTO-IMPRIMIR " " DP-NOMBRE
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-NOMBRE-CORTO.
           IF EMP-STATUS IS EQUAL TO "00" THEN
               MOVE RL-EMP-ID TO EMP-ID
               READ EMPLEADO-FILE KEY IS EMP-ID
                   INVALID KEY
                       MOVE "(NO ESTA EN EL MAESTRO)" TO
                            WKS-NOMBRE-CORTO
                   NOT INVALID KEY
                       STRING EMP-NOMBRE DELIMITED BY "  "
                              " " EMP-APELLIDO-PAT DELIMITED BY SIZE
                           INTO WKS-NOMBRE-CORTO
               END-READ.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING RL-EMP-ID " " WKS-NOMBRE-CORTO " "
                  RL-TURNO-DIA(1) "  " RL-TURNO-DIA(2) "  "
                  RL-TURNO-DIA(3) "  " RL-TURNO-DIA(4) "  "
                  RL-TURNO-DIA(5) "  " RL-TURNO-DIA(6) "  "
                  RL-TURNO-DIA(7)
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IMPRESOS-DEPTO.
           ADD 1 TO WKS-IMPRESOS.

      ******************************************************************
      * CRUCE CONTRA CHECADAS (SOLO SEMANAS YA CERRADAS): POR CADA DIA
      * DEL ROL DE CADA EMPLEADO
      *   - TURNO ASIGNADO Y NINGUNA CHECADA      = NO SE PRESENTO
      *   - DESCANSO Y CON CHECADAS               = TRABAJO EN DESCANSO
      *   - LA PRIMERA ENTRADA DEL DIA QUEDA MAS CERCA DE LA ENTRADA
      *     DE OTRO TURNO DEL CATALOGO QUE DE LA DEL ASIGNADO
      *                                           = TURNO DISTINTO
      * EN ROL-CHECADAS-<LUNES>.TXT
      ******************************************************************
       5000-CRUCE-CHECADAS.
           PERFORM 1000-PEDIR-SEMANA.
           IF NOT WKS-SEMANA-OK THEN
               GO TO 5000-SALIR.
           IF WKS-DOMINGO-SEMANA IS NOT LESS THAN WKS-FECHA-HOY THEN
               DISPLAY "LA SEMANA NO HA TERMINADO, EL CRUCE SE CORRE "
                       "DESPUES DEL DOMINGO " WKS-DOMINGO-SEMANA
               GO TO 5000-SALIR.
           OPEN INPUT ROL-FILE.
           IF RL-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY ROLES GENERADOS"
               GO TO 5000-SALIR.
           PERFORM 1100-CARGAR-TURNOS.
           MOVE WKS-SEMANA TO WKS-NC-SEMANA.
           MOVE WKS-NOMBRE-CRUCE TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "ROL CONTRA CHECADAS DEL " WKS-SEMANA " AL "
                  WKS-DOMINGO-SEMANA
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "EMPL  FECHA    DIA ROL CHECO INCIDENCIA"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 0 TO WKS-FALTAS-ROL.
           MOVE 0 TO WKS-DESCANSOS-TRAB.
           MOVE 0 TO WKS-TURNOS-DISTINTOS.
           MOVE "N" TO WKS-FIN-ROL.
           MOVE WKS-SEMANA TO RL-SEMANA.
           MOVE 0 TO RL-EMP-ID.
           START ROL-FILE KEY IS NOT LESS THAN RL-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-ROL.
           PERFORM 5010-LEER-ROL UNTIL WKS-EOF-ROL.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "NO SE PRESENTARON:    " WKS-FALTAS-ROL
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "TRABAJO EN DESCANSO:  " WKS-DESCANSOS-TRAB
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           STRING "TURNO DISTINTO:       " WKS-TURNOS-DISTINTOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           CLOSE ROL-FILE.
           DISPLAY "NO SE PRESENTARON:   " WKS-FALTAS-ROL.
           DISPLAY "TRABAJO EN DESCANSO: " WKS-DESCANSOS-TRAB.
           DISPLAY "TURNO DISTINTO:      " WKS-TURNOS-DISTINTOS.
           DISPLAY "CRUCE IMPRESO EN " WKS-NOMBRE-CRUCE.

       5000-SALIR.
           EXIT.

       5010-LEER-ROL.
           READ ROL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ROL
               NOT AT END
                   IF RL-SEMANA IS NOT EQUAL TO WKS-SEMANA THEN
                       MOVE "S" TO WKS-FIN-ROL
                   ELSE
                       PERFORM 5020-CHECADAS-EMPLEADO
                       PERFORM 5040-COMPARAR-DIA
                           VARYING WKS-IDX-DIA FROM 1 BY 1
                           UNTIL WKS-IDX-DIA IS GREATER THAN 7
                   END-IF.

      * CHECADAS DEL EMPLEADO EN LA SEMANA: SI CHECO CADA DIA Y SU
      * PRIMERA ENTRADA EN MINUTOS (9999 = SIN ENTRADA)
       5020-CHECADAS-EMPLEADO.
           PERFORM 5021-LIMPIAR-DIA
               VARYING WKS-IDX-DIA FROM 1 BY 1
               UNTIL WKS-IDX-DIA IS GREATER THAN 7.
           MOVE "N" TO WKS-FIN-CHECADAS.
           OPEN INPUT CHECADA-FILE.
           IF CH-STATUS IS EQUAL TO "00" THEN
               PERFORM 5030-LEER-CHECADA UNTIL WKS-EOF-CHECADAS
               CLOSE CHECADA-FILE.

       5021-LIMPIAR-DIA.
           MOVE "N" TO WKS-CK-CHECO(WKS-IDX-DIA).
           MOVE 9999 TO WKS-CK-PRIMERA-E(WKS-IDX-DIA).

       5030-LEER-CHECADA.
           READ CHECADA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CHECADAS
               NOT AT END
                   IF CH-EMP-ID IS EQUAL TO RL-EMP-ID AND
                      CH-FECHA IS NOT LESS THAN WKS-SEMANA AND
                      CH-FECHA IS NOT GREATER THAN WKS-DOMINGO-SEMANA
                   THEN
                       PERFORM 5031-ANOTAR-CHECADA.

       5031-ANOTAR-CHECADA.
           MOVE CH-FECHA TO WKS-FE-FECHA-X.
           PERFORM 2721-FE-A-SERIE.
           COMPUTE WKS-IDX-DIA = WKS-FE-SERIE - WKS-SERIE-SEMANA + 1.
           MOVE "S" TO WKS-CK-CHECO(WKS-IDX-DIA).
           IF CH-TIPO IS EQUAL TO "E" THEN
               MOVE CH-HORA TO WKS-HORA-DESGLOSE
               COMPUTE WKS-MINUTOS-CH = WKS-HD-HH * 60 + WKS-HD-MM
               IF WKS-MINUTOS-CH IS LESS THAN
                  WKS-CK-PRIMERA-E(WKS-IDX-DIA) THEN
                   MOVE WKS-MINUTOS-CH TO
                        WKS-CK-PRIMERA-E(WKS-IDX-DIA).

       5040-COMPARAR-DIA.
           MOVE RL-TURNO-DIA(WKS-IDX-DIA) TO WKS-TURNO-ROL.
           IF WKS-TURNO-ROL IS EQUAL TO SPACES THEN
               MOVE "DS" TO WKS-TURNO-ROL.
           MOVE SPACES TO WKS-TURNO-CHECADO.
           IF WKS-TURNO-ROL IS EQUAL TO "DS" THEN
               IF WKS-CK-CHECO(WKS-IDX-DIA) IS EQUAL TO "S" THEN
                   ADD 1 TO WKS-DESCANSOS-TRAB
                   MOVE "TRABAJO EN DESCANSO" TO WKS-NOMBRE-CORTO
                   PERFORM 5060-RENGLON-CRUCE
               END-IF
           ELSE
           IF WKS-CK-CHECO(WKS-IDX-DIA) IS NOT EQUAL TO "S" THEN
               ADD 1 TO WKS-FALTAS-ROL
               MOVE "NO SE PRESENTO" TO WKS-NOMBRE-CORTO
               PERFORM 5060-RENGLON-CRUCE
           ELSE
           IF WKS-CK-PRIMERA-E(WKS-IDX-DIA) IS LESS THAN 9999 THEN
               PERFORM 1120-BUSCAR-TURNO
               IF WKS-TT-ENCONTRADO IS GREATER THAN 0 THEN
                   PERFORM 5050-TURNO-MAS-CERCANO
                   IF WKS-TURNO-CHECADO IS NOT EQUAL TO
                      WKS-TURNO-ROL THEN
                       ADD 1 TO WKS-TURNOS-DISTINTOS
                       MOVE "TURNO DISTINTO" TO WKS-NOMBRE-CORTO
                       PERFORM 5060-RENGLON-CRUCE.

      * EL TURNO DEL CATALOGO CUYA ENTRADA QUEDA MAS CERCA DE LA
      * PRIMERA ENTRADA DEL DIA (LA DISTANCIA DA LA VUELTA A LA
      * MEDIANOCHE); EN EMPATE GANA EL ASIGNADO
       5050-TURNO-MAS-CERCANO.
           MOVE WKS-TURNO-ROL TO WKS-TURNO-CHECADO.
           MOVE WKS-TT-ENCONTRADO TO WKS-IDX-TN.
           PERFORM 5051-DISTANCIA-TURNO.
           MOVE WKS-DIFERENCIA-MIN TO WKS-MENOR-DIFERENCIA.
           PERFORM 5052-COMPARAR-DISTANCIA
               VARYING WKS-IDX-TN FROM 1 BY 1
               UNTIL WKS-IDX-TN IS GREATER THAN WKS-TT-NUM.

       5051-DISTANCIA-TURNO.
           IF WKS-CK-PRIMERA-E(WKS-IDX-DIA) IS GREATER THAN
              WKS-TT-ENTRADA(WKS-IDX-TN) THEN
               COMPUTE WKS-DIFERENCIA-MIN =
                       WKS-CK-PRIMERA-E(WKS-IDX-DIA) -
                       WKS-TT-ENTRADA(WKS-IDX-TN)
           ELSE
               COMPUTE WKS-DIFERENCIA-MIN =
                       WKS-TT-ENTRADA(WKS-IDX-TN) -
                       WKS-CK-PRIMERA-E(WKS-IDX-DIA).
           IF WKS-DIFERENCIA-MIN IS GREATER THAN 720 THEN
               COMPUTE WKS-DIFERENCIA-MIN = 1440 - WKS-DIFERENCIA-MIN.

       5052-COMPARAR-DISTANCIA.
           PERFORM 5051-DISTANCIA-TURNO.
           IF WKS-DIFERENCIA-MIN IS LESS THAN WKS-MENOR-DIFERENCIA THEN
               MOVE WKS-DIFERENCIA-MIN TO WKS-MENOR-DIFERENCIA
               MOVE WKS-TT-CODIGO(WKS-IDX-TN) TO WKS-TURNO-CHECADO.

       5060-RENGLON-CRUCE.
           MOVE WKS-SEMANA TO WKS-FECHA-BASE.
           COMPUTE WKS-DIAS-SUMAR = WKS-IDX-DIA - 1.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING RL-EMP-ID " " WKS-FECHA-RESULTADO " "
                  WKS-DIA-NOMBRE(WKS-IDX-DIA) " " WKS-TURNO-ROL "  "
                  WKS-TURNO-CHECADO "    " WKS-NOMBRE-CORTO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

           COPY CONFIG-PROC.

           COPY REPORTE-PROC.

           COPY FECHA-PROC.

           COPY OPLOG-PROC.

           COPY AUDIT-PROC.

       END PROGRAM ROL-SEMANAL.
