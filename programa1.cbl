      *   NOMINA (EL MAYOR ID DEL ARCHIVO MAS UNO), LO ESCRIBE EN EL
      *   EMPLEADOS.TXT COMPARTIDO E IMPRIME UNA HOJA DE REGISTRO
      *   PARA FIRMA.
      * - CADA ALTA DEJA SU MOVIMIENTO AFILIATORIO (ALTA CON SALARIO
      *   DIARIO INTEGRADO) EN MOVIMIENTOS-IMSS.TXT PARA EL LOTE DEL
      *   IDSE (VER MOVIMSS).
      * - EL ALTA ENTRA AL GRUPO DE PAGO GENERAL (EMP-GRUPO EN
      *   ESPACIOS); EL GRUPO SE CAMBIA EN LA NOMINA.
      * - EL ALTA CAPTURA EL TIPO DE CONTRATO (INDETERMINADO,
      *   DETERMINADO, PRUEBA O CAPACITACION) Y SU FECHA DE TERMINO, Y
      *   LOS IMPRIME EN LA HOJA DE REGISTRO (VER CONTRATO-PROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA1.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CTL-STATUS.

           SELECT MOVIMSS-FILE ASSIGN TO "MOVIMIENTOS-IMSS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS MI-LLAVE
                                   FILE STATUS MI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO-FILE.
       01 REG-CONTROL.
           COPY CTLTOT.

       FD MOVIMSS-FILE.
       01 REG-MOVIMSS.
           COPY MOVIMSS.

       WORKING-STORAGE SECTION.
           COPY CONFIG-WS.
           COPY FECHA-WS.
           COPY MOVIMSS-WS.
           COPY CONTRATO-WS.
       77 EMP-STATUS               PIC X(02).
       77 HJ-STATUS                PIC X(02).
       01 WKS-NOMBRE-HOJA.
           ACCEPT EMP-SALARIO.
           MOVE "N" TO WKS-FECHA-OK-SW.
           PERFORM 2500-PEDIR-FECHA-CONTRATO UNTIL WKS-FECHA-VALIDA.
           MOVE 0 TO EMP-FIN-CONTRATO.
           PERFORM 1986-PEDIR-TIPO.
           PERFORM 1985-VALIDAR-CONTRATO.

           ADD 1 TO WKS-TEM.
           MOVE WKS-TEM TO EMP-ID.
           MOVE 0 TO EMP-ACUMULADO-ANUAL.
           MOVE 0 TO EMP-PRESTAMO-DESC.
           MOVE SPACES TO EMP-DEPTO.
      *    NSS Y CURP SE COMPLETAN DESPUES CON LOS DATOS FISCALES DE
      *    LA NOMINA; EL LOTE DEL IDSE LOS TOMA DEL MAESTRO
           MOVE SPACES TO EMP-NSS.
           MOVE SPACES TO EMP-CURP.
           MOVE SPACES TO EMP-GRUPO.

           WRITE REG-EMPLEADO
               INVALID KEY
               NOT INVALID KEY
                   DISPLAY "Bienvenido al mundo de cobol " EMP-NOMBRE
                   DISPLAY "TU NUMERO DE EMPLEADO ES " EMP-ID
                   PERFORM 3000-IMPRIMIR-HOJA
                   MOVE "08" TO WKS-MI-TIPO
                   MOVE EMP-FECHA-CONTRATO TO WKS-MI-FECHA
                   PERFORM 1880-REGISTRAR-MOV-IMSS.

           DISPLAY "CAPTURAR OTRO EMPLEADO? (S/N)".
           ACCEPT WKS-OTRA.
           STRING "FECHA DE CONTRATO: " EMP-FECHA-CONTRATO
               DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           PERFORM 1989-DESCRIBIR-CONTRATO.
           MOVE SPACES TO REG-HOJA.
           IF EMP-CONTRATO-TEMPORAL THEN
               STRING "CONTRATO: " WKS-CTO-DESCRIPCION
                      "   TERMINA EL: " EMP-FIN-CONTRATO
                   DELIMITED BY SIZE INTO REG-HOJA
           ELSE
               STRING "CONTRATO: " WKS-CTO-DESCRIPCION
                   DELIMITED BY SIZE INTO REG-HOJA.
           WRITE REG-HOJA.
           MOVE " " TO REG-HOJA.
           WRITE REG-HOJA.
           MOVE "FIRMA DEL EMPLEADO: ____________________"

           COPY FECHA-PROC.

           COPY MOVIMSS-PROC.

           COPY CONTRATO-PROC.

       END PROGRAM PROGRAMA1.
