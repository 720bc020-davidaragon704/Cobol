      ******************************************************************
      * Author:
      * Date:
      * Purpose: PRESUPUESTO MENSUAL Y PRESUPUESTO CONTRA REAL. EL
      *          ESTADO DE RESULTADOS SOLO COMPARA CADA MES CONTRA EL
      *          ANTERIOR, NUNCA CONTRA UN PLAN. AQUI SE MANTIENE POR
      *          MES EL PRESUPUESTO (PRESUPUESTO.TXT, VER PRESUP.cpy):
      *          VENTA NETA POR CATEGORIA (RP-CATEGORIA), MARGEN
      *          BRUTO OBJETIVO, COSTO DE NOMINA POR DEPARTAMENTO
      *          (DP-CODIGO) Y CADA RENGLON DE GASTO (CUENTAS DE
      *          GASTO DE OPERACION, GASTOS DE CAJA Y DEPRECIACION),
      *          CON COPIA DE UN MES A OTRO PARA NO CAPTURAR DOCE
      *          VECES LO MISMO. EL REPORTE PRESUPUESTO-REAL-AAAAMM.TXT
      *          DA DEL MES Y ACUMULADO DEL ANO EL PRESUPUESTO, LO
      *          REAL, LA VARIACION EN PESOS Y EN PORCIENTO, Y MARCA
      *          LOS RENGLONES DESFAVORABLES QUE PASAN LA TOLERANCIA
      *          (TOLERANCIA-PRESUP DE CONFIG-SISTEMA.TXT). LO REAL
      *          SALE DE LAS MISMAS FUENTES QUE EL ESTADO DE
      *          RESULTADOS: VENTAS.TXT Y SUS MESES ARCHIVADOS (SIN
      *          IVA, DEVOLUCIONES RESTAN, CANCELADAS NO CUENTAN, CON
      *          EL COSTO SELLADO PARA LA UTILIDAD BRUTA), LA HISTORIA
      *          DE NOMINA (POR EL DEPARTAMENTO ACTUAL DEL EMPLEADO),
      *          LAS SALIDAS DE CAJA, GASTOS.TXT POR FECHA DE FACTURA
      *          Y DEPRECIACION.TXT. CON LA TARJETA
      *          TARJETA-PRESUPUESTO.TXT ("COMPARAR AAAAMM", LA DEJA
      *          LA CADENA MENSUAL) SOLO SACA EL REPORTE, SIN CAPTURA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PRESUP-FILE ASSIGN TO "PRESUPUESTO.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS PR-LLAVE
                                   FILE STATUS PR-STATUS.

           SELECT F-ARCHIVO ASSIGN TO WKS-RUTA-INVENTARIO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-ID
                                   ALTERNATE RECORD KEY RP-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RP-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS FS-STATUS.

           SELECT EMPLEADO-FILE ASSIGN TO WKS-RUTA-EMPLEADOS
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EMP-ID
                                   FILE STATUS EMP-STATUS.

           SELECT CATEGORIA-FILE ASSIGN TO "CATEGORIAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CAT-CODIGO
                                   FILE STATUS CAT-STATUS.

           SELECT DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DP-CODIGO
                                   FILE STATUS DP-STATUS.

           SELECT CTAGASTO-FILE ASSIGN TO "CUENTAS-GASTO.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CG-CUENTA
                                   FILE STATUS CG-STATUS.

           SELECT TRANS-FILE ASSIGN TO "VENTAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TR-LLAVE
                                   FILE STATUS TRANS-STATUS.

           SELECT HIST-VENTAS ASSIGN TO WKS-NOMBRE-HISTORICO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HV-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "HISTORIA-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HN-LLAVE
                                   FILE STATUS HN-STATUS.

           SELECT GASTO-FILE ASSIGN TO "GASTOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS GA-NUMERO
                                   FILE STATUS GA-STATUS.

           SELECT CAJA-MOV-FILE ASSIGN TO "MOVIMIENTOS-CAJA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS MC-STATUS.

           SELECT DEPREC-FILE ASSIGN TO "DEPRECIACION.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS DE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-PRESUPUESTO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WKS-REP-NOMBRE
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRESUP-FILE.
       01 REG-PRESUP.
           COPY PRESUP.

       FD F-ARCHIVO.
       01 REG-PRODUCTO.
           COPY PRODUCTO.

       FD EMPLEADO-FILE.
       01 REG-EMPLEADO.
           COPY EMPLEADO.

       FD CATEGORIA-FILE.
       01 REG-CATEGORIA.
           COPY CATEGORIA.

       FD DEPTO-FILE.
       01 REG-DEPTO.
           COPY DEPTO.

       FD CTAGASTO-FILE.
       01 REG-CTAGASTO.
           COPY CTAGASTO.

       FD TRANS-FILE.
       01 REG-VENTA.
           COPY VENTA.

       FD HIST-VENTAS.
       01 REG-HIST-VENTA                       PIC X(150).

       FD HISTORIA-FILE.
       01 REG-HISTORIA.
           COPY HISTNOM.

       FD GASTO-FILE.
       01 REG-GASTO.
           COPY GASTO.

      * MISMO TRAZADO DE MOVIMIENTOS DE CAJA QUE ESCRIBE COMERCIO
       FD CAJA-MOV-FILE.
       01 REG-MOVCAJA.
           02 MC-FECHA                         PIC 9(08).
           02 MC-HORA                          PIC 9(06).
           02 MC-TIPO                          PIC X(01).
           02 MC-CONCEPTO                      PIC X(30).
           02 MC-IMPORTE                       PIC 9(11)V9(02).
           02 MC-OPERADOR                      PIC X(10).
           02 MC-CAJA                          PIC X(02).

       FD DEPREC-FILE.
       01 REG-DEPREC.
           02 DE-PERIODO                       PIC 9(06).
           02 DE-AC-ID                         PIC 9(10).
           02 DE-IMPORTE                       PIC 9(11)V9(02).
           02 DE-ACUMULADO                     PIC 9(11)V9(02).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

       FD REPORTE-FILE.
       01 REG-REPORTE                          PIC X(80).

       WORKING-STORAGE SECTION.
       77 PR-STATUS               PIC X(02).
       77 FS-STATUS               PIC X(02).
       77 EMP-STATUS              PIC X(02).
       77 CAT-STATUS              PIC X(02).
       77 DP-STATUS               PIC X(02).
       77 CG-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 HN-STATUS               PIC X(02).
       77 GA-STATUS               PIC X(02).
       77 MC-STATUS               PIC X(02).
       77 DE-STATUS               PIC X(02).
       77 TJ-STATUS               PIC X(02).
       77 WKS-PRODUCTOS-SW        PIC X(01) VALUE "N".
           88 WKS-HAY-PRODUCTOS   VALUE "S".
       77 WKS-EMPLEADOS-SW        PIC X(01) VALUE "N".
           88 WKS-HAY-EMPLEADOS   VALUE "S".
       77 WKS-CATEGORIAS-SW       PIC X(01) VALUE "N".
           88 WKS-HAY-CATEGORIAS  VALUE "S".
       77 WKS-DEPTOS-SW           PIC X(01) VALUE "N".
           88 WKS-HAY-DEPTOS      VALUE "S".
       77 WKS-CUENTAS-SW          PIC X(01) VALUE "N".
           88 WKS-HAY-CUENTAS     VALUE "S".
           COPY CONFIG-WS.
           COPY REPORTE-WS.

       01 WKS-NOMBRE-HISTORICO.
           02 FILLER              PIC X(07) VALUE "VENTAS-".
           02 WKS-MES-HISTORICO   PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

      * CON LA TARJETA PRESENTE SOLO SE SACA EL REPORTE (LA CADENA
      * MENSUAL DEL ORQUESTADOR LA DEJA ESCRITA)
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".
       77 WKS-MES-TARJETA         PIC 9(06).
       77 WKS-FECHA-LOTE          PIC 9(08).
       01 WKS-MES-CALC            PIC 9(06).
       01 WKS-MES-CALC-DESGLOSE REDEFINES WKS-MES-CALC.
           02 WKS-MCA-ANIO        PIC 9(04).
           02 WKS-MCA-MES         PIC 9(02).

       77 WKS-OPCION-MENU         PIC 9(01).
       77 WKS-SALIR-MENU          PIC X(01) VALUE "N".
           88 WKS-FIN-MENU        VALUE "S".

      * CAPTURA Y COPIA DEL PRESUPUESTO
       01 WKS-PERIODO-CAPTURADO   PIC 9(06).
       01 WKS-PERIODO-CAP-DESGLOSE REDEFINES WKS-PERIODO-CAPTURADO.
           02 WKS-PC-ANIO         PIC 9(04).
           02 WKS-PC-MES          PIC 9(02).
       77 WKS-PERIODO-ORIGEN      PIC 9(06).
       77 WKS-TIPO-CAPTURADO      PIC X(01).
       77 WKS-CLAVE-CAPTURADA     PIC X(06).
       77 WKS-IMPORTE-CAPTURADO   PIC 9(13)V9(02).
       77 WKS-PCT-CAPTURADO       PIC 9(03)V9(02).
       77 WKS-CLAVE-OK            PIC X(01).
       77 WKS-RENGLONES-COPIADOS  PIC 9(04).
       77 WKS-RENGLONES-LISTADOS  PIC 9(04).
       77 WKS-FIN-PRESUP          PIC X(01) VALUE "N".
           88 WKS-EOF-PRESUP      VALUE "S".
       01 WKS-PRESUP-COPIA.
           COPY PRESUP REPLACING LEADING ==PR== BY ==PC==.

      * MES DEL REPORTE Y SU ACUMULADO (ENERO A ESE MES)
       01 WKS-MES-REPORTE         PIC 9(06).
       01 WKS-MES-REP-DESGLOSE REDEFINES WKS-MES-REPORTE.
           02 WKS-MR-ANIO         PIC 9(04).
           02 WKS-MR-MES          PIC 9(02).
       77 WKS-MES-INICIO-ANIO     PIC 9(06).
       77 WKS-MES-ARCHIVO         PIC 9(06).
       77 WKS-PERIODO-MOV         PIC 9(06).
       77 WKS-EN-MES              PIC X(01).
       77 WKS-EN-ACUMULADO        PIC X(01).
       77 WKS-MARGEN-PERIODO      PIC 9(03)V9(02).
       77 WKS-PERIODO-MARGEN      PIC 9(06).
       77 WKS-SIN-MARGEN          PIC X(01).

       77 WKS-FIN-VENTAS          PIC X(01) VALUE "N".
           88 WKS-EOF-VENTAS      VALUE "S".
       77 WKS-FIN-ARCHIVADAS      PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVADAS  VALUE "S".
       77 WKS-FIN-HISTORIA        PIC X(01) VALUE "N".
           88 WKS-EOF-HISTORIA    VALUE "S".
       77 WKS-FIN-GASTOS          PIC X(01) VALUE "N".
           88 WKS-EOF-GASTOS      VALUE "S".
       77 WKS-FIN-MOVCAJA         PIC X(01) VALUE "N".
           88 WKS-EOF-MOVCAJA     VALUE "S".
       77 WKS-FIN-DEPREC          PIC X(01) VALUE "N".
           88 WKS-EOF-DEPREC      VALUE "S".

       01 WKS-VENTA-ARCHIVADA.
           COPY VENTA REPLACING LEADING ==TR== BY ==VA==.

      * MOVIMIENTO EN CURSO QUE SE ACUMULA A SU RENGLON
       77 WKS-TIPO-MOV            PIC X(01).
       77 WKS-CLAVE-MOV           PIC X(06).
       77 WKS-IMPORTE-MOV         PIC S9(13)V9(02).
       77 WKS-COSTO-MOV           PIC S9(13)V9(02).
       77 WKS-PRES-MOV            PIC S9(13)V9(02).

      * RENGLONES DEL REPORTE: PRESUPUESTO Y REAL, DEL MES Y
      * ACUMULADO, POR TIPO Y CLAVE
       01 WKS-TABLA-PP.
           02 WKS-PP-RENGLON OCCURS 200 TIMES.
               03 WKS-PP-TIPO         PIC X(01).
               03 WKS-PP-CLAVE        PIC X(06).
               03 WKS-PP-NOMBRE       PIC X(18).
               03 WKS-PP-PRES-MES     PIC S9(13)V9(02).
               03 WKS-PP-REAL-MES     PIC S9(13)V9(02).
               03 WKS-PP-PRES-ACUM    PIC S9(13)V9(02).
               03 WKS-PP-REAL-ACUM    PIC S9(13)V9(02).
       77 WKS-NUM-PP              PIC 9(03) VALUE 0.
       77 WKS-IDX-PP              PIC 9(03) VALUE 0.
       77 WKS-POS-PP              PIC 9(03) VALUE 0.
       77 WKS-AVISO-LLENA         PIC X(01) VALUE "N".

      * UTILIDAD BRUTA: PRESUPUESTADA = VENTA PRESUPUESTADA DE CADA
      * MES POR SU MARGEN OBJETIVO; REAL = VENTA NETA MENOS COSTO
       77 WKS-UB-PRES-MES         PIC S9(13)V9(02) VALUE 0.
       77 WKS-UB-REAL-MES         PIC S9(13)V9(02) VALUE 0.
       77 WKS-UB-PRES-ACUM        PIC S9(13)V9(02) VALUE 0.
       77 WKS-UB-REAL-ACUM        PIC S9(13)V9(02) VALUE 0.

      * IMPRESION
       77 WKS-VISTA               PIC X(01).
           88 WKS-VISTA-MES       VALUE "M".
       77 WKS-TIPO-SECCION        PIC X(01).
       77 WKS-TITULO-SECCION      PIC X(30).
       77 WKS-SENTIDO             PIC X(01).
           88 WKS-ES-INGRESO      VALUE "I".
       77 WKS-LINEA-CONCEPTO      PIC X(18).
       77 WKS-LINEA-PRES          PIC S9(13)V9(02).
       77 WKS-LINEA-REAL          PIC S9(13)V9(02).
       77 WKS-VARIACION           PIC S9(13)V9(02).
       77 WKS-PORCIENTO           PIC S9(05)V9(01).
       77 WKS-DESFAVORABLE        PIC X(01).
       77 WKS-MARCA               PIC X(04).
       77 WKS-SUB-PRES            PIC S9(13)V9(02).
       77 WKS-SUB-REAL            PIC S9(13)V9(02).
       77 WKS-FUERA-MES           PIC 9(04) VALUE 0.
       77 WKS-FUERA-ACUM          PIC 9(04) VALUE 0.
       77 WKS-PRES-FORMAT         PIC -Z(9)9.99.
       77 WKS-REAL-FORMAT         PIC -Z(9)9.99.
       77 WKS-VAR-FORMAT          PIC -Z(9)9.99.
       77 WKS-PCT-FORMAT          PIC -ZZZ9.9.
       77 WKS-IMPORTE-FORMAT      PIC Z(12)9.99.
       77 WKS-TOL-FORMAT          PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PRESUPUESTO MENSUAL ===".
           PERFORM 1700-CARGAR-CONFIG.
           PERFORM 0100-REVISAR-TARJETA.
           PERFORM 1000-ABRIR-ARCHIVOS.
           IF WKS-MODO-LOTE THEN
               MOVE WKS-MES-TARJETA TO WKS-MES-REPORTE
               DISPLAY "MES A COMPARAR (TARJETA): " WKS-MES-REPORTE
               PERFORM 5000-PRESUPUESTO-CONTRA-REAL
           ELSE
               PERFORM 2000-MENU UNTIL WKS-FIN-MENU.
           PERFORM 9000-CIERRE.
           GOBACK.

      * LA TARJETA ("COMPARAR AAAAMM") SE BORRA COMO EN LOS DEMAS
      * LOTES; SIN MES LEGIBLE SE COMPARA EL MES ANTERIOR AL DE HOY
       0100-REVISAR-TARJETA.
           OPEN INPUT TARJETA-FILE.
           IF TJ-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EN-LOTE
               READ TARJETA-FILE
                   AT END
                       PERFORM 0110-MES-ANTERIOR-LOTE
                   NOT AT END
                       IF REG-TARJETA(10:6) IS NUMERIC THEN
                           MOVE REG-TARJETA(10:6) TO WKS-MES-TARJETA
                       ELSE
                           DISPLAY "TARJETA SIN MES LEGIBLE, SE "
                                   "COMPARA EL MES ANTERIOR"
                           PERFORM 0110-MES-ANTERIOR-LOTE
               END-READ
               CLOSE TARJETA-FILE
               DELETE FILE TARJETA-FILE.

       0110-MES-ANTERIOR-LOTE.
           ACCEPT WKS-FECHA-LOTE FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-LOTE(1:6) TO WKS-MES-CALC.
           IF WKS-MCA-MES IS EQUAL TO 1 THEN
               MOVE 12 TO WKS-MCA-MES
               SUBTRACT 1 FROM WKS-MCA-ANIO
           ELSE
               SUBTRACT 1 FROM WKS-MCA-MES.
           MOVE WKS-MES-CALC TO WKS-MES-TARJETA.

      * LOS CATALOGOS SON OPCIONALES: SIN ELLOS LA CLAVE NO SE
      * VALIDA Y EL RENGLON SE NOMBRA CON LA CLAVE
       1000-ABRIR-ARCHIVOS.
           OPEN I-O PRESUP-FILE.
           IF PR-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PRESUP-FILE
               CLOSE PRESUP-FILE
               OPEN I-O PRESUP-FILE.
           OPEN INPUT CATEGORIA-FILE.
           IF CAT-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CATEGORIAS-SW.
           OPEN INPUT DEPTO-FILE.
           IF DP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-DEPTOS-SW.
           OPEN INPUT CTAGASTO-FILE.
           IF CG-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CUENTAS-SW.

       9000-CIERRE.
           CLOSE PRESUP-FILE.
           IF WKS-HAY-CATEGORIAS THEN
               CLOSE CATEGORIA-FILE.
           IF WKS-HAY-DEPTOS THEN
               CLOSE DEPTO-FILE.
           IF WKS-HAY-CUENTAS THEN
               CLOSE CTAGASTO-FILE.

       2000-MENU.
           DISPLAY "1-. CAPTURAR RENGLON DEL PRESUPUESTO".
           DISPLAY "2-. COPIAR EL PRESUPUESTO DE UN MES A OTRO".
           DISPLAY "3-. CONSULTAR EL PRESUPUESTO DE UN MES".
           DISPLAY "4-. PRESUPUESTO CONTRA REAL".
           DISPLAY "9-. SALIR".
           ACCEPT WKS-OPCION-MENU.
           IF WKS-OPCION-MENU IS EQUAL TO 1 THEN
               PERFORM 3000-CAPTURAR-RENGLON
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 2 THEN
               PERFORM 3500-COPIAR-MES
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 3 THEN
               PERFORM 3700-CONSULTAR-MES
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 4 THEN
               DISPLAY "MES A COMPARAR (AAAAMM)"
               ACCEPT WKS-MES-REPORTE
               PERFORM 5000-PRESUPUESTO-CONTRA-REAL
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 9 THEN
               MOVE "S" TO WKS-SALIR-MENU
           ELSE
               DISPLAY "OPCION INVALIDA".

      ******************************************************************
      * CAPTURA DE UN RENGLON: SI YA EXISTE SE REEMPLAZA SU IMPORTE;
      * IMPORTE CERO BORRA EL RENGLON
      ******************************************************************
       3000-CAPTURAR-RENGLON.
           DISPLAY "MES DEL PRESUPUESTO (AAAAMM)".
           ACCEPT WKS-PERIODO-CAPTURADO.
           IF WKS-PC-MES IS LESS THAN 1 OR
              WKS-PC-MES IS GREATER THAN 12 THEN
               DISPLAY "MES INVALIDO"
           ELSE
               DISPLAY "TIPO: V=VENTA POR CATEGORIA  M=MARGEN BRUTO"
               DISPLAY "      N=NOMINA POR DEPARTAMENTO"
               DISPLAY "      G=CUENTA DE GASTO  C=GASTOS DE CAJA"
               DISPLAY "      D=DEPRECIACION"
               ACCEPT WKS-TIPO-CAPTURADO
               MOVE WKS-TIPO-CAPTURADO TO PR-TIPO
               IF NOT PR-TIPO-VALIDO THEN
                   DISPLAY "TIPO INVALIDO"
               ELSE
                   PERFORM 3010-PEDIR-CLAVE
                   IF WKS-CLAVE-OK IS EQUAL TO "S" THEN
                       PERFORM 3020-PEDIR-IMPORTE.

       3010-PEDIR-CLAVE.
           MOVE SPACES TO WKS-CLAVE-CAPTURADA.
           MOVE "S" TO WKS-CLAVE-OK.
           IF WKS-TIPO-CAPTURADO IS EQUAL TO "V" THEN
               DISPLAY "CATEGORIA (EN BLANCO = SIN CATEGORIA)"
               ACCEPT WKS-CLAVE-CAPTURADA
               IF WKS-HAY-CATEGORIAS AND
                  WKS-CLAVE-CAPTURADA IS NOT EQUAL TO SPACES THEN
                   MOVE WKS-CLAVE-CAPTURADA TO CAT-CODIGO
                   READ CATEGORIA-FILE KEY IS CAT-CODIGO
                       INVALID KEY
                           DISPLAY "CATEGORIA NO REGISTRADA"
                           MOVE "N" TO WKS-CLAVE-OK
                   END-READ
               END-IF
           ELSE
           IF WKS-TIPO-CAPTURADO IS EQUAL TO "N" THEN
               DISPLAY "DEPARTAMENTO"
               ACCEPT WKS-CLAVE-CAPTURADA
               IF WKS-HAY-DEPTOS THEN
                   MOVE WKS-CLAVE-CAPTURADA TO DP-CODIGO
                   READ DEPTO-FILE KEY IS DP-CODIGO
                       INVALID KEY
                           DISPLAY "DEPARTAMENTO NO REGISTRADO"
                           MOVE "N" TO WKS-CLAVE-OK
                   END-READ
               END-IF
           ELSE
           IF WKS-TIPO-CAPTURADO IS EQUAL TO "G" THEN
               DISPLAY "CUENTA DE GASTO"
               ACCEPT WKS-CLAVE-CAPTURADA
               IF WKS-HAY-CUENTAS THEN
                   MOVE WKS-CLAVE-CAPTURADA TO CG-CUENTA
                   READ CTAGASTO-FILE KEY IS CG-CUENTA
                       INVALID KEY
                           DISPLAY "CUENTA NO REGISTRADA"
                           MOVE "N" TO WKS-CLAVE-OK.

       3020-PEDIR-IMPORTE.
           MOVE 0 TO WKS-IMPORTE-CAPTURADO.
           MOVE 0 TO WKS-PCT-CAPTURADO.
           IF WKS-TIPO-CAPTURADO IS EQUAL TO "M" THEN
               DISPLAY "MARGEN BRUTO OBJETIVO EN PORCIENTO (0 = "
                       "BORRAR)"
               ACCEPT WKS-PCT-CAPTURADO
           ELSE
               DISPLAY "IMPORTE PRESUPUESTADO SIN IVA (0 = BORRAR)"
               ACCEPT WKS-IMPORTE-CAPTURADO.
           MOVE WKS-PERIODO-CAPTURADO TO PR-PERIODO.
           MOVE WKS-TIPO-CAPTURADO TO PR-TIPO.
           MOVE WKS-CLAVE-CAPTURADA TO PR-CLAVE.
           READ PRESUP-FILE KEY IS PR-LLAVE
               INVALID KEY
                   PERFORM 3030-RENGLON-NUEVO
               NOT INVALID KEY
                   PERFORM 3040-RENGLON-EXISTENTE.

       3030-RENGLON-NUEVO.
           IF WKS-IMPORTE-CAPTURADO IS EQUAL TO 0 AND
              WKS-PCT-CAPTURADO IS EQUAL TO 0 THEN
               DISPLAY "RENGLON SIN IMPORTE, NO SE GRABA"
           ELSE
               MOVE WKS-IMPORTE-CAPTURADO TO PR-IMPORTE
               MOVE WKS-PCT-CAPTURADO TO PR-PORCIENTO
               WRITE REG-PRESUP
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL RENGLON"
                   NOT INVALID KEY
                       DISPLAY "RENGLON GRABADO".

       3040-RENGLON-EXISTENTE.
           IF WKS-IMPORTE-CAPTURADO IS EQUAL TO 0 AND
              WKS-PCT-CAPTURADO IS EQUAL TO 0 THEN
               DELETE PRESUP-FILE
                   INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR EL RENGLON"
                   NOT INVALID KEY
                       DISPLAY "RENGLON BORRADO"
               END-DELETE
           ELSE
               MOVE WKS-IMPORTE-CAPTURADO TO PR-IMPORTE
               MOVE WKS-PCT-CAPTURADO TO PR-PORCIENTO
               REWRITE REG-PRESUP
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL RENGLON"
                   NOT INVALID KEY
                       DISPLAY "RENGLON ACTUALIZADO".

      ******************************************************************
      * COPIA DE UN MES A OTRO: LOS RENGLONES QUE YA EXISTEN EN EL
      * DESTINO SE REEMPLAZAN CON LOS DEL ORIGEN
      ******************************************************************
       3500-COPIAR-MES.
           DISPLAY "MES ORIGEN (AAAAMM)".
           ACCEPT WKS-PERIODO-ORIGEN.
           DISPLAY "MES DESTINO (AAAAMM)".
           ACCEPT WKS-PERIODO-CAPTURADO.
           IF WKS-PC-MES IS LESS THAN 1 OR
              WKS-PC-MES IS GREATER THAN 12 OR
              WKS-PERIODO-CAPTURADO IS EQUAL TO WKS-PERIODO-ORIGEN
           THEN
               DISPLAY "MES DESTINO INVALIDO"
           ELSE
               MOVE 0 TO WKS-RENGLONES-COPIADOS
               MOVE "N" TO WKS-FIN-PRESUP
               MOVE WKS-PERIODO-ORIGEN TO PR-PERIODO
               MOVE LOW-VALUES TO PR-TIPO
               MOVE LOW-VALUES TO PR-CLAVE
               START PRESUP-FILE KEY IS NOT LESS THAN PR-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-PRESUP
               END-START
               PERFORM 3510-COPIAR-RENGLON UNTIL WKS-EOF-PRESUP
               DISPLAY WKS-RENGLONES-COPIADOS " RENGLON(ES) COPIADOS "
                       "A " WKS-PERIODO-CAPTURADO.

      * EL RENGLON SE GUARDA APARTE PORQUE GRABAR EL DESTINO MUEVE EL
      * REGISTRO; DESPUES SE REPOSICIONA DETRAS DEL RENGLON COPIADO
       3510-COPIAR-RENGLON.
           READ PRESUP-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PRESUP
               NOT AT END
                   IF PR-PERIODO IS NOT EQUAL TO WKS-PERIODO-ORIGEN
                   THEN
                       MOVE "S" TO WKS-FIN-PRESUP
                   ELSE
                       MOVE REG-PRESUP TO WKS-PRESUP-COPIA
                       PERFORM 3520-GRABAR-COPIA
                       MOVE WKS-PRESUP-COPIA TO REG-PRESUP
                       START PRESUP-FILE KEY IS GREATER THAN PR-LLAVE
                           INVALID KEY
                               MOVE "S" TO WKS-FIN-PRESUP.

       3520-GRABAR-COPIA.
           MOVE WKS-PRESUP-COPIA TO REG-PRESUP.
           MOVE WKS-PERIODO-CAPTURADO TO PR-PERIODO.
           ADD 1 TO WKS-RENGLONES-COPIADOS.
           WRITE REG-PRESUP
               INVALID KEY
                   REWRITE REG-PRESUP
                       INVALID KEY
                           DISPLAY "NO SE PUDO COPIAR " PR-TIPO " "
                                   PR-CLAVE
                           SUBTRACT 1 FROM WKS-RENGLONES-COPIADOS.

       3700-CONSULTAR-MES.
           DISPLAY "MES A CONSULTAR (AAAAMM)".
           ACCEPT WKS-PERIODO-CAPTURADO.
           MOVE 0 TO WKS-RENGLONES-LISTADOS.
           MOVE "N" TO WKS-FIN-PRESUP.
           MOVE WKS-PERIODO-CAPTURADO TO PR-PERIODO.
           MOVE LOW-VALUES TO PR-TIPO.
           MOVE LOW-VALUES TO PR-CLAVE.
           START PRESUP-FILE KEY IS NOT LESS THAN PR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-PRESUP.
           PERFORM 3710-MOSTRAR-RENGLON UNTIL WKS-EOF-PRESUP.
           IF WKS-RENGLONES-LISTADOS IS EQUAL TO 0 THEN
               DISPLAY "SIN PRESUPUESTO PARA " WKS-PERIODO-CAPTURADO.

       3710-MOSTRAR-RENGLON.
           READ PRESUP-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PRESUP
               NOT AT END
                   IF PR-PERIODO IS NOT EQUAL TO WKS-PERIODO-CAPTURADO
                   THEN
                       MOVE "S" TO WKS-FIN-PRESUP
                   ELSE
                       ADD 1 TO WKS-RENGLONES-LISTADOS
                       MOVE PR-IMPORTE TO WKS-IMPORTE-FORMAT
                       MOVE PR-PORCIENTO TO WKS-TOL-FORMAT
                       IF PR-MARGEN THEN
                           DISPLAY PR-TIPO " MARGEN BRUTO OBJETIVO "
                                   WKS-TOL-FORMAT " PCT"
                       ELSE
                           DISPLAY PR-TIPO " " PR-CLAVE " "
                                   WKS-IMPORTE-FORMAT.

      ******************************************************************
      * PRESUPUESTO CONTRA REAL DEL MES Y ACUMULADO DEL ANO
      ******************************************************************
       5000-PRESUPUESTO-CONTRA-REAL.
           MOVE WKS-MES-REPORTE TO WKS-MES-CALC.
           MOVE 1 TO WKS-MCA-MES.
           MOVE WKS-MES-CALC TO WKS-MES-INICIO-ANIO.
           MOVE 0 TO WKS-NUM-PP.
           MOVE "N" TO WKS-AVISO-LLENA.
           MOVE 0 TO WKS-UB-PRES-MES.
           MOVE 0 TO WKS-UB-REAL-MES.
           MOVE 0 TO WKS-UB-PRES-ACUM.
           MOVE 0 TO WKS-UB-REAL-ACUM.
           MOVE 0 TO WKS-FUERA-MES.
           MOVE 0 TO WKS-FUERA-ACUM.
      * CAJA Y DEPRECIACION SALEN SIEMPRE, AUNQUE VENGAN EN CERO
           MOVE "C" TO WKS-TIPO-MOV.
           MOVE SPACES TO WKS-CLAVE-MOV.
           PERFORM 7000-UBICAR-RENGLON.
           MOVE "D" TO WKS-TIPO-MOV.
           PERFORM 7000-UBICAR-RENGLON.
           PERFORM 5100-CARGAR-PRESUPUESTO.
           PERFORM 5200-VENTAS-REALES.
           PERFORM 5300-NOMINA-REAL.
           PERFORM 5400-GASTOS-REALES.
           PERFORM 5500-CAJA-REAL.
           PERFORM 5600-DEPRECIACION-REAL.
           PERFORM 6000-IMPRIMIR-REPORTE.

       5010-CLASIFICAR-PERIODO.
           MOVE "N" TO WKS-EN-MES.
           MOVE "N" TO WKS-EN-ACUMULADO.
           IF WKS-PERIODO-MOV IS NOT LESS THAN WKS-MES-INICIO-ANIO AND
              WKS-PERIODO-MOV IS NOT GREATER THAN WKS-MES-REPORTE THEN
               MOVE "S" TO WKS-EN-ACUMULADO
               IF WKS-PERIODO-MOV IS EQUAL TO WKS-MES-REPORTE THEN
                   MOVE "S" TO WKS-EN-MES.

      * EL MARGEN (TIPO M) ORDENA ANTES QUE LAS VENTAS (TIPO V) DEL
      * MISMO MES, ASI QUE YA ESTA CARGADO CUANDO LLEGAN SUS VENTAS
       5100-CARGAR-PRESUPUESTO.
           MOVE "N" TO WKS-FIN-PRESUP.
           MOVE "N" TO WKS-SIN-MARGEN.
           MOVE 0 TO WKS-PERIODO-MARGEN.
           MOVE 0 TO WKS-MARGEN-PERIODO.
           MOVE WKS-MES-INICIO-ANIO TO PR-PERIODO.
           MOVE LOW-VALUES TO PR-TIPO.
           MOVE LOW-VALUES TO PR-CLAVE.
           START PRESUP-FILE KEY IS NOT LESS THAN PR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-PRESUP.
           PERFORM 5110-LEER-PRESUPUESTO UNTIL WKS-EOF-PRESUP.
           IF WKS-SIN-MARGEN IS EQUAL TO "S" THEN
               DISPLAY "AVISO: HAY MESES CON VENTA PRESUPUESTADA Y "
                       "SIN MARGEN OBJETIVO".

       5110-LEER-PRESUPUESTO.
           READ PRESUP-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PRESUP
               NOT AT END
                   IF PR-PERIODO IS GREATER THAN WKS-MES-REPORTE THEN
                       MOVE "S" TO WKS-FIN-PRESUP
                   ELSE
                       MOVE PR-PERIODO TO WKS-PERIODO-MOV
                       PERFORM 5010-CLASIFICAR-PERIODO
                       PERFORM 5120-RENGLON-PRESUPUESTO.

       5120-RENGLON-PRESUPUESTO.
           IF PR-MARGEN THEN
               MOVE PR-PERIODO TO WKS-PERIODO-MARGEN
               MOVE PR-PORCIENTO TO WKS-MARGEN-PERIODO
           ELSE
               MOVE PR-TIPO TO WKS-TIPO-MOV
               MOVE PR-CLAVE TO WKS-CLAVE-MOV
               MOVE PR-IMPORTE TO WKS-PRES-MOV
               PERFORM 7000-UBICAR-RENGLON
               PERFORM 7100-SUMAR-PRESUPUESTO
               IF PR-VENTA THEN
                   PERFORM 5130-UTILIDAD-PRESUPUESTADA.

       5130-UTILIDAD-PRESUPUESTADA.
           IF WKS-PERIODO-MARGEN IS NOT EQUAL TO PR-PERIODO THEN
               MOVE "S" TO WKS-SIN-MARGEN
           ELSE
               COMPUTE WKS-PRES-MOV ROUNDED =
                       PR-IMPORTE * WKS-MARGEN-PERIODO / 100
               ADD WKS-PRES-MOV TO WKS-UB-PRES-ACUM
               IF WKS-EN-MES IS EQUAL TO "S" THEN
                   ADD WKS-PRES-MOV TO WKS-UB-PRES-MES.

      * VENTAS DEL ANO: LO VIVO DE UNA PASADA MAS CADA MES
      * ARCHIVADO DE ENERO AL MES DEL REPORTE (EL ARCHIVADO LO SACA
      * DEL VIVO, ASI QUE NO HAY DOBLE CUENTA)
       5200-VENTAS-REALES.
           MOVE "N" TO WKS-PRODUCTOS-SW.
           OPEN INPUT F-ARCHIVO.
           IF FS-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-PRODUCTOS-SW
           ELSE
               DISPLAY "SIN MAESTRO DE PRODUCTOS, LAS VENTAS VAN "
                       "SIN CATEGORIA".
           MOVE "N" TO WKS-FIN-VENTAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-VENTAS
           ELSE
               PERFORM 5210-LEER-VENTA-VIVA UNTIL WKS-EOF-VENTAS
               CLOSE TRANS-FILE.
           MOVE WKS-MES-INICIO-ANIO TO WKS-MES-ARCHIVO.
           PERFORM 5220-MES-ARCHIVADO
               UNTIL WKS-MES-ARCHIVO IS GREATER THAN WKS-MES-REPORTE.
           IF WKS-HAY-PRODUCTOS THEN
               CLOSE F-ARCHIVO.

       5210-LEER-VENTA-VIVA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VENTAS
               NOT AT END
                   MOVE TR-FECHA(1:6) TO WKS-PERIODO-MOV
                   PERFORM 5010-CLASIFICAR-PERIODO
                   IF WKS-EN-ACUMULADO IS EQUAL TO "S" AND
                      TR-ESTADO IS NOT EQUAL TO "C" THEN
                       MOVE REG-VENTA TO WKS-VENTA-ARCHIVADA
                       PERFORM 5240-ACUMULAR-PARTIDA.

       5220-MES-ARCHIVADO.
           MOVE WKS-MES-ARCHIVO TO WKS-MES-HISTORICO.
           MOVE WKS-MES-ARCHIVO TO WKS-PERIODO-MOV.
           PERFORM 5010-CLASIFICAR-PERIODO.
           MOVE "N" TO WKS-FIN-ARCHIVADAS.
           OPEN INPUT HIST-VENTAS.
           IF HV-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-ARCHIVADAS
           ELSE
               PERFORM 5230-LEER-VENTA-ARCH UNTIL WKS-EOF-ARCHIVADAS
               CLOSE HIST-VENTAS.
           ADD 1 TO WKS-MES-ARCHIVO.

       5230-LEER-VENTA-ARCH.
           READ HIST-VENTAS
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVADAS
               NOT AT END
                   MOVE REG-HIST-VENTA TO WKS-VENTA-ARCHIVADA
                   IF VA-ESTADO IS NOT EQUAL TO "C" THEN
                       PERFORM 5240-ACUMULAR-PARTIDA.

      * VENTA NETA SIN IVA Y COSTO SELLADO DE LA PARTIDA, COMO EN EL
      * ESTADO DE RESULTADOS; LA CATEGORIA ES LA ACTUAL DEL PRODUCTO
       5240-ACUMULAR-PARTIDA.
           COMPUTE WKS-IMPORTE-MOV = VA-CANTIDAD * VA-PRECIO.
           IF VA-IVA-IMPORTE IS NUMERIC THEN
               SUBTRACT VA-IVA-IMPORTE FROM WKS-IMPORTE-MOV.
           MOVE 0 TO WKS-COSTO-MOV.
           IF VA-COSTO IS NUMERIC THEN
               COMPUTE WKS-COSTO-MOV = VA-CANTIDAD * VA-COSTO.
           IF VA-TIPO IS EQUAL TO "D" THEN
               COMPUTE WKS-IMPORTE-MOV = 0 - WKS-IMPORTE-MOV
               COMPUTE WKS-COSTO-MOV = 0 - WKS-COSTO-MOV.
           MOVE "V" TO WKS-TIPO-MOV.
           MOVE SPACES TO WKS-CLAVE-MOV.
           IF WKS-HAY-PRODUCTOS THEN
               MOVE VA-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       MOVE SPACES TO RP-CATEGORIA
               END-READ
               MOVE RP-CATEGORIA TO WKS-CLAVE-MOV.
           PERFORM 7000-UBICAR-RENGLON.
           PERFORM 7200-SUMAR-REAL.
           ADD WKS-IMPORTE-MOV TO WKS-UB-REAL-ACUM.
           SUBTRACT WKS-COSTO-MOV FROM WKS-UB-REAL-ACUM.
           IF WKS-EN-MES IS EQUAL TO "S" THEN
               ADD WKS-IMPORTE-MOV TO WKS-UB-REAL-MES
               SUBTRACT WKS-COSTO-MOV FROM WKS-UB-REAL-MES.

      * NOMINA: EL BRUTO DE LA HISTORIA (COMO EL ESTADO DE
      * RESULTADOS) AL DEPARTAMENTO QUE HOY TIENE EL EMPLEADO
       5300-NOMINA-REAL.
           MOVE "N" TO WKS-EMPLEADOS-SW.
           OPEN INPUT EMPLEADO-FILE.
           IF EMP-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-EMPLEADOS-SW.
           MOVE "N" TO WKS-FIN-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HN-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-HISTORIA
           ELSE
               PERFORM 5310-LEER-HISTORIA UNTIL WKS-EOF-HISTORIA
               CLOSE HISTORIA-FILE.
           IF WKS-HAY-EMPLEADOS THEN
               CLOSE EMPLEADO-FILE.

       5310-LEER-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   MOVE HN-PERIODO(1:6) TO WKS-PERIODO-MOV
                   PERFORM 5010-CLASIFICAR-PERIODO
                   IF WKS-EN-ACUMULADO IS EQUAL TO "S" THEN
                       PERFORM 5320-NOMINA-DEPTO.

       5320-NOMINA-DEPTO.
           MOVE "N" TO WKS-TIPO-MOV.
           MOVE SPACES TO WKS-CLAVE-MOV.
           IF WKS-HAY-EMPLEADOS THEN
               MOVE HN-EMP-ID TO EMP-ID
               READ EMPLEADO-FILE KEY IS EMP-ID
                   INVALID KEY
                       MOVE SPACES TO EMP-DEPTO
               END-READ
               MOVE EMP-DEPTO TO WKS-CLAVE-MOV.
           MOVE HN-BRUTO TO WKS-IMPORTE-MOV.
           PERFORM 7000-UBICAR-RENGLON.
           PERFORM 7200-SUMAR-REAL.

      * GASTOS DE OPERACION POR FECHA DE FACTURA, PAGADOS O NO; LOS
      * CANCELADOS NO CUENTAN
       5400-GASTOS-REALES.
           MOVE "N" TO WKS-FIN-GASTOS.
           OPEN INPUT GASTO-FILE.
           IF GA-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-GASTOS
           ELSE
               PERFORM 5410-LEER-GASTO UNTIL WKS-EOF-GASTOS
               CLOSE GASTO-FILE.

       5410-LEER-GASTO.
           READ GASTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-GASTOS
               NOT AT END
                   MOVE GA-FECHA(1:6) TO WKS-PERIODO-MOV
                   PERFORM 5010-CLASIFICAR-PERIODO
                   IF WKS-EN-ACUMULADO IS EQUAL TO "S" AND
                      NOT GA-CANCELADO THEN
                       MOVE "G" TO WKS-TIPO-MOV
                       MOVE GA-CUENTA TO WKS-CLAVE-MOV
                       MOVE GA-IMPORTE TO WKS-IMPORTE-MOV
                       PERFORM 7000-UBICAR-RENGLON
                       PERFORM 7200-SUMAR-REAL.

      * GASTOS PAGADOS POR CAJA: SOLO LAS SALIDAS
       5500-CAJA-REAL.
           MOVE "N" TO WKS-FIN-MOVCAJA.
           OPEN INPUT CAJA-MOV-FILE.
           IF MC-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-MOVCAJA
           ELSE
               PERFORM 5510-LEER-MOVCAJA UNTIL WKS-EOF-MOVCAJA
               CLOSE CAJA-MOV-FILE.

       5510-LEER-MOVCAJA.
           READ CAJA-MOV-FILE
               AT END
                   MOVE "S" TO WKS-FIN-MOVCAJA
               NOT AT END
                   MOVE MC-FECHA(1:6) TO WKS-PERIODO-MOV
                   PERFORM 5010-CLASIFICAR-PERIODO
                   IF WKS-EN-ACUMULADO IS EQUAL TO "S" AND
                      MC-TIPO IS EQUAL TO "S" THEN
                       MOVE "C" TO WKS-TIPO-MOV
                       MOVE SPACES TO WKS-CLAVE-MOV
                       MOVE MC-IMPORTE TO WKS-IMPORTE-MOV
                       PERFORM 7000-UBICAR-RENGLON
                       PERFORM 7200-SUMAR-REAL.

       5600-DEPRECIACION-REAL.
           MOVE "N" TO WKS-FIN-DEPREC.
           OPEN INPUT DEPREC-FILE.
           IF DE-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-DEPREC
           ELSE
               PERFORM 5610-LEER-DEPREC UNTIL WKS-EOF-DEPREC
               CLOSE DEPREC-FILE.

       5610-LEER-DEPREC.
           READ DEPREC-FILE
               AT END
                   MOVE "S" TO WKS-FIN-DEPREC
               NOT AT END
                   MOVE DE-PERIODO TO WKS-PERIODO-MOV
                   PERFORM 5010-CLASIFICAR-PERIODO
                   IF WKS-EN-ACUMULADO IS EQUAL TO "S" THEN
                       MOVE "D" TO WKS-TIPO-MOV
                       MOVE SPACES TO WKS-CLAVE-MOV
                       MOVE DE-IMPORTE TO WKS-IMPORTE-MOV
                       PERFORM 7000-UBICAR-RENGLON
                       PERFORM 7200-SUMAR-REAL.

      ******************************************************************
      * LA HOJA: PRIMERO EL MES Y LUEGO EL ACUMULADO DEL ANO, CADA UNO
      * POR SECCION CON SU SUBTOTAL
      ******************************************************************
       6000-IMPRIMIR-REPORTE.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "PRESUPUESTO-REAL-" WKS-MES-REPORTE ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "PRESUPUESTO CONTRA REAL " WKS-MES-REPORTE
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "CONCEPTO            PRESUPUESTO          REAL      VAR
      -        "IACION     PCT" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE "M" TO WKS-VISTA.
           MOVE "=== DEL MES ===" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 6010-IMPRIMIR-VISTA.
           MOVE "A" TO WKS-VISTA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "=== ACUMULADO DEL ANO ===" TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 6010-IMPRIMIR-VISTA.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-CFG-TOLERANCIA-PRE TO WKS-TOL-FORMAT.
           STRING "** = DESFAVORABLE MAS ALLA DE " WKS-TOL-FORMAT
                  " PCT: " WKS-FUERA-MES " DEL MES, "
                  WKS-FUERA-ACUM " DEL ACUMULADO"
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           DISPLAY WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-AVISO-LLENA IS EQUAL TO "S" THEN
               MOVE "*** TABLA DE RENGLONES LLENA, REPORTE INCOMPLETO"
                   TO WKS-REP-LINEA
               DISPLAY WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "REPORTE IMPRESO EN " WKS-REP-NOMBRE.

       6010-IMPRIMIR-VISTA.
           MOVE "I" TO WKS-SENTIDO.
           MOVE "V" TO WKS-TIPO-SECCION.
           MOVE "VENTAS NETAS POR CATEGORIA" TO WKS-TITULO-SECCION.
           PERFORM 6100-SECCION.
           MOVE "UTILIDAD BRUTA" TO WKS-LINEA-CONCEPTO.
           IF WKS-VISTA-MES THEN
               MOVE WKS-UB-PRES-MES TO WKS-LINEA-PRES
               MOVE WKS-UB-REAL-MES TO WKS-LINEA-REAL
           ELSE
               MOVE WKS-UB-PRES-ACUM TO WKS-LINEA-PRES
               MOVE WKS-UB-REAL-ACUM TO WKS-LINEA-REAL.
           PERFORM 6200-RENGLON.
           MOVE "G" TO WKS-SENTIDO.
           MOVE "N" TO WKS-TIPO-SECCION.
           MOVE "NOMINA POR DEPARTAMENTO" TO WKS-TITULO-SECCION.
           PERFORM 6100-SECCION.
           MOVE "G" TO WKS-TIPO-SECCION.
           MOVE "GASTOS DE OPERACION" TO WKS-TITULO-SECCION.
           PERFORM 6100-SECCION.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE "C" TO WKS-TIPO-SECCION.
           PERFORM 6150-RENGLONES-TIPO.
           MOVE "D" TO WKS-TIPO-SECCION.
           PERFORM 6150-RENGLONES-TIPO.

       6100-SECCION.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-TITULO-SECCION TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE 0 TO WKS-SUB-PRES.
           MOVE 0 TO WKS-SUB-REAL.
           PERFORM 6150-RENGLONES-TIPO.
           MOVE "  TOTAL" TO WKS-LINEA-CONCEPTO.
           MOVE WKS-SUB-PRES TO WKS-LINEA-PRES.
           MOVE WKS-SUB-REAL TO WKS-LINEA-REAL.
           PERFORM 6200-RENGLON.

       6150-RENGLONES-TIPO.
           MOVE 1 TO WKS-IDX-PP.
           PERFORM 6160-RENGLON-TABLA
               UNTIL WKS-IDX-PP IS GREATER THAN WKS-NUM-PP.

       6160-RENGLON-TABLA.
           IF WKS-PP-TIPO(WKS-IDX-PP) IS EQUAL TO WKS-TIPO-SECCION
           THEN
               MOVE WKS-PP-NOMBRE(WKS-IDX-PP) TO WKS-LINEA-CONCEPTO
               IF WKS-VISTA-MES THEN
                   MOVE WKS-PP-PRES-MES(WKS-IDX-PP) TO WKS-LINEA-PRES
                   MOVE WKS-PP-REAL-MES(WKS-IDX-PP) TO WKS-LINEA-REAL
               ELSE
                   MOVE WKS-PP-PRES-ACUM(WKS-IDX-PP) TO WKS-LINEA-PRES
                   MOVE WKS-PP-REAL-ACUM(WKS-IDX-PP) TO WKS-LINEA-REAL
               END-IF
               ADD WKS-LINEA-PRES TO WKS-SUB-PRES
               ADD WKS-LINEA-REAL TO WKS-SUB-REAL
               PERFORM 6200-RENGLON.
           ADD 1 TO WKS-IDX-PP.

      * DESFAVORABLE: VENTA O UTILIDAD ABAJO DEL PRESUPUESTO, COSTO O
      * GASTO ARRIBA. SIN PRESUPUESTO NO HAY PORCIENTO; UN GASTO REAL
      * SIN PRESUPUESTO SE MARCA SIEMPRE
       6200-RENGLON.
           COMPUTE WKS-VARIACION = WKS-LINEA-REAL - WKS-LINEA-PRES.
           MOVE "N" TO WKS-DESFAVORABLE.
           IF WKS-ES-INGRESO AND WKS-VARIACION IS LESS THAN 0 THEN
               MOVE "S" TO WKS-DESFAVORABLE.
           IF NOT WKS-ES-INGRESO AND
              WKS-VARIACION IS GREATER THAN 0 THEN
               MOVE "S" TO WKS-DESFAVORABLE.
           MOVE SPACES TO WKS-MARCA.
           IF WKS-LINEA-PRES IS EQUAL TO 0 THEN
               MOVE 0 TO WKS-PORCIENTO
               IF WKS-DESFAVORABLE IS EQUAL TO "S" THEN
                   MOVE " **" TO WKS-MARCA
               END-IF
           ELSE
               COMPUTE WKS-PORCIENTO ROUNDED =
                       WKS-VARIACION * 100 / WKS-LINEA-PRES
                   ON SIZE ERROR
                       MOVE 9999.9 TO WKS-PORCIENTO
               END-COMPUTE
               IF WKS-DESFAVORABLE IS EQUAL TO "S" AND
                  (WKS-PORCIENTO IS GREATER THAN
                       WKS-CFG-TOLERANCIA-PRE OR
                   0 - WKS-PORCIENTO IS GREATER THAN
                       WKS-CFG-TOLERANCIA-PRE) THEN
                   MOVE " **" TO WKS-MARCA.
           IF WKS-MARCA IS NOT EQUAL TO SPACES THEN
               IF WKS-VISTA-MES THEN
                   ADD 1 TO WKS-FUERA-MES
               ELSE
                   ADD 1 TO WKS-FUERA-ACUM.
           MOVE WKS-LINEA-PRES TO WKS-PRES-FORMAT.
           MOVE WKS-LINEA-REAL TO WKS-REAL-FORMAT.
           MOVE WKS-VARIACION TO WKS-VAR-FORMAT.
           MOVE WKS-PORCIENTO TO WKS-PCT-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-LINEA-CONCEPTO WKS-PRES-FORMAT
                  WKS-REAL-FORMAT WKS-VAR-FORMAT
                  " " WKS-PCT-FORMAT WKS-MARCA
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.

      ******************************************************************
      * RENGLON DE TIPO Y CLAVE EN LA TABLA; SE AGREGA CON SU NOMBRE
      * DEL CATALOGO LA PRIMERA VEZ QUE APARECE
      ******************************************************************
       7000-UBICAR-RENGLON.
           MOVE 0 TO WKS-POS-PP.
           MOVE 1 TO WKS-IDX-PP.
           PERFORM 7010-CICLO-RENGLON
               UNTIL WKS-IDX-PP IS GREATER THAN WKS-NUM-PP
                  OR WKS-POS-PP IS GREATER THAN 0.
           IF WKS-POS-PP IS EQUAL TO 0 THEN
               IF WKS-NUM-PP IS LESS THAN 200 THEN
                   ADD 1 TO WKS-NUM-PP
                   MOVE WKS-NUM-PP TO WKS-POS-PP
                   PERFORM 7020-NUEVO-RENGLON
               ELSE
               IF WKS-AVISO-LLENA IS NOT EQUAL TO "S" THEN
                   DISPLAY "TABLA DE RENGLONES DEL PRESUPUESTO LLENA"
                   MOVE "S" TO WKS-AVISO-LLENA.

       7010-CICLO-RENGLON.
           IF WKS-PP-TIPO(WKS-IDX-PP) IS EQUAL TO WKS-TIPO-MOV AND
              WKS-PP-CLAVE(WKS-IDX-PP) IS EQUAL TO WKS-CLAVE-MOV THEN
               MOVE WKS-IDX-PP TO WKS-POS-PP
           ELSE
               ADD 1 TO WKS-IDX-PP.

       7020-NUEVO-RENGLON.
           MOVE WKS-TIPO-MOV TO WKS-PP-TIPO(WKS-POS-PP).
           MOVE WKS-CLAVE-MOV TO WKS-PP-CLAVE(WKS-POS-PP).
           MOVE 0 TO WKS-PP-PRES-MES(WKS-POS-PP).
           MOVE 0 TO WKS-PP-REAL-MES(WKS-POS-PP).
           MOVE 0 TO WKS-PP-PRES-ACUM(WKS-POS-PP).
           MOVE 0 TO WKS-PP-REAL-ACUM(WKS-POS-PP).
           MOVE SPACES TO WKS-PP-NOMBRE(WKS-POS-PP).
           STRING "  " WKS-CLAVE-MOV
               DELIMITED BY SIZE INTO WKS-PP-NOMBRE(WKS-POS-PP).
           IF WKS-TIPO-MOV IS EQUAL TO "C" THEN
               MOVE "GASTOS DE CAJA" TO WKS-PP-NOMBRE(WKS-POS-PP).
           IF WKS-TIPO-MOV IS EQUAL TO "D" THEN
               MOVE "DEPRECIACION" TO WKS-PP-NOMBRE(WKS-POS-PP).
           IF WKS-TIPO-MOV IS EQUAL TO "V" AND
              WKS-CLAVE-MOV IS EQUAL TO SPACES THEN
               MOVE "  SIN CATEGORIA" TO WKS-PP-NOMBRE(WKS-POS-PP).
           IF WKS-TIPO-MOV IS EQUAL TO "N" AND
              WKS-CLAVE-MOV IS EQUAL TO SPACES THEN
               MOVE "  SIN DEPARTAMENTO" TO WKS-PP-NOMBRE(WKS-POS-PP).
           IF WKS-CLAVE-MOV IS NOT EQUAL TO SPACES THEN
               PERFORM 7030-NOMBRE-CATALOGO.

       7030-NOMBRE-CATALOGO.
           IF WKS-TIPO-MOV IS EQUAL TO "V" AND WKS-HAY-CATEGORIAS
           THEN
               MOVE WKS-CLAVE-MOV TO CAT-CODIGO
               READ CATEGORIA-FILE KEY IS CAT-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WKS-PP-NOMBRE(WKS-POS-PP)
                       STRING "  " CAT-NOMBRE DELIMITED BY SIZE
                           INTO WKS-PP-NOMBRE(WKS-POS-PP)
               END-READ
           ELSE
           IF WKS-TIPO-MOV IS EQUAL TO "N" AND WKS-HAY-DEPTOS THEN
               MOVE WKS-CLAVE-MOV TO DP-CODIGO
               READ DEPTO-FILE KEY IS DP-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WKS-PP-NOMBRE(WKS-POS-PP)
                       STRING "  " DP-NOMBRE DELIMITED BY SIZE
                           INTO WKS-PP-NOMBRE(WKS-POS-PP)
               END-READ
           ELSE
           IF WKS-TIPO-MOV IS EQUAL TO "G" AND WKS-HAY-CUENTAS THEN
               MOVE WKS-CLAVE-MOV TO CG-CUENTA
               READ CTAGASTO-FILE KEY IS CG-CUENTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WKS-PP-NOMBRE(WKS-POS-PP)
                       STRING "  " CG-NOMBRE DELIMITED BY SIZE
                           INTO WKS-PP-NOMBRE(WKS-POS-PP).

       7100-SUMAR-PRESUPUESTO.
           IF WKS-POS-PP IS GREATER THAN 0 THEN
               ADD WKS-PRES-MOV TO WKS-PP-PRES-ACUM(WKS-POS-PP)
               IF WKS-EN-MES IS EQUAL TO "S" THEN
                   ADD WKS-PRES-MOV TO WKS-PP-PRES-MES(WKS-POS-PP).

       7200-SUMAR-REAL.
           IF WKS-POS-PP IS GREATER THAN 0 THEN
               ADD WKS-IMPORTE-MOV TO WKS-PP-REAL-ACUM(WKS-POS-PP)
               IF WKS-EN-MES IS EQUAL TO "S" THEN
                   ADD WKS-IMPORTE-MOV TO WKS-PP-REAL-MES(WKS-POS-PP).

           COPY CONFIG-PROC.
           COPY REPORTE-PROC.
