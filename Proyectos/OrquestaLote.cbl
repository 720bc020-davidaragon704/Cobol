      * Date:
      * Purpose: ORQUESTADOR DE LOTES CON PUNTOS DE CONTROL. CORRE
      *          LAS CADENAS NOCTURNA (VERIFICA-ARCHIVOS,
      *          VERIFICA-FOLIOS, VERIFICA-CRUZADA, COMERCIO,
      *          NOMINA EN LOTE POR SUS
      *          TARJETAS, CONTABILIDAD, QUE CONTABILIZA EL DIA,
      *          IMPORTA-BIOMETRICO, QUE SUBE LAS LECTURAS DEL RELOJ
      *          DE HUELLA, E INCIDENCIAS-CHECADOR, QUE REVISA LAS
      *          CHECADAS DEL DIA) Y
      *          MENSUAL (ARCHIVO-VENTAS,
      *          REPORTE-MENSUAL, PRESUPUESTO (PRESUPUESTO CONTRA
      *          REAL DEL PAQUETE DEL MES), CONCILIA-INVENTARIO,
      *          INTERESES-MORA, EXTRACTO-CONTABLE, CONTABILIDAD,
      *          QUE SACA BALANZA Y MAYOR, DIOT-IVA, CADA UNO CON SU
      *          TARJETA DEL MES A CERRAR, Y REORGANIZA-ARCHIVOS,
      *          QUE RECONSTRUYE LOS INDEXADOS) DESDE UNA TABLA
      *          DE PASOS. AL TERMINAR CADA PASO DEJA SU PUNTO DE
      *          CONTROL EN CHECKPOINT-LOTE.TXT: SI LA MAQUINA MUERE
      *          A MEDIA CORRIDA, LA RECORRIDA DEL MISMO DIA RETOMA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TE-STATUS.

           SELECT TARJ-CONCILIA ASSIGN TO "TARJETA-CONCILIA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TN-STATUS.

           SELECT TARJ-INTERESES ASSIGN TO "TARJETA-INTERESES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TI-STATUS.

           SELECT TARJ-CONTABILIDAD
                                   ASSIGN TO "TARJETA-CONTABILIDAD.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TK-STATUS.

           SELECT TARJ-DIOT ASSIGN TO "TARJETA-DIOT.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TD-STATUS.

           SELECT TARJ-INCIDENCIAS
                                   ASSIGN TO "TARJETA-INCIDENCIAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TX-STATUS.

           SELECT TARJ-BIOMETRICO
                                   ASSIGN TO "TARJETA-BIOMETRICO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TB-STATUS.

           SELECT TARJ-PRESUPUESTO
                                   ASSIGN TO "TARJETA-PRESUPUESTO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TP-STATUS.

           SELECT TARJ-REORGANIZA
                                   ASSIGN TO "TARJETA-REORGANIZA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PUNTO DE CONTROL: ULTIMO PASO COMPLETADO DE LA CADENA EN
       FD TARJ-EXTRACTO.
       01 REG-TARJ-EXTRACTO                    PIC X(80).

       FD TARJ-CONCILIA.
       01 REG-TARJ-CONCILIA                    PIC X(80).

       FD TARJ-INTERESES.
       01 REG-TARJ-INTERESES                   PIC X(80).

       FD TARJ-CONTABILIDAD.
       01 REG-TARJ-CONTABILIDAD                PIC X(80).

       FD TARJ-DIOT.
       01 REG-TARJ-DIOT                        PIC X(80).

       FD TARJ-INCIDENCIAS.
       01 REG-TARJ-INCIDENCIAS                 PIC X(80).

       FD TARJ-BIOMETRICO.
       01 REG-TARJ-BIOMETRICO                  PIC X(80).

       FD TARJ-PRESUPUESTO.
       01 REG-TARJ-PRESUPUESTO                 PIC X(80).

       FD TARJ-REORGANIZA.
       01 REG-TARJ-REORGANIZA                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 CK-STATUS               PIC X(02).
       77 HL-STATUS               PIC X(02).
       77 TA-STATUS               PIC X(02).
       77 TR-STATUS               PIC X(02).
       77 TE-STATUS               PIC X(02).
       77 TN-STATUS               PIC X(02).
       77 TI-STATUS               PIC X(02).
       77 TK-STATUS               PIC X(02).
       77 TD-STATUS               PIC X(02).
       77 TP-STATUS               PIC X(02).
       77 TX-STATUS               PIC X(02).
       77 TB-STATUS               PIC X(02).
       77 TG-STATUS               PIC X(02).

      * FIRMA VACIA PARA LOS PROGRAMAS QUE RECIBEN LOGIN POR
      * LINKAGE (EL LOTE CORRE SIN OPERADOR EN SESION)

      * TABLA DE PASOS DE LA CADENA EN CURSO
       01 WKS-TABLA-PASOS.
           02 WKS-PA-RENGLON OCCURS 10 TIMES.
               03 WKS-PA-NOMBRE       PIC X(20).
       77 WKS-NUM-PASOS           PIC 9(02) VALUE 0.
       77 WKS-PASO-ACTUAL         PIC 9(02).

       2000-ARMAR-TABLA.
           IF WKS-CADENA-NOCTURNA THEN
               MOVE 8 TO WKS-NUM-PASOS
               MOVE "VERIFICA-ARCHIVOS" TO WKS-PA-NOMBRE(1)
               MOVE "VERIFICA-FOLIOS" TO WKS-PA-NOMBRE(2)
               MOVE "VERIFICA-CRUZADA" TO WKS-PA-NOMBRE(3)
               MOVE "COMERCIO" TO WKS-PA-NOMBRE(4)
               MOVE "NOMINA" TO WKS-PA-NOMBRE(5)
               MOVE "CONTABILIDAD" TO WKS-PA-NOMBRE(6)
               MOVE "IMPORTA-BIOMETRICO" TO WKS-PA-NOMBRE(7)
               MOVE "INCIDENCIAS-CHECADOR" TO WKS-PA-NOMBRE(8)
           ELSE
               MOVE 9 TO WKS-NUM-PASOS
               MOVE "ARCHIVO-VENTAS" TO WKS-PA-NOMBRE(1)
               MOVE "REPORTE-MENSUAL" TO WKS-PA-NOMBRE(2)
               MOVE "PRESUPUESTO" TO WKS-PA-NOMBRE(3)
               MOVE "CONCILIA-INVENTARIO" TO WKS-PA-NOMBRE(4)
               MOVE "INTERESES-MORA" TO WKS-PA-NOMBRE(5)
               MOVE "EXTRACTO-CONTABLE" TO WKS-PA-NOMBRE(6)
               MOVE "CONTABILIDAD" TO WKS-PA-NOMBRE(7)
               MOVE "DIOT-IVA" TO WKS-PA-NOMBRE(8)
               MOVE "REORGANIZA-ARCHIVOS" TO WKS-PA-NOMBRE(9)
               PERFORM 2100-MES-DE-CIERRE.

       2100-MES-DE-CIERRE.
               OPEN OUTPUT TARJ-COMERCIO
               MOVE "VALOR-INVENTARIO" TO REG-TARJ-COMERCIO
               WRITE REG-TARJ-COMERCIO
               MOVE "REBAJA-CADUCIDAD" TO REG-TARJ-COMERCIO
               WRITE REG-TARJ-COMERCIO
               MOVE "LIBERA-ENCARGOS" TO REG-TARJ-COMERCIO
               WRITE REG-TARJ-COMERCIO
               MOVE "ETIQUETAS-PROMO" TO REG-TARJ-COMERCIO
               WRITE REG-TARJ-COMERCIO
               MOVE "ETIQUETAS-PENDIENTES" TO REG-TARJ-COMERCIO
               WRITE REG-TARJ-COMERCIO
               CLOSE TARJ-COMERCIO.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO "NOMINA"
           THEN
                   DELIMITED BY SIZE INTO REG-TARJ-MENSUAL
               WRITE REG-TARJ-MENSUAL
               CLOSE TARJ-MENSUAL.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "CONCILIA-INVENTARIO" THEN
               OPEN OUTPUT TARJ-CONCILIA
               MOVE SPACES TO REG-TARJ-CONCILIA
               STRING "CONCILIAR " WKS-MES-CIERRE
                   DELIMITED BY SIZE INTO REG-TARJ-CONCILIA
               WRITE REG-TARJ-CONCILIA
               CLOSE TARJ-CONCILIA.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "INTERESES-MORA" THEN
               OPEN OUTPUT TARJ-INTERESES
               MOVE SPACES TO REG-TARJ-INTERESES
               STRING "INTERESES " WKS-MES-CIERRE
                   DELIMITED BY SIZE INTO REG-TARJ-INTERESES
               WRITE REG-TARJ-INTERESES
               CLOSE TARJ-INTERESES.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "EXTRACTO-CONTABLE" THEN
               OPEN OUTPUT TARJ-EXTRACTO
                   DELIMITED BY SIZE INTO REG-TARJ-EXTRACTO
               WRITE REG-TARJ-EXTRACTO
               CLOSE TARJ-EXTRACTO.
      * LA MISMA CONTABILIDAD CONTABILIZA EL DIA EN LA NOCTURNA Y
      * SACA LA BALANZA DEL MES CERRADO EN LA MENSUAL
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "CONTABILIDAD" THEN
               OPEN OUTPUT TARJ-CONTABILIDAD
               MOVE SPACES TO REG-TARJ-CONTABILIDAD
               IF WKS-CADENA-NOCTURNA THEN
                   STRING "CONTABILIZAR " WKS-FECHA-HOY
                       DELIMITED BY SIZE INTO REG-TARJ-CONTABILIDAD
               ELSE
                   STRING "BALANZA " WKS-MES-CIERRE
                       DELIMITED BY SIZE INTO REG-TARJ-CONTABILIDAD
               END-IF
               WRITE REG-TARJ-CONTABILIDAD
               CLOSE TARJ-CONTABILIDAD.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "DIOT-IVA" THEN
               OPEN OUTPUT TARJ-DIOT
               MOVE SPACES TO REG-TARJ-DIOT
               STRING "DIOT " WKS-MES-CIERRE
                   DELIMITED BY SIZE INTO REG-TARJ-DIOT
               WRITE REG-TARJ-DIOT
               CLOSE TARJ-DIOT.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "PRESUPUESTO" THEN
               OPEN OUTPUT TARJ-PRESUPUESTO
               MOVE SPACES TO REG-TARJ-PRESUPUESTO
               STRING "COMPARAR " WKS-MES-CIERRE
                   DELIMITED BY SIZE INTO REG-TARJ-PRESUPUESTO
               WRITE REG-TARJ-PRESUPUESTO
               CLOSE TARJ-PRESUPUESTO.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "INCIDENCIAS-CHECADOR" THEN
               OPEN OUTPUT TARJ-INCIDENCIAS
               MOVE SPACES TO REG-TARJ-INCIDENCIAS
               STRING "INCIDENCIAS " WKS-FECHA-HOY
                   DELIMITED BY SIZE INTO REG-TARJ-INCIDENCIAS
               WRITE REG-TARJ-INCIDENCIAS
               CLOSE TARJ-INCIDENCIAS.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "IMPORTA-BIOMETRICO" THEN
               OPEN OUTPUT TARJ-BIOMETRICO
               MOVE SPACES TO REG-TARJ-BIOMETRICO
               STRING "IMPORTAR " WKS-FECHA-HOY
                   DELIMITED BY SIZE INTO REG-TARJ-BIOMETRICO
               WRITE REG-TARJ-BIOMETRICO
               CLOSE TARJ-BIOMETRICO.
           IF WKS-PA-NOMBRE(WKS-PASO-ACTUAL) IS EQUAL TO
              "REORGANIZA-ARCHIVOS" THEN
               OPEN OUTPUT TARJ-REORGANIZA
               MOVE SPACES TO REG-TARJ-REORGANIZA
               STRING "REORGANIZAR " WKS-FECHA-HOY
                   DELIMITED BY SIZE INTO REG-TARJ-REORGANIZA
               WRITE REG-TARJ-REORGANIZA
               CLOSE TARJ-REORGANIZA.

       4200-ASENTAR-HISTORIAL.
           MOVE WKS-FECHA-HOY TO HL-FECHA.
