      *          PATRONAL POR EMPLEADO, TOTALES POR DEPARTAMENTO
      *          (DP-CODIGO) Y EL GRAN TOTAL A ENTERAR AL INSTITUTO,
      *          PARA JUBILAR LA HOJA DE CALCULO DE CADA MES.
      *          SE PUEDE SACAR DE UN SOLO GRUPO DE PAGO (HN-GRUPO)
      *          O DE TODOS LOS GRUPOS JUNTOS (**).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY REPORTE-WS.

       77 WKS-MES-REPORTE         PIC 9(06).
      * GRUPO DE PAGO DEL REPORTE (ESPACIOS = GENERAL, ** = TODOS)
       77 WKS-GRUPO-REPORTE       PIC X(02).
       77 WKS-FIN-HISTORIA        PIC X(01) VALUE "N".
           88 WKS-EOF-HISTORIA    VALUE "S".
       77 WKS-FIN-CUOTAS          PIC X(01) VALUE "N".
           PERFORM 1700-CARGAR-CONFIG.
           DISPLAY "MES A REPORTAR (AAAAMM)".
           ACCEPT WKS-MES-REPORTE.
           MOVE SPACES TO WKS-GRUPO-REPORTE.
           DISPLAY "GRUPO DE PAGO (ENTER = GRUPO GENERAL, ** = TODOS)".
           ACCEPT WKS-GRUPO-REPORTE.
           MOVE WKS-MES-REPORTE TO WKS-FECHA-CALCULO(1:6).
           MOVE "01" TO WKS-FECHA-CALCULO(7:2).
           PERFORM 1000-CARGAR-CUOTAS.
                           TO WKS-CU-PATRON(WKS-NUM-CUOTAS).

      * BASE DE COTIZACION DEL MES = BRUTO DE LAS CORRIDAS
      * ORDINARIAS DEL EMPLEADO EN LA HISTORIA, YA CORREGIDAS (TIPO C)
      * Y CON SUS COMPLEMENTARIAS (TIPO M, QUE CAEN EN EL MISMO MES)
       2000-ACUMULAR-BASES.
           MOVE "N" TO WKS-FIN-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
                   MOVE "S" TO WKS-FIN-HISTORIA
               NOT AT END
                   IF HN-PERIODO(1:6) IS EQUAL TO WKS-MES-REPORTE AND
                      (HN-TIPO IS EQUAL TO "N" OR "M" OR "C") AND
                      (WKS-GRUPO-REPORTE IS EQUAL TO "**" OR
                       HN-GRUPO IS EQUAL TO WKS-GRUPO-REPORTE) THEN
                       MOVE HN-EMP-ID TO WKS-EMP-ACTUAL
                       PERFORM 2020-ACUMULAR-EMPLEADO.

           MOVE "REPORTE-IMSS.TXT" TO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "CUOTAS IMSS DEL MES " WKS-MES-REPORTE
                  " GRUPO [" WKS-GRUPO-REPORTE "]"
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "EMPLEADO  BASE        C.OBRERA    C.PATRONAL"
               TO WKS-REP-ENCABEZADO.
