      *          EN CLIENTES-INACTIVOS.TXT EL EXTRACTO DE BUENOS
      *          CLIENTES DORMIDOS — HISTORIAL FUERTE Y N DIAS SIN
      *          COMPRAR — CON TELEFONO Y CORREO DE DATOS.TXT PARA
      *          HABLARLES DE VERDAD. SOLO SALEN LOS QUE DIERON SU
      *          CONSENTIMIENTO PARA PUBLICIDAD (RC-CONSENTIMIENTO);
      *          LOS DEMAS SE LISTAN EN EL REPORTE SIN DATOS DE
      *          CONTACTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WKS-MEJOR-IMPORTE       PIC S9(13)V9(02).
       77 WKS-DIAS-RECENCIA       PIC 9(05).
       77 WKS-DORMIDOS            PIC 9(03) VALUE 0.
       77 WKS-DORMIDOS-SIN-PERMISO PIC 9(03) VALUE 0.
       77 WKS-CON-PERMISO         PIC X(01).
       77 WKS-IMPORTE-FORMAT      PIC -Z(12)9.99.
       77 WKS-MEZCLA-TEXTO        PIC X(40).

      ******************************************************************
       5000-EXTRAER-DORMIDOS.
           MOVE 0 TO WKS-DORMIDOS.
           MOVE 0 TO WKS-DORMIDOS-SIN-PERMISO.
           OPEN OUTPUT INACTIVO-FILE.
           MOVE SPACES TO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           CLOSE INACTIVO-FILE.
           DISPLAY "CLIENTES DORMIDOS EXTRAIDOS: " WKS-DORMIDOS
                   " (CLIENTES-INACTIVOS.TXT)".
           IF WKS-DORMIDOS-SIN-PERMISO IS GREATER THAN 0 THEN
               DISPLAY "DORMIDOS SIN CONSENTIMIENTO PARA PUBLICIDAD "
                       "(NO EXTRAIDOS): " WKS-DORMIDOS-SIN-PERMISO.

       5100-REVISAR-DORMIDO.
           MOVE WKS-IDX-CL TO WKS-POS-CL.
           MOVE SPACES TO IN-NOMBRE.
           MOVE 0 TO IN-TELEFONO.
           MOVE SPACES TO IN-EMAIL.
      * SIN MAESTRO O SIN CONSENTIMIENTO "S" NO HAY CON QUE PROBAR
      * QUE SE LE PUEDE HABLAR: VA AL REPORTE PERO NO AL EXTRACTO
           MOVE "N" TO WKS-CON-PERMISO.
           IF WKS-HAY-CLIENTES IS EQUAL TO "S" THEN
               MOVE WKS-CL-ID(WKS-POS-CL) TO RC-ID
               READ CLIENTE-FILE
                           MOVE RC-TELEFONO TO IN-TELEFONO
                       END-IF
                       MOVE RC-EMAIL TO IN-EMAIL
                       IF RC-CONSENTIMIENTO IS EQUAL TO "S" AND
                          NOT RC-ES-ANONIMO THEN
                           MOVE "S" TO WKS-CON-PERMISO
                       END-IF
               END-READ.
           MOVE WKS-CL-ULTIMA(WKS-POS-CL) TO IN-ULTIMA-COMPRA.
           MOVE WKS-DIAS-RECENCIA TO IN-DIAS-SIN-COMPRA.
           MOVE WKS-CL-IMPORTE(WKS-POS-CL) TO IN-IMPORTE.
           IF WKS-CON-PERMISO IS EQUAL TO "S" THEN
               WRITE REG-INACTIVO
               ADD 1 TO WKS-DORMIDOS
           ELSE
               ADD 1 TO WKS-DORMIDOS-SIN-PERMISO.
           MOVE WKS-CL-IMPORTE(WKS-POS-CL) TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "CLIENTE " WKS-CL-ID(WKS-POS-CL)
                  "HISTORIAL " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-CON-PERMISO IS NOT EQUAL TO "S" THEN
               MOVE "         SIN CONSENTIMIENTO PARA PUBLICIDAD, NO SE
      -             " EXTRAE" TO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.

           COPY REPORTE-PROC.

