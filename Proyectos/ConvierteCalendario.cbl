      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONVERSION DE UNA SOLA VEZ DEL CALENDARIO DE NOMINA
      *          AL FORMATO POR GRUPO DE PAGO (VER CALNOM). LA LLAVE
      *          ERA ANIO + NUMERO Y AHORA LLEVA EL GRUPO ADELANTE, Y
      *          CADA PERIODO TRAE SU PERIODICIDAD, ASI QUE EL ARCHIVO
      *          VIEJO YA NO ABRE CON EL TRAZADO NUEVO; REGENERARLO
      *          PERDERIA LOS PERIODOS YA CERRADOS. AQUI SE LEE CON EL
      *          TRAZADO VIEJO, SE DESCARGA A
      *          CALENDARIO-NOMINA-VIEJO.TXT (QUE QUEDA COMO RESPALDO)
      *          Y SE VUELVE A CARGAR CON GRUPO EN ESPACIOS (GRUPO
      *          GENERAL), LA PERIODICIDAD SACADA DE LOS DIAS DEL
      *          PERIODO (HASTA 7 SEMANAL, HASTA 16 QUINCENAL, MAS
      *          MENSUAL) Y EL ESTADO TAL COMO ESTABA. COMO
      *          CONVIERTE-CANTIDADES, DEJA CIFRAS (LEIDOS =
      *          CONVERTIDOS) Y SE NIEGA A CORRER DOS VECES (MARCA EN
      *          CONVERSION-CALENDARIO.TXT). SI ALGUN REGISTRO NO
      *          TRAE EL TRAZADO VIEJO NO SE TOCA NADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-CALENDARIO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CALENDARIO-VIEJO ASSIGN TO "CALENDARIO-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS CV-LLAVE
                                   FILE STATUS CV-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CP-LLAVE
                                   FILE STATUS CP-STATUS.

           SELECT TEMPORAL-FILE ASSIGN TO "CALENDARIO-NOMINA-VIEJO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TM-STATUS.

           SELECT MARCA-FILE ASSIGN TO "CONVERSION-CALENDARIO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS MA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TRAZADO VIEJO: UN SOLO CALENDARIO, SIN GRUPO NI PERIODICIDAD
       FD CALENDARIO-VIEJO.
       01 REG-CALENDARIO-VIEJO.
           02 CV-LLAVE.
               03 CV-ANIO                      PIC 9(04).
               03 CV-NUMERO                    PIC 9(03).
           02 CV-INICIO                        PIC 9(08).
           02 CV-FIN                           PIC 9(08).
           02 CV-PAGO                          PIC 9(08).
           02 CV-ESTADO                        PIC X(01).

       FD CALENDARIO-FILE.
       01 REG-CALENDARIO.
           COPY CALNOM.

       FD TEMPORAL-FILE.
       01 REG-TEMPORAL                         PIC X(32).

       FD MARCA-FILE.
       01 REG-MARCA.
           02 MA-FECHA                         PIC 9(08).
           02 MA-TEXTO                         PIC X(30).

       WORKING-STORAGE SECTION.
       77 CV-STATUS               PIC X(02).
       77 CP-STATUS               PIC X(02).
       77 TM-STATUS               PIC X(02).
       77 MA-STATUS               PIC X(02).
           COPY FECHA-WS.

       77 WKS-FIN-ARCHIVO         PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVO     VALUE "S".
       77 WKS-DESCARGA            PIC X(01) VALUE "N".
           88 WKS-DESCARGA-OK     VALUE "S".
       77 WKS-LEIDOS              PIC 9(09).
       77 WKS-CONVERTIDOS         PIC 9(09).
       77 WKS-INVALIDOS           PIC 9(09).
       77 WKS-CERRADOS            PIC 9(09).
       77 WKS-SEMANALES           PIC 9(09).
       77 WKS-QUINCENALES         PIC 9(09).
       77 WKS-MENSUALES           PIC 9(09).
       77 WKS-DIAS-PERIODO        PIC S9(07).
       77 WKS-CONFIRMA            PIC X(01).
       77 WKS-YA-CONVERTIDO       PIC X(01) VALUE "N".
           88 WKS-CONVERSION-HECHA VALUE "S".
       77 WKS-FECHA-HOY           PIC 9(08).

      * RENGLON DEL RESPALDO, CON EL MISMO TRAZADO VIEJO
       01 WKS-PERIODO-VIEJO.
           02 WKS-PV-ANIO         PIC 9(04).
           02 WKS-PV-NUMERO       PIC 9(03).
           02 WKS-PV-INICIO       PIC 9(08).
           02 WKS-PV-FIN          PIC 9(08).
           02 WKS-PV-PAGO         PIC 9(08).
           02 WKS-PV-ESTADO       PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONVERSION DEL CALENDARIO DE NOMINA ===".
           PERFORM 1000-REVISAR-MARCA.
           IF WKS-CONVERSION-HECHA THEN
               DISPLAY "LA CONVERSION YA SE CORRIO, NO SE REPITE "
                       "(EL CALENDARIO YA TIENE EL TRAZADO NUEVO)"
           ELSE
               DISPLAY "SE CONVERTIRA CALENDARIO-NOMINA.TXT, CON "
                       "NADIE MAS TRABAJANDO (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                   PERFORM 2000-CONVERTIR-CALENDARIO
               ELSE
                   DISPLAY "CONVERSION CANCELADA".
           GOBACK.

       1000-REVISAR-MARCA.
           MOVE "N" TO WKS-YA-CONVERTIDO.
           OPEN INPUT MARCA-FILE.
           IF MA-STATUS IS NOT EQUAL TO "35" THEN
               MOVE "S" TO WKS-YA-CONVERTIDO
               CLOSE MARCA-FILE.

       9000-ESCRIBIR-MARCA.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT MARCA-FILE.
           MOVE WKS-FECHA-HOY TO MA-FECHA.
           MOVE "CALENDARIO POR GRUPO DE PAGO" TO MA-TEXTO.
           WRITE REG-MARCA.
           CLOSE MARCA-FILE.
           DISPLAY "CONVERSION TERMINADA Y MARCADA EN "
                   "CONVERSION-CALENDARIO.TXT".

       2000-CONVERTIR-CALENDARIO.
           PERFORM 2100-DESCARGAR.
           IF WKS-DESCARGA-OK THEN
               PERFORM 2200-RECARGAR
               IF WKS-CONVERTIDOS IS EQUAL TO WKS-LEIDOS THEN
                   PERFORM 9000-ESCRIBIR-MARCA
               ELSE
                   DISPLAY "NO SE CONVIRTIERON TODOS LOS PERIODOS; "
                           "EL CALENDARIO VIEJO QUEDA EN "
                           "CALENDARIO-NOMINA-VIEJO.TXT".

      ******************************************************************
      * DESCARGA: SE LEE EL CALENDARIO CON EL TRAZADO VIEJO Y SE COPIA
      * TAL CUAL AL RESPALDO. UN ARCHIVO QUE YA TRAE EL TRAZADO NUEVO
      * NO ABRE (O SUS CAMPOS NO SON NUMERICOS) Y NO SE TOCA.
      ******************************************************************
       2100-DESCARGAR.
           MOVE "N" TO WKS-DESCARGA.
           MOVE 0 TO WKS-LEIDOS.
           MOVE 0 TO WKS-INVALIDOS.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT CALENDARIO-VIEJO.
           IF CV-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO EXISTE CALENDARIO-NOMINA.TXT, NO HAY NADA "
                       "QUE CONVERTIR"
           ELSE
           IF CV-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "CALENDARIO-NOMINA.TXT NO TIENE EL TRAZADO "
                       "VIEJO (" CV-STATUS "), NO SE CONVIERTE"
           ELSE
               OPEN OUTPUT TEMPORAL-FILE
               PERFORM 2110-DESCARGAR-PERIODO UNTIL WKS-EOF-ARCHIVO
               CLOSE TEMPORAL-FILE
               CLOSE CALENDARIO-VIEJO
               DISPLAY "CALENDARIO VIEJO: " WKS-LEIDOS " LEIDOS, "
                       WKS-INVALIDOS " CON TRAZADO INVALIDO"
               IF WKS-INVALIDOS IS GREATER THAN 0 THEN
                   DISPLAY "HAY REGISTROS QUE NO SON DEL TRAZADO "
                           "VIEJO, NO SE CONVIERTE"
               ELSE
                   MOVE "S" TO WKS-DESCARGA.

       2110-DESCARGAR-PERIODO.
           READ CALENDARIO-VIEJO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WKS-LEIDOS
                   IF CV-ANIO IS NOT NUMERIC OR
                      CV-NUMERO IS NOT NUMERIC OR
                      CV-INICIO IS NOT NUMERIC OR
                      CV-FIN IS NOT NUMERIC OR
                      CV-PAGO IS NOT NUMERIC OR
                      (CV-ESTADO IS NOT EQUAL TO "A" AND
                       CV-ESTADO IS NOT EQUAL TO "C") THEN
                       ADD 1 TO WKS-INVALIDOS
                   END-IF
                   MOVE REG-CALENDARIO-VIEJO TO REG-TEMPORAL
                   WRITE REG-TEMPORAL.

      ******************************************************************
      * RECARGA: EL CALENDARIO SE CREA DE NUEVO CON EL TRAZADO POR
      * GRUPO Y CADA PERIODO DEL RESPALDO ENTRA AL GRUPO GENERAL
      ******************************************************************
       2200-RECARGAR.
           MOVE 0 TO WKS-CONVERTIDOS.
           MOVE 0 TO WKS-CERRADOS.
           MOVE 0 TO WKS-SEMANALES.
           MOVE 0 TO WKS-QUINCENALES.
           MOVE 0 TO WKS-MENSUALES.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN OUTPUT CALENDARIO-FILE.
           IF CP-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO CREAR CALENDARIO-NOMINA.TXT ("
                       CP-STATUS ")"
           ELSE
               OPEN INPUT TEMPORAL-FILE
               PERFORM 2210-RECARGAR-PERIODO UNTIL WKS-EOF-ARCHIVO
               CLOSE TEMPORAL-FILE
               CLOSE CALENDARIO-FILE.
           DISPLAY "CALENDARIO NUEVO: " WKS-CONVERTIDOS
                   " CONVERTIDOS, " WKS-CERRADOS " CERRADOS".
           DISPLAY "    SEMANALES " WKS-SEMANALES
                   " QUINCENALES " WKS-QUINCENALES
                   " MENSUALES " WKS-MENSUALES.

       2210-RECARGAR-PERIODO.
           READ TEMPORAL-FILE INTO WKS-PERIODO-VIEJO
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   PERFORM 2220-ARMAR-PERIODO
                   WRITE REG-CALENDARIO
                       INVALID KEY
                           DISPLAY "NO SE PUDO CONVERTIR EL PERIODO "
                                   CP-ANIO "-" CP-NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONVERTIDOS
                           IF CP-ESTADO IS EQUAL TO "C" THEN
                               ADD 1 TO WKS-CERRADOS.

      * LA PERIODICIDAD SALE DE LOS DIAS DEL PERIODO: UNA SEMANA SON
      * 7, UNA QUINCENA DE 13 A 16 Y UN MES DE 28 EN ADELANTE
       2220-ARMAR-PERIODO.
           MOVE SPACES TO REG-CALENDARIO.
           MOVE SPACES TO CP-GRUPO.
           MOVE WKS-PV-ANIO TO CP-ANIO.
           MOVE WKS-PV-NUMERO TO CP-NUMERO.
           MOVE WKS-PV-INICIO TO CP-INICIO.
           MOVE WKS-PV-FIN TO CP-FIN.
           MOVE WKS-PV-PAGO TO CP-PAGO.
           MOVE WKS-PV-ESTADO TO CP-ESTADO.
           MOVE WKS-PV-INICIO TO WKS-FECHA-DE.
           MOVE WKS-PV-FIN TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           COMPUTE WKS-DIAS-PERIODO = WKS-DIAS-DIFERENCIA + 1.
           IF WKS-DIAS-PERIODO IS NOT GREATER THAN 7 THEN
               MOVE "S" TO CP-PERIODICIDAD
               ADD 1 TO WKS-SEMANALES
           ELSE
           IF WKS-DIAS-PERIODO IS NOT GREATER THAN 16 THEN
               MOVE "Q" TO CP-PERIODICIDAD
               ADD 1 TO WKS-QUINCENALES
           ELSE
               MOVE "M" TO CP-PERIODICIDAD
               ADD 1 TO WKS-MENSUALES.

           COPY FECHA-PROC.
