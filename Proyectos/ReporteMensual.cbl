      * Purpose: PAQUETE MENSUAL DE OPERACIONES PARA LA GERENCIA, EN
      *          COBOL Y LEYENDO LOS ARCHIVOS DE DATOS (NO GREP):
      *          VENTAS DEL MES (VIVAS Y ARCHIVADAS) CONTRA EL MES
      *          ANTERIOR, VALUACION DE INVENTARIO (SIN LA MERCANCIA
      *          EN CONSIGNACION, QUE ES DEL PROVEEDOR) Y SU MOVIMIENTO
      *          CONTRA EL MES ANTERIOR (VIA LA FOTO QUE ESTE MISMO
      *          REPORTE GUARDA EN RESUMEN-MENSUAL-HIST.TXT), COSTO DE
      *          NOMINA DEL PERIODO SEGUN LA HISTORIA, CLIENTES EN EL
      *          MAESTRO Y PRODUCTOS BAJO REORDEN. TODO QUEDA EN
      *          REPORTE-MENSUAL-<AAAAMM>.TXT. LA VALUACION TAMBIEN
      *          SE GUARDA PRODUCTO POR PRODUCTO EN
      *          FOTO-INVENTARIO-<AAAAMM>.TXT PARA LA CONCILIACION
      *          DEL INVENTARIO (CONCILIA-INVENTARIO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RH-STATUS.

           SELECT FOTO-INV-FILE ASSIGN TO WKS-NOMBRE-FOTO-INV
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS FI-STATUS.

           SELECT PACK-PRINT ASSIGN TO WKS-NOMBRE-PACK
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PK-STATUS.

           SELECT CONSIGNA-FILE ASSIGN TO "CONSIGNACIONES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CN-RP-ID
                                   FILE STATUS CN-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.
           02 RH-VALOR-VENTA               PIC 9(15)V9(02).
           02 RH-CLIENTES                  PIC 9(07).

      * LA MISMA VALUACION, PRODUCTO POR PRODUCTO
       FD FOTO-INV-FILE.
       01 REG-FOTO-INV.
           COPY FOTOINV.

       FD PACK-PRINT.
       01 REG-PACK                         PIC X(100).

       FD TARJETA-FILE.
       01 REG-TARJETA                          PIC X(80).

      * PRODUCTOS EN CONSIGNACION (LOS MARCA COMERCIO): SU EXISTENCIA
      * ES DEL PROVEEDOR Y NO ENTRA A LA VALUACION
       FD CONSIGNA-FILE.
       01 REG-CONSIGNA.
           COPY CONSIGNA.

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

           02 WKS-MES-PACK        PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       01 WKS-NOMBRE-FOTO-INV.
           02 FILLER              PIC X(16)
                                  VALUE "FOTO-INVENTARIO-".
           02 WKS-MES-FOTO-INV    PIC 9(06) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".

       77 FS-STATUS               PIC X(02).
       77 TRANS-STATUS            PIC X(02).
       77 HV-STATUS               PIC X(02).
       77 CLI-STATUS              PIC X(02).
       77 RH-STATUS               PIC X(02).
       77 PK-STATUS               PIC X(02).
       77 FI-STATUS               PIC X(02).
           COPY FSERR-WS.

      * CON LA TARJETA PRESENTE EL REPORTE CORRE SIN CAPTURA (LA
      * CADENA MENSUAL DEL ORQUESTADOR LA DEJA ESCRITA); EN LOTE EL
      * UMBRAL DE REORDEN ES EL DE CAJON
       77 TJ-STATUS               PIC X(02).
       77 CN-STATUS               PIC X(02).
       77 WKS-CONSIGNA-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-CONSIGNA    VALUE "S".
       77 WKS-EN-LOTE             PIC X(01) VALUE "N".
           88 WKS-MODO-LOTE       VALUE "S".
       77 WKS-MES-TARJETA         PIC 9(06).
       77 WKS-VALOR-RENGLON       PIC 9(15)V9(02).
       77 WKS-BAJO-REORDEN        PIC 9(05).
       77 WKS-DIF-VALOR           PIC S9(15)V9(02).
       77 WKS-FECHA-FOTO          PIC 9(08).
       77 WKS-HORA-FOTO           PIC 9(08).

      * NOMINA DEL MES
       77 WKS-FIN-HISTORIA        PIC X(01) VALUE "N".
           MOVE 0 TO WKS-VALOR-VENTA.
           MOVE 0 TO WKS-BAJO-REORDEN.
           MOVE "N" TO WKS-FIN-PRODUCTOS.
           MOVE "N" TO WKS-CONSIGNA-SW.
           OPEN INPUT CONSIGNA-FILE.
           IF CN-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-CONSIGNA-SW.
      * LA FOTO POR PRODUCTO SE REEMPLAZA EN CADA CORRIDA DEL MES Y
      * LLEVA LA HORA EN QUE SE TOMO
           MOVE WKS-MES-REPORTE TO WKS-MES-FOTO-INV.
           ACCEPT WKS-FECHA-FOTO FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-FOTO FROM TIME.
           OPEN OUTPUT FOTO-INV-FILE.
           MOVE LOW-VALUES TO RP-ID.
           START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
               INVALID KEY
                   MOVE "S" TO WKS-FIN-PRODUCTOS.
           PERFORM 4010-LEER-PRODUCTO UNTIL WKS-EOF-PRODUCTOS.
           CLOSE FOTO-INV-FILE.
           IF WKS-HAY-CONSIGNA THEN
               CLOSE CONSIGNA-FILE.

       4010-LEER-PRODUCTO.
           READ F-ARCHIVO NEXT RECORD
                   MOVE "S" TO WKS-FIN-PRODUCTOS
               NOT AT END
                   IF NOT RP-INACTIVO THEN
                       PERFORM 4020-VALUAR-PRODUCTO.

      * LO QUE ESTA EN CONSIGNACION ES DEL PROVEEDOR: NO SE VALUA,
      * PERO SI CUENTA PARA EL REORDEN
       4020-VALUAR-PRODUCTO.
           MOVE "N" TO CN-ESTADO.
           IF WKS-HAY-CONSIGNA THEN
               MOVE RP-ID TO CN-RP-ID
               READ CONSIGNA-FILE KEY IS CN-RP-ID
                   INVALID KEY
                       MOVE "N" TO CN-ESTADO.
           IF NOT CN-ACTIVA THEN
               COMPUTE WKS-VALOR-RENGLON =
                       RP-COSTO * RP-CANTIDAD
               ADD WKS-VALOR-RENGLON TO WKS-VALOR-COSTO
               PERFORM 4030-FOTO-PRODUCTO
               COMPUTE WKS-VALOR-RENGLON =
                       RP-PRECIO * RP-CANTIDAD
               ADD WKS-VALOR-RENGLON TO WKS-VALOR-VENTA.
           IF RP-CANTIDAD IS LESS THAN WKS-UMBRAL-REORDEN THEN
               ADD 1 TO WKS-BAJO-REORDEN.

       4030-FOTO-PRODUCTO.
           MOVE WKS-MES-REPORTE TO FI-MES.
           MOVE WKS-FECHA-FOTO TO FI-FECHA.
           MOVE WKS-HORA-FOTO(1:6) TO FI-HORA.
           MOVE RP-ID TO FI-RP-ID.
           MOVE RP-CANTIDAD TO FI-CANTIDAD.
           MOVE RP-COSTO TO FI-COSTO.
           MOVE WKS-VALOR-RENGLON TO FI-VALOR.
           WRITE REG-FOTO-INV.

       5000-NOMINA-DEL-MES.
           MOVE 0 TO WKS-NOMINA-NETO-MES.
