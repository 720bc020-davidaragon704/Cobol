      *   AMBOS REGISTRADOS EN LA BITACORA COMO LAS DEMAS
      *   OPERACIONES; RESPALDA LOS PLANES DE PAGO DEL CREDITO A
      *   CLIENTES.
      * - SE AGREGA EL MODO DE PRECIO DE VENTA: LEE COSTO, PRECIO Y
      *   TASA DE IVA DEL PRODUCTO (POR ID O CODIGO DE BARRAS), SUGIERE
      *   EL PRECIO CON IVA PARA UN MARGEN O INCREMENTO, REDONDEADO A
      *   LA TERMINACION-PRECIO DE LA CONFIGURACION, Y CON FIRMA DE
      *   SUPERVISOR LO PASA AL MAESTRO CON SU HISTORIAL DE PRECIOS Y
      *   SU ETIQUETA DE ANAQUEL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALULADORA.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS FS-AMORT-STATUS.

           SELECT F-ARCHIVO ASSIGN TO WKS-RUTA-INVENTARIO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS RP-ID
                                   ALTERNATE RECORD KEY RP-NOMBRE
                                   ALTERNATE RECORD KEY
                                       RP-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS FS-PROD-STATUS.

           SELECT TASA-FILE ASSIGN TO "TASAS-IVA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS TI-CODIGO
                                   FILE STATUS FS-TASA-STATUS.

           SELECT HIST-PRECIO-FILE ASSIGN TO "HISTORIAL-PRECIOS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS FS-HIST-STATUS.

           SELECT ETIQUETA-FILE ASSIGN TO "ETIQUETAS-PENDIENTES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EQ-RP-ID
                                   FILE STATUS FS-ETIQ-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL-TOTALES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS FS-CTL-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

           SELECT AUDIT-CAMBIOS-FILE
                                   ASSIGN TO WKS-NOMBRE-AUDITORIA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AUD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WKS-NOMBRE-JOURNAL
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS JRN-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADORES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OP-ID
                                   FILE STATUS OP-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       FD  AMORT-FILE.
       01  AMORT-REC                   PIC X(80).

       FD  F-ARCHIVO.
       01  REG-PRODUCTO.
           COPY PRODUCTO.

       FD  TASA-FILE.
       01  REG-TASA-IVA.
           COPY TASAIVA.

       FD  HIST-PRECIO-FILE.
       01  REG-HIST-PRECIO.
           COPY HISTPRECIO.

       FD  ETIQUETA-FILE.
       01  REG-ETIQUETA.
           COPY COLAETIQ.

       FD  CONTROL-FILE.
       01  REG-CONTROL.
           COPY CTLTOT.

       FD  CONFIG-FILE.
       01  REG-CONFIG                  PIC X(80).

       FD  AUDIT-CAMBIOS-FILE.
       01  REG-AUDIT-CAMBIO.
           COPY AUDITREG.

       FD  JOURNAL-FILE.
       01  REG-JOURNAL.
           COPY JOURNALREG.

       FD  OPERADOR-FILE.
       01  REG-OPERADOR.
           COPY OPERADOR.

       FD  SESION-FILE.
       01  REG-SESION                  PIC X(50).

       WORKING-STORAGE SECTION.
       77 WKS-NUM-1                PIC S9(05)V9(02).
       77 WKS-NUM-2                PIC S9(05)V9(02).
       77 FS-BATCH-OUT-STATUS      PIC X(02).
       77 WKS-EOF-LOTE             PIC X(01) VALUE "N".

      * SECCION DE PRECIO DE VENTA (MAESTRO DE PRODUCTOS)
           COPY CONFIG-WS.
           COPY AUDIT-WS.
           COPY JOURNAL-WS.
           COPY OPLOG-WS.
       77 FS-PROD-STATUS           PIC X(02).
       77 FS-TASA-STATUS           PIC X(02).
       77 FS-HIST-STATUS           PIC X(02).
       77 FS-ETIQ-STATUS           PIC X(02).
       77 FS-CTL-STATUS            PIC X(02).
       77 WKS-PV-BUSQUEDA          PIC 9(01).
       77 WKS-PV-ENCONTRADO-SW     PIC X(01) VALUE "N".
           88 WKS-PV-ENCONTRADO    VALUE "S".
       77 WKS-PV-APLICADO-SW       PIC X(01) VALUE "N".
           88 WKS-PV-APLICADO      VALUE "S".
      * COPIA DEL PRODUCTO CONSULTADO (EL MAESTRO SE CIERRA MIENTRAS
      * SE CALCULA Y SE VUELVE A LEER AL APLICAR)
       77 WKS-PV-RP-ID             PIC 9(10).
       77 WKS-PV-NOMBRE            PIC X(50).
       77 WKS-PV-COSTO             PIC 9(05)V9(02).
       77 WKS-PV-PRECIO-ACT        PIC 9(05)V9(02).
       77 WKS-PV-IVA-CODIGO        PIC X(01).
      * TASA GENERAL PARA PRODUCTOS SIN CODIGO DE IVA, LA MISMA QUE
      * COBRA LA CAJA
       77 WKS-PV-TASA-GENERAL      PIC 9V9(04) VALUE 0.1600.
       77 WKS-PV-TASA              PIC 9V9(04).
       77 WKS-PV-TIPO              PIC 9(01).
       77 WKS-PV-PCT               PIC 9(03)V9(02).
       77 WKS-PV-BASE              PIC 9(07)V9(04).
       77 WKS-PV-CON-IVA           PIC 9(07)V9(02).
       77 WKS-PV-PESOS             PIC 9(07).
       77 WKS-PV-TERMINACION       PIC V9(02).
       77 WKS-PV-SUGERIDO          PIC 9(07)V9(02).
       77 WKS-PV-NETO              PIC 9(07)V9(04).
       77 WKS-PV-MARGEN-ACT        PIC S9(05)V9(02).
       77 WKS-PV-MARGEN-NVO        PIC S9(05)V9(02).
       77 WKS-PV-PRECIO-MAXIMO     PIC 9(05)V9(02) VALUE 99999.99.
       77 WKS-PV-FMT-PRECIO        PIC Z(06)9.99.
       77 WKS-PV-FMT-PRECIO-2      PIC Z(06)9.99.
       77 WKS-PV-FMT-MARGEN        PIC -Z(04)9.99.
       77 WKS-PV-FMT-MARGEN-2      PIC -Z(04)9.99.
       77 WKS-PV-FMT-TASA          PIC Z9.99.
      * CIFRAS DE CONTROL DEL MAESTRO, IGUAL QUE AL CERRAR COMERCIO
       77 WKS-CTL-REGISTROS        PIC 9(09).
       77 WKS-CTL-IMPORTE          PIC 9(15)V9(02).
       77 WKS-CTL-VALOR-RENGLON    PIC 9(13)V9(02).
       77 WKS-FIN-CONTEO           PIC X(01) VALUE "N".
           88 WKS-EOF-CONTEO       VALUE "S".

       PROCEDURE DIVISION.
       00001-MI-SECCION SECTION.
       00001-MAIN.
       00000-CALCULADORA.
           DISPLAY "1-. USAR LA CALCULADORA, 2-. SALIR, "
                   "3-. CONVERSION DE UNIDADES, 4-. MODO POR LOTE, "
                   "5-. MODO FINANCIERO, 6-. PRECIO DE VENTA".
           ACCEPT WKS-ELECCION.

           IF WKS-ELECCION IS EQUAL TO 1 THEN
           ELSE
               IF WKS-ELECCION IS EQUAL TO 5 THEN
               PERFORM 00011-MODO-FINANCIERO
           ELSE
               IF WKS-ELECCION IS EQUAL TO 6 THEN
               PERFORM 00016-PRECIO-VENTA
           ELSE
               DISPLAY "INGRESO UN VALOR EQUIVOCADO".

               DELIMITED BY SIZE INTO AMORT-REC.
           WRITE AMORT-REC.

      ******************************************************************
      * PRECIO DE VENTA: EL COMPRADOR DA EL ID O EL CODIGO DE BARRAS Y
      * EL MARGEN (SOBRE EL PRECIO SIN IVA) O EL INCREMENTO (SOBRE EL
      * COSTO) QUE BUSCA; EL COSTO, EL PRECIO Y LA TASA DE IVA SALEN
      * DEL MAESTRO Y DE TASAS-IVA.TXT. RP-COSTO ES SIN IVA Y
      * RP-PRECIO LO INCLUYE, ASI QUE EL MARGEN SE MIDE CONTRA EL
      * PRECIO SIN IVA. EL SUGERIDO SUBE A LA TERMINACION DE PRECIO
      * DE LA CONFIGURACION. SI UN SUPERVISOR LO AUTORIZA, EL PRECIO
      * PASA AL MAESTRO CON SU HISTORIAL, SU ETIQUETA DE ANAQUEL, LA
      * BITACORA DE CAMBIOS Y EL DIARIO, IGUAL QUE UN CAMBIO DE PRECIO
      * EN COMERCIO.
      ******************************************************************
       00016-PRECIO-VENTA.
           PERFORM 1700-CARGAR-CONFIG.
           PERFORM 00016-BUSCAR-PRODUCTO.
           IF WKS-PV-ENCONTRADO THEN
               PERFORM 00016-TASA-PRODUCTO
               PERFORM 00016-CALCULAR-SUGERIDO
               IF NOT WKS-HAY-ERROR THEN
                   PERFORM 00016-MOSTRAR-SUGERIDO
                   PERFORM 00016-OFRECER-CAMBIO.

       00016-BUSCAR-PRODUCTO.
           MOVE "N" TO WKS-PV-ENCONTRADO-SW.
           DISPLAY "1=BUSCAR POR ID  2=POR CODIGO DE BARRAS".
           ACCEPT WKS-PV-BUSQUEDA.
           OPEN INPUT F-ARCHIVO.
           IF FS-PROD-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE PRODUCTOS ("
                       FS-PROD-STATUS ")"
           ELSE
               IF WKS-PV-BUSQUEDA IS EQUAL TO 2 THEN
                   DISPLAY "CODIGO DE BARRAS"
                   MOVE SPACES TO RP-CODIGO-BARRAS
                   ACCEPT RP-CODIGO-BARRAS
                   IF RP-CODIGO-BARRAS IS EQUAL TO SPACES THEN
                       DISPLAY "CAPTURE UN CODIGO DE BARRAS"
                   ELSE
                       READ F-ARCHIVO KEY IS RP-CODIGO-BARRAS
                           INVALID KEY
                               DISPLAY "PRODUCTO NO ENCONTRADO"
                           NOT INVALID KEY
                               PERFORM 00016-GUARDAR-PRODUCTO
                       END-READ
                   END-IF
               ELSE
                   DISPLAY "ID DEL PRODUCTO"
                   ACCEPT RP-ID
                   READ F-ARCHIVO KEY IS RP-ID
                       INVALID KEY
                           DISPLAY "PRODUCTO NO ENCONTRADO"
                       NOT INVALID KEY
                           PERFORM 00016-GUARDAR-PRODUCTO
                   END-READ
               END-IF
               CLOSE F-ARCHIVO.

       00016-GUARDAR-PRODUCTO.
           IF RP-INACTIVO THEN
               DISPLAY "EL PRODUCTO " RP-ID " ESTA DADO DE BAJA"
           ELSE
               MOVE "S" TO WKS-PV-ENCONTRADO-SW
               MOVE RP-ID TO WKS-PV-RP-ID
               MOVE RP-NOMBRE TO WKS-PV-NOMBRE
               MOVE RP-COSTO TO WKS-PV-COSTO
               MOVE RP-PRECIO TO WKS-PV-PRECIO-ACT
               MOVE RP-IVA-CODIGO TO WKS-PV-IVA-CODIGO.

      * LA MISMA REGLA DE LA CAJA: SIN CODIGO, O CON UN CODIGO QUE NO
      * ESTA EN LA TABLA, SE APLICA LA TASA GENERAL
       00016-TASA-PRODUCTO.
           MOVE WKS-PV-TASA-GENERAL TO WKS-PV-TASA.
           IF WKS-PV-IVA-CODIGO IS NOT EQUAL TO SPACES THEN
               OPEN INPUT TASA-FILE
               IF FS-TASA-STATUS IS NOT EQUAL TO "00" THEN
                   DISPLAY "SIN TASAS-IVA.TXT, SE USA LA TASA GENERAL"
               ELSE
                   MOVE WKS-PV-IVA-CODIGO TO TI-CODIGO
                   READ TASA-FILE KEY IS TI-CODIGO
                       INVALID KEY
                           DISPLAY "TASA " WKS-PV-IVA-CODIGO
                                   " NO REGISTRADA, SE USA LA GENERAL"
                       NOT INVALID KEY
                           MOVE TI-TASA TO WKS-PV-TASA
                   END-READ
                   CLOSE TASA-FILE.

       00016-CALCULAR-SUGERIDO.
           MOVE "N" TO WKS-ERROR-SW.
           MOVE 0 TO WKS-PV-MARGEN-ACT.
           IF WKS-PV-PRECIO-ACT IS GREATER THAN 0 THEN
               COMPUTE WKS-PV-NETO ROUNDED =
                       WKS-PV-PRECIO-ACT / (1 + WKS-PV-TASA)
               COMPUTE WKS-PV-MARGEN-ACT ROUNDED =
                       (WKS-PV-NETO - WKS-PV-COSTO) * 100 / WKS-PV-NETO.
           MOVE WKS-PV-COSTO TO WKS-PV-FMT-PRECIO.
           COMPUTE WKS-PV-FMT-TASA = WKS-PV-TASA * 100.
           DISPLAY WKS-PV-RP-ID " " WKS-PV-NOMBRE.
           DISPLAY "COSTO SIN IVA: " WKS-PV-FMT-PRECIO
                   "   IVA: " WKS-PV-FMT-TASA " %".
           IF WKS-PV-COSTO IS EQUAL TO 0 THEN
               DISPLAY "EL PRODUCTO NO TIENE COSTO REGISTRADO, NO SE "
                       "PUEDE SUGERIR PRECIO"
               MOVE "S" TO WKS-ERROR-SW
           ELSE
               DISPLAY "1=MARGEN SOBRE EL PRECIO  "
                       "2=INCREMENTO SOBRE EL COSTO (MARKUP)"
               ACCEPT WKS-PV-TIPO
               DISPLAY "PORCENTAJE (EJ. 35.00)"
               ACCEPT WKS-PV-PCT
               IF WKS-PV-TIPO IS EQUAL TO 1 THEN
                   IF WKS-PV-PCT IS NOT LESS THAN 100 THEN
                       DISPLAY "EL MARGEN DEBE SER MENOR A 100"
                       MOVE "S" TO WKS-ERROR-SW
                   ELSE
                       COMPUTE WKS-PV-BASE ROUNDED =
                               WKS-PV-COSTO * 100 / (100 - WKS-PV-PCT)
                   END-IF
               ELSE
               IF WKS-PV-TIPO IS EQUAL TO 2 THEN
                   COMPUTE WKS-PV-BASE ROUNDED =
                           WKS-PV-COSTO * (100 + WKS-PV-PCT) / 100
               ELSE
                   DISPLAY "OPCION INVALIDA"
                   MOVE "S" TO WKS-ERROR-SW.
           IF NOT WKS-HAY-ERROR THEN
               COMPUTE WKS-PV-CON-IVA ROUNDED =
                       WKS-PV-BASE * (1 + WKS-PV-TASA)
               PERFORM 00016-TERMINACION
               IF WKS-PV-SUGERIDO IS GREATER THAN
                  WKS-PV-PRECIO-MAXIMO THEN
                   DISPLAY "EL PRECIO SUGERIDO EXCEDE EL MAXIMO DEL "
                           "MAESTRO"
                   MOVE "S" TO WKS-ERROR-SW.

      * SE SUBE AL SIGUIENTE PRECIO CON LA TERMINACION DE LA TIENDA
      * (EJ. CON .90: 41.13 -> 41.90, 41.95 -> 42.90); UN PRECIO QUE
      * YA TERMINA ASI SE QUEDA IGUAL
       00016-TERMINACION.
           MOVE WKS-CFG-TERMINACION TO WKS-PV-TERMINACION.
           MOVE WKS-PV-CON-IVA TO WKS-PV-PESOS.
           COMPUTE WKS-PV-SUGERIDO =
                   WKS-PV-PESOS + WKS-PV-TERMINACION.
           IF WKS-PV-SUGERIDO IS LESS THAN WKS-PV-CON-IVA THEN
               ADD 1 TO WKS-PV-SUGERIDO.

       00016-MOSTRAR-SUGERIDO.
           COMPUTE WKS-PV-NETO ROUNDED =
                   WKS-PV-SUGERIDO / (1 + WKS-PV-TASA).
           COMPUTE WKS-PV-MARGEN-NVO ROUNDED =
                   (WKS-PV-NETO - WKS-PV-COSTO) * 100 / WKS-PV-NETO.
           MOVE WKS-PV-CON-IVA TO WKS-PV-FMT-PRECIO.
           DISPLAY "PRECIO CALCULADO CON IVA: " WKS-PV-FMT-PRECIO.
           DISPLAY "                    ACTUAL     SUGERIDO".
           MOVE WKS-PV-PRECIO-ACT TO WKS-PV-FMT-PRECIO.
           MOVE WKS-PV-SUGERIDO TO WKS-PV-FMT-PRECIO-2.
           DISPLAY "PRECIO CON IVA: " WKS-PV-FMT-PRECIO "  "
                   WKS-PV-FMT-PRECIO-2.
           MOVE WKS-PV-MARGEN-ACT TO WKS-PV-FMT-MARGEN.
           MOVE WKS-PV-MARGEN-NVO TO WKS-PV-FMT-MARGEN-2.
           DISPLAY "MARGEN %:       " WKS-PV-FMT-MARGEN "    "
                   WKS-PV-FMT-MARGEN-2.
           IF WKS-PV-PRECIO-ACT IS EQUAL TO 0 THEN
               DISPLAY "(EL PRODUCTO NO TIENE PRECIO ACTUAL)".
           MOVE WKS-PV-COSTO TO WKS-NUM-1.
           MOVE WKS-PV-PCT TO WKS-NUM-2.
           MOVE "V" TO WKS-OPCION.
           MOVE WKS-PV-SUGERIDO TO WKS-RES-FORMAT.
           PERFORM 00008-REGISTRAR-AUDITORIA.

       00016-OFRECER-CAMBIO.
           IF WKS-PV-SUGERIDO IS EQUAL TO WKS-PV-PRECIO-ACT THEN
               DISPLAY "EL PRECIO SUGERIDO ES EL MISMO QUE EL ACTUAL"
           ELSE
               DISPLAY "ENVIAR EL PRECIO SUGERIDO AL MAESTRO DE "
                       "PRODUCTOS? (S/N)"
               ACCEPT WKS-CONTINUAR
               IF WKS-CONTINUAR IS EQUAL TO "S" OR "s" THEN
                   PERFORM 1835-PEDIR-SUPERVISOR
                   IF WKS-SUP-OK THEN
                       PERFORM 00017-APLICAR-PRECIO
                   ELSE
                       DISPLAY "SIN AUTORIZACION, EL PRECIO NO CAMBIO".

      * EL PRODUCTO SE RELEE BLOQUEADO Y SOLO SE CAMBIA SI NADIE MOVIO
      * EL PRECIO DESDE LA CONSULTA
       00017-APLICAR-PRECIO.
           MOVE "N" TO WKS-PV-APLICADO-SW.
           OPEN I-O F-ARCHIVO.
           IF FS-PROD-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE PRODUCTOS ("
                       FS-PROD-STATUS ")"
           ELSE
               MOVE WKS-PV-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       DISPLAY "EL PRODUCTO YA NO EXISTE"
               END-READ
               IF FS-PROD-STATUS IS EQUAL TO "51" THEN
                   DISPLAY "REGISTRO OCUPADO POR OTRA TERMINAL, "
                           "REINTENTE"
               ELSE
               IF FS-PROD-STATUS IS EQUAL TO "00" THEN
                   IF RP-PRECIO IS NOT EQUAL TO WKS-PV-PRECIO-ACT THEN
                       DISPLAY "EL PRECIO CAMBIO DESDE LA CONSULTA, "
                               "NO SE APLICA"
                   ELSE
                       PERFORM 00017-REGRABAR-PRODUCTO
                   END-IF
               END-IF
               END-IF
               IF WKS-PV-APLICADO THEN
                   PERFORM 00017-CIFRAS-DE-CONTROL
               END-IF
               CLOSE F-ARCHIVO.

       00017-REGRABAR-PRODUCTO.
           MOVE WKS-PV-SUGERIDO TO RP-PRECIO.
           MOVE "COMERCIO" TO WKS-JRN-ARCHIVO.
           MOVE "R" TO WKS-JRN-OPERACION.
           MOVE SPACES TO WKS-JRN-REGISTRO.
           MOVE REG-PRODUCTO TO WKS-JRN-REGISTRO.
           PERFORM 1970-REGISTRAR-JOURNAL.
           REWRITE REG-PRODUCTO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL PRODUCTO"
               NOT INVALID KEY
                   MOVE "S" TO WKS-PV-APLICADO-SW
                   DISPLAY "PRECIO ACTUALIZADO EN EL MAESTRO"
                   PERFORM 00017-HISTORIAL-PRECIO
                   PERFORM 00017-ENCOLAR-ETIQUETA
                   PERFORM 00017-AUDITAR-PRECIO
           END-REWRITE.

       00017-HISTORIAL-PRECIO.
           MOVE RP-ID TO HP-RP-ID.
           MOVE WKS-PV-PRECIO-ACT TO HP-PRECIO-ANTERIOR.
           MOVE RP-PRECIO TO HP-PRECIO-NUEVO.
           ACCEPT HP-FECHA FROM DATE YYYYMMDD.
           OPEN EXTEND HIST-PRECIO-FILE.
           IF FS-HIST-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT HIST-PRECIO-FILE.
           WRITE REG-HIST-PRECIO.
           CLOSE HIST-PRECIO-FILE.

      * MISMA COLA QUE LLENA COMERCIO, CON EL MOTIVO DE UN CAMBIO DE
      * PRECIO; SI YA ESTABA PENDIENTE CONSERVA LA FECHA DEL PRIMER
      * CAMBIO PARA EL AVISO DE ATRASO
       00017-ENCOLAR-ETIQUETA.
           OPEN I-O ETIQUETA-FILE.
           IF FS-ETIQ-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ETIQUETA-FILE
               CLOSE ETIQUETA-FILE
               OPEN I-O ETIQUETA-FILE.
           IF FS-ETIQ-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR LA COLA DE ETIQUETAS ("
                       FS-ETIQ-STATUS "), IMPRIMA LA ETIQUETA DE "
                       RP-ID " A MANO"
           ELSE
               MOVE RP-ID TO EQ-RP-ID
               READ ETIQUETA-FILE KEY IS EQ-RP-ID
                   INVALID KEY
                       PERFORM 00017-NUEVA-ETIQUETA
                       WRITE REG-ETIQUETA
                           INVALID KEY
                               DISPLAY "NO SE PUDO ENCOLAR LA "
                                       "ETIQUETA DE " RP-ID
                       END-WRITE
                   NOT INVALID KEY
                       IF NOT EQ-PENDIENTE THEN
                           PERFORM 00017-NUEVA-ETIQUETA
                       END-IF
                       MOVE "PRE" TO EQ-MOTIVO
                       REWRITE REG-ETIQUETA
                           INVALID KEY
                               DISPLAY "NO SE PUDO ENCOLAR LA "
                                       "ETIQUETA DE " RP-ID
                       END-REWRITE
               END-READ
               CLOSE ETIQUETA-FILE.

       00017-NUEVA-ETIQUETA.
           MOVE RP-ID TO EQ-RP-ID.
           ACCEPT EQ-FECHA FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-HOY FROM TIME.
           MOVE WKS-HORA-HOY(1:6) TO EQ-HORA.
           MOVE "PRE" TO EQ-MOTIVO.
           MOVE "P" TO EQ-ESTADO.
           MOVE 0 TO EQ-FECHA-IMPRESA.

       00017-AUDITAR-PRECIO.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "COMERCIO" TO WKS-AUD-ARCHIVO.
           MOVE RP-ID TO WKS-AUD-LLAVE.
           MOVE "PRECIO" TO WKS-AUD-CAMPO.
           MOVE WKS-PV-PRECIO-ACT TO WKS-AUD-ANTERIOR.
           MOVE RP-PRECIO TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.

      * EL VALOR DEL MAESTRO CAMBIA CON EL PRECIO: SE DEJAN CIFRAS DE
      * CONTROL NUEVAS PARA QUE VERIFICA-ARCHIVOS SIGA CUADRANDO
       00017-CIFRAS-DE-CONTROL.
           MOVE 0 TO WKS-CTL-REGISTROS.
           MOVE 0 TO WKS-CTL-IMPORTE.
           MOVE "N" TO WKS-FIN-CONTEO.
           MOVE LOW-VALUES TO RP-ID.
           START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONTEO.
           PERFORM 00017-CONTAR-PRODUCTO UNTIL WKS-EOF-CONTEO.
           MOVE "COMERCIO" TO CT-ARCHIVO.
           ACCEPT CT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-HOY FROM TIME.
           MOVE WKS-HORA-HOY(1:6) TO CT-HORA.
           MOVE WKS-CTL-REGISTROS TO CT-REGISTROS.
           MOVE WKS-CTL-IMPORTE TO CT-IMPORTE.
           OPEN EXTEND CONTROL-FILE.
           IF FS-CTL-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CONTROL-FILE.
           WRITE REG-CONTROL.
           CLOSE CONTROL-FILE.

       00017-CONTAR-PRODUCTO.
           READ F-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONTEO
               NOT AT END
                   ADD 1 TO WKS-CTL-REGISTROS
                   COMPUTE WKS-CTL-VALOR-RENGLON =
                           RP-PRECIO * RP-CANTIDAD
                   ADD WKS-CTL-VALOR-RENGLON TO WKS-CTL-IMPORTE.

       00007-MODO-LOTE.
           DISPLAY "PROCESANDO LOTE DESDE ", WKS-BATCH-IN-FILE.
           MOVE "N" TO WKS-EOF-LOTE.
                   END-IF
                   WRITE BATCH-OUT-REC
           END-READ.

           COPY CONFIG-PROC.

           COPY AUDIT-PROC.

           COPY JOURNAL-PROC.

           COPY OPLOG-PROC.
