      ******************************************************************
      * Author:
      * Date:
      * Purpose: RESUMEN DE AVISOS AL FIRMAR EN EL MENU-PRINCIPAL. LO
      *          QUE HAY QUE ATENDER EN LA MANANA ESTA REGADO EN UNA
      *          DOCENA DE REPORTES; AQUI SE CUENTA CADA PENDIENTE Y SE
      *          DICE QUE OPCION DEL MENU LO ABRE (MENU N-M = OPCION N
      *          DEL MENU PRINCIPAL Y M DEL SUBMENU; OPC = OPCION DE
      *          COMERCIO). SOLO SALEN LOS RENGLONES CON ALGO PENDIENTE,
      *          FILTRADOS POR EL ROL DEL OPERADOR FIRMADO:
      *            I (INVENTARIO): PRODUCTOS BAJO SU MINIMO POR
      *              UBICACION (NIVELES-UBICACION.TXT CONTRA
      *              EXISTENCIAS.TXT), LOTES QUE CADUCAN DENTRO DE
      *              REBAJA-DIAS-1, FACTURAS DE PROVEEDOR QUE VENCEN
      *              ESTA SEMANA, CLIENTES QUE CAYERON EN VENCIDO EN
      *              LA ULTIMA SEMANA (DIAS-VENCIMIENTO, ABONOS
      *              APLICADOS A LO MAS VIEJO COMO EN LA ANTIGUEDAD DE
      *              CARTERA), ENCARGOS RESERVADOS A PUNTO DE VENCER Y
      *              ORDENES DE COMPRA ABIERTAS YA PASADAS DE SU
      *              OC-FECHA-ESPERADA.
      *            N (NOMINA): PERIODOS DEL CALENDARIO DE NOMINA QUE
      *              SIGUEN ABIERTOS CERCA DE (O YA PASADOS DE) SU
      *              FECHA DE PAGO.
      *            S (SUPERVISOR): TODO LO ANTERIOR MAS LOS PASOS
      *              FALLIDOS DE LA ULTIMA CADENA NOCTURNA EN
      *              HISTORIAL-LOTE.TXT Y LAS VERIFICACIONES QUE
      *              TERMINARON CON CODIGO 8.
      *          SOLO LEE; UN ARCHIVO QUE NO EXISTE NO DA AVISO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTAS-INICIO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NIVEL-UBI-FILE ASSIGN TO "NIVELES-UBICACION.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS NU-LLAVE
                                   FILE STATUS NU-STATUS.

           SELECT EXISTENCIA-FILE ASSIGN TO "EXISTENCIAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EX-LLAVE
                                   FILE STATUS EX-STATUS.

           SELECT LOTE-FILE ASSIGN TO "LOTES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS LT-LLAVE
                                   FILE STATUS LT-STATUS.

           SELECT FACTPROV-FILE ASSIGN TO "FACTURAS-PROVEEDOR.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS FP-NUMERO
                                   FILE STATUS FP-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CUENTAS-CLIENTES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CU-STATUS.

           SELECT ENCARGO-FILE ASSIGN TO "ENCARGOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EC-NUMERO
                                   ALTERNATE RECORD KEY IS EC-REFERENCIA
                                       WITH DUPLICATES
                                   FILE STATUS EC-STATUS.

           SELECT ORDEN-FILE ASSIGN TO "ORDENES-COMPRA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OC-NUMERO
                                   FILE STATUS OC-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-NOMINA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CP-LLAVE
                                   FILE STATUS CP-STATUS.

           SELECT HISTORIAL-FILE ASSIGN TO "HISTORIAL-LOTE.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HL-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MINIMO/MAXIMO POR PRODUCTO Y UBICACION (LO MANTIENE COMERCIO)
       FD NIVEL-UBI-FILE.
       01 REG-NIVEL-UBI.
           02 NU-LLAVE.
               03 NU-RP-ID                     PIC 9(10).
               03 NU-UBICACION                 PIC X(06).
           02 NU-MINIMO                        PIC 9(07)V9(03).
           02 NU-MAXIMO                        PIC 9(07)V9(03).

       FD EXISTENCIA-FILE.
       01 REG-EXISTENCIA.
           02 EX-LLAVE.
               03 EX-RP-ID                     PIC 9(10).
               03 EX-UBICACION                 PIC X(06).
           02 EX-CANTIDAD                      PIC 9(07)V9(03).

       FD LOTE-FILE.
       01 REG-LOTE.
           02 LT-LLAVE.
               03 LT-RP-ID                     PIC 9(10).
               03 LT-LOTE                      PIC X(10).
           02 LT-CADUCIDAD                     PIC 9(08).
           02 LT-CANTIDAD                      PIC 9(07)V9(03).

       FD FACTPROV-FILE.
       01 REG-FACTPROV.
           COPY FACTPROV.

       FD CUENTA-FILE.
       01 REG-CUENTA.
           COPY CUENTACLI.

      * ENCARGOS POR TELEFONO Y WEB (VER COMERCIO): EC-ESTADO R =
      * RESERVADO; AL PASAR EC-VENCE SIN RECOGERSE SE LIBERA
       FD ENCARGO-FILE.
       01 REG-ENCARGO.
           02 EC-NUMERO                        PIC 9(10).
           02 EC-REFERENCIA                    PIC X(12).
           02 EC-ORIGEN                        PIC X(01).
           02 EC-FECHA                         PIC 9(08).
           02 EC-CLIENTE-ID                    PIC 9(10).
           02 EC-RECOGE                        PIC 9(08).
           02 EC-VENCE                         PIC 9(08).
           02 EC-TOTAL                         PIC 9(13)V9(02).
           02 EC-ESTADO                        PIC X(01).
           02 EC-FOLIO                         PIC 9(10).

       FD ORDEN-FILE.
       01 REG-ORDEN.
           COPY ORDEN.

       FD CALENDARIO-FILE.
       01 REG-CALENDARIO.
           COPY CALNOM.

      * UN RENGLON POR PASO CORRIDO (LO ESCRIBE ORQUESTA-LOTE)
       FD HISTORIAL-FILE.
       01 REG-HISTORIAL.
           02 HL-FECHA                         PIC 9(08).
           02 HL-CADENA                        PIC X(01).
           02 HL-PASO                          PIC 9(02).
           02 HL-NOMBRE                        PIC X(20).
           02 HL-HORA-INI                      PIC 9(06).
           02 HL-HORA-FIN                      PIC 9(06).
           02 HL-RC                            PIC 9(04).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.

           COPY CONFIG-WS.

       77 NU-STATUS               PIC X(02).
       77 EX-STATUS               PIC X(02).
       77 LT-STATUS               PIC X(02).
       77 FP-STATUS               PIC X(02).
       77 CU-STATUS               PIC X(02).
       77 EC-STATUS               PIC X(02).
       77 OC-STATUS               PIC X(02).
       77 CP-STATUS               PIC X(02).
       77 HL-STATUS               PIC X(02).

       77 WKS-LOGIN-PTR           POINTER.
       77 WKS-ROL                 PIC X(01) VALUE "S".
           88 WKS-VE-INVENTARIO   VALUE "I" "S".
           88 WKS-VE-NOMINA       VALUE "N" "S".
           88 WKS-VE-LOTE         VALUE "S".
       77 WKS-FIN-ARCHIVO         PIC X(01) VALUE "N".
           88 WKS-EOF-ARCHIVO     VALUE "S".

      * FECHAS LIMITE DE CADA AVISO (HOY MAS LOS DIAS DE VENTANA)
       77 WKS-FECHA-HOY           PIC 9(08).
       77 WKS-LIMITE-LOTES        PIC 9(08).
       77 WKS-LIMITE-SEMANA       PIC 9(08).
       77 WKS-LIMITE-PROXIMO      PIC 9(08).
       77 WKS-DIAS-LOTES          PIC 9(03).
      * DIAS DE ANTICIPACION PARA ENCARGOS Y FECHAS DE PAGO DE NOMINA
       77 WKS-DIAS-PROXIMO        PIC 9(03) VALUE 3.
       77 WKS-DIAS-FORMAT         PIC ZZ9.

      * CUENTAS DE CADA AVISO
       77 WKS-CTA-MINIMOS         PIC 9(05) VALUE 0.
       77 WKS-CTA-LOTES           PIC 9(05) VALUE 0.
       77 WKS-CTA-FACTURAS        PIC 9(05) VALUE 0.
       77 WKS-CTA-CLIENTES        PIC 9(05) VALUE 0.
       77 WKS-CTA-ENCARGOS        PIC 9(05) VALUE 0.
       77 WKS-CTA-ORDENES         PIC 9(05) VALUE 0.
       77 WKS-CTA-PERIODOS        PIC 9(05) VALUE 0.
       77 WKS-CTA-FALLIDOS        PIC 9(05) VALUE 0.
       77 WKS-CTA-CODIGO-8        PIC 9(05) VALUE 0.
       77 WKS-CTA-AVISOS          PIC 9(03) VALUE 0.

      * RENGLON DEL RESUMEN (5100-MOSTRAR-AVISO)
       77 WKS-AVISO-CUENTA        PIC 9(05).
       77 WKS-AVISO-FORMAT        PIC ZZZZ9.
       77 WKS-AVISO-TEXTO         PIC X(46).
       77 WKS-AVISO-OPCION        PIC X(16).

      * SALDOS POR CLIENTE EN UNA SOLA PASADA A LA CARTERA: CON LOS
      * ABONOS APLICADOS A LO MAS VIEJO, EL SALDO VIVO ESTA EN LOS
      * CARGOS MAS NUEVOS; EL CLIENTE ESTA VENCIDO SI SU SALDO PASA LO
      * QUE CARGO DENTRO DEL PLAZO, Y CAYO EN VENCIDO ESTA SEMANA SI
      * CON SIETE DIAS MAS DE PLAZO TODAVIA NO LO ESTARIA
       01 WKS-TABLA-CARTERA.
           02 WKS-CC-RENGLON OCCURS 500 TIMES.
               03 WKS-CC-ID           PIC 9(10).
               03 WKS-CC-SALDO        PIC S9(13)V9(02).
               03 WKS-CC-EN-PLAZO     PIC 9(13)V9(02).
               03 WKS-CC-EN-SEMANA    PIC 9(13)V9(02).
       77 WKS-NUM-CARTERA         PIC 9(03) VALUE 0.
       77 WKS-IDX-CC              PIC 9(03).
       77 WKS-POS-CC              PIC 9(03).
       77 WKS-EDAD-DIAS           PIC S9(07).
       77 WKS-PLAZO-SEMANA        PIC 9(05).

      * ULTIMA CADENA NOCTURNA DEL HISTORIAL: CODIGO DE CADA PASO
      * (UNA RECORRIDA DEL MISMO DIA DEJA EL CODIGO MAS RECIENTE)
       77 WKS-FECHA-LOTE          PIC 9(08) VALUE 0.
       01 WKS-TABLA-NOCHE.
           02 WKS-NO-RENGLON OCCURS 20 TIMES.
               03 WKS-NO-NOMBRE       PIC X(20).
               03 WKS-NO-RC           PIC 9(04).
       77 WKS-IDX-NO              PIC 9(02).
       77 WKS-RC-FORMAT           PIC ZZZ9.

      * OPCION DEL MENU QUE CORRE CADA PASO DE LA CADENA NOCTURNA;
      * LOS TRES PRIMEROS SON LAS VERIFICACIONES (CODIGO 8 = NO CUADRA)
       01 WKS-PASOS-MENU.
           02 FILLER PIC X(30) VALUE "VERIFICA-ARCHIVOS   MENU 2-4".
           02 FILLER PIC X(30) VALUE "VERIFICA-FOLIOS     MENU 1-6".
           02 FILLER PIC X(30) VALUE "VERIFICA-CRUZADA    MENU 2-44".
           02 FILLER PIC X(30) VALUE "COMERCIO            MENU 2-1".
           02 FILLER PIC X(30) VALUE "NOMINA              MENU 4-1".
           02 FILLER PIC X(30) VALUE "CONTABILIDAD        MENU 5-23".
           02 FILLER PIC X(30) VALUE "IMPORTA-BIOMETRICO  MENU 4-14".
           02 FILLER PIC X(30) VALUE "INCIDENCIAS-CHECADORMENU 4-13".
       01 WKS-PASOS-MENU-R REDEFINES WKS-PASOS-MENU.
           02 WKS-PM-RENGLON OCCURS 8 TIMES.
               03 WKS-PM-NOMBRE       PIC X(20).
               03 WKS-PM-MENU         PIC X(10).
       77 WKS-NUM-PASOS-MENU      PIC 9(02) VALUE 8.
       77 WKS-NUM-VERIFICACIONES  PIC 9(02) VALUE 3.
       77 WKS-IDX-PM              PIC 9(02).
       77 WKS-POS-PM              PIC 9(02).
       77 WKS-PASO-MENU           PIC X(10).

           COPY FECHA-WS.

       LINKAGE SECTION.
       01 LOGIN-COMUN.
           COPY LOGIN.

       PROCEDURE DIVISION USING LOGIN-COMUN.
       MAIN-PROCEDURE.
           SET WKS-LOGIN-PTR TO ADDRESS OF LOGIN-COMUN.
           IF WKS-LOGIN-PTR IS NOT EQUAL TO NULL THEN
               MOVE LOGIN-ROL TO WKS-ROL.
           PERFORM 1700-CARGAR-CONFIG.
           PERFORM 0100-FECHAS-LIMITE.
           IF WKS-VE-INVENTARIO THEN
               PERFORM 1000-CONTAR-MINIMOS
               PERFORM 1100-CONTAR-LOTES
               PERFORM 1200-CONTAR-FACTURAS
               PERFORM 1300-CONTAR-CLIENTES
               PERFORM 1400-CONTAR-ENCARGOS
               PERFORM 1500-CONTAR-ORDENES.
           IF WKS-VE-NOMINA THEN
               PERFORM 1600-CONTAR-PERIODOS.
           IF WKS-VE-LOTE THEN
               PERFORM 1800-REVISAR-LOTE-NOCTURNO.
           PERFORM 5000-MOSTRAR-RESUMEN.
           GOBACK.

       0100-FECHAS-LIMITE.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-CFG-REBAJA-DIAS-1 TO WKS-DIAS-LOTES.
           IF WKS-DIAS-LOTES IS EQUAL TO 0 THEN
               MOVE 7 TO WKS-DIAS-LOTES.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
           MOVE WKS-DIAS-LOTES TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-LIMITE-LOTES.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
           MOVE 7 TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-LIMITE-SEMANA.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
           MOVE WKS-DIAS-PROXIMO TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-LIMITE-PROXIMO.
           COMPUTE WKS-PLAZO-SEMANA = WKS-CFG-DIAS-VENCE + 7.

      ******************************************************************
      * PRODUCTOS BAJO SU PUNTO DE REORDEN: CADA NIVEL MINIMO POR
      * UBICACION CONTRA LA EXISTENCIA DE ESA UBICACION (SIN RENGLON
      * DE EXISTENCIA LA CANTIDAD ES CERO)
      ******************************************************************
       1000-CONTAR-MINIMOS.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT NIVEL-UBI-FILE.
           IF NU-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               OPEN INPUT EXISTENCIA-FILE
               MOVE LOW-VALUES TO NU-LLAVE
               START NIVEL-UBI-FILE KEY IS NOT LESS THAN NU-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 1010-LEER-NIVEL UNTIL WKS-EOF-ARCHIVO
               IF EX-STATUS IS EQUAL TO "00" THEN
                   CLOSE EXISTENCIA-FILE
               END-IF
               CLOSE NIVEL-UBI-FILE.

       1010-LEER-NIVEL.
           READ NIVEL-UBI-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF NU-MINIMO IS GREATER THAN 0 THEN
                       PERFORM 1020-REVISAR-EXISTENCIA.

       1020-REVISAR-EXISTENCIA.
           MOVE 0 TO EX-CANTIDAD.
           IF EX-STATUS IS EQUAL TO "00" THEN
               MOVE NU-LLAVE TO EX-LLAVE
               READ EXISTENCIA-FILE KEY IS EX-LLAVE
                   INVALID KEY
                       MOVE 0 TO EX-CANTIDAD
               END-READ.
           IF EX-CANTIDAD IS LESS THAN NU-MINIMO THEN
               ADD 1 TO WKS-CTA-MINIMOS.

      ******************************************************************
      * LOTES CON EXISTENCIA QUE CADUCAN DENTRO DE LOS DIAS DE LA
      * PRIMERA REBAJA (O QUE YA CADUCARON Y SIGUEN EN ANAQUEL)
      ******************************************************************
       1100-CONTAR-LOTES.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT LOTE-FILE.
           IF LT-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO LT-LLAVE
               START LOTE-FILE KEY IS NOT LESS THAN LT-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 1110-LEER-LOTE UNTIL WKS-EOF-ARCHIVO
               CLOSE LOTE-FILE.

       1110-LEER-LOTE.
           READ LOTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF LT-CANTIDAD IS GREATER THAN 0 AND
                      LT-CADUCIDAD IS GREATER THAN 0 AND
                      LT-CADUCIDAD IS NOT GREATER THAN
                          WKS-LIMITE-LOTES THEN
                       ADD 1 TO WKS-CTA-LOTES.

      ******************************************************************
      * FACTURAS DE PROVEEDOR ABIERTAS QUE VENCEN EN LOS PROXIMOS SIETE
      * DIAS (LAS YA VENCIDAS TAMBIEN CUENTAN: SIGUEN SIN PAGARSE)
      ******************************************************************
       1200-CONTAR-FACTURAS.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT FACTPROV-FILE.
           IF FP-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO FP-NUMERO
               START FACTPROV-FILE KEY IS NOT LESS THAN FP-NUMERO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 1210-LEER-FACTURA UNTIL WKS-EOF-ARCHIVO
               CLOSE FACTPROV-FILE.

       1210-LEER-FACTURA.
           READ FACTPROV-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF FP-ESTADO IS EQUAL TO "A" AND
                      FP-VENCE IS GREATER THAN 0 AND
                      FP-VENCE IS NOT GREATER THAN WKS-LIMITE-SEMANA
                   THEN
                       ADD 1 TO WKS-CTA-FACTURAS.

      ******************************************************************
      * CLIENTES QUE CAYERON EN VENCIDO EN LOS ULTIMOS SIETE DIAS: SU
      * CARGO VIVO MAS VIEJO CUMPLIO DIAS-VENCIMIENTO ESTA SEMANA
      ******************************************************************
       1300-CONTAR-CLIENTES.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM 1310-LEER-MOVIMIENTO UNTIL WKS-EOF-ARCHIVO
               CLOSE CUENTA-FILE
               PERFORM 1340-REVISAR-CLIENTE
                   VARYING WKS-IDX-CC FROM 1 BY 1
                   UNTIL WKS-IDX-CC IS GREATER THAN WKS-NUM-CARTERA.

       1310-LEER-MOVIMIENTO.
           READ CUENTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   PERFORM 1320-BUSCAR-CLIENTE
                   IF WKS-POS-CC IS GREATER THAN 0 THEN
                       PERFORM 1330-ACUMULAR-MOVIMIENTO.

       1320-BUSCAR-CLIENTE.
           MOVE 0 TO WKS-POS-CC.
           PERFORM 1325-COMPARAR-CLIENTE
               VARYING WKS-IDX-CC FROM 1 BY 1
               UNTIL WKS-IDX-CC IS GREATER THAN WKS-NUM-CARTERA
                  OR WKS-POS-CC IS GREATER THAN 0.
           IF WKS-POS-CC IS EQUAL TO 0 THEN
               IF WKS-NUM-CARTERA IS LESS THAN 500 THEN
                   ADD 1 TO WKS-NUM-CARTERA
                   MOVE WKS-NUM-CARTERA TO WKS-POS-CC
                   MOVE CU-CLIENTE-ID TO WKS-CC-ID(WKS-POS-CC)
                   MOVE 0 TO WKS-CC-SALDO(WKS-POS-CC)
                   MOVE 0 TO WKS-CC-EN-PLAZO(WKS-POS-CC)
                   MOVE 0 TO WKS-CC-EN-SEMANA(WKS-POS-CC).

       1325-COMPARAR-CLIENTE.
           IF WKS-CC-ID(WKS-IDX-CC) IS EQUAL TO CU-CLIENTE-ID THEN
               MOVE WKS-IDX-CC TO WKS-POS-CC.

      * ABONOS (A) Y CONDONACIONES (N) BAJAN EL SALDO; CARGOS (C) E
      * INTERESES (I) LO SUBEN Y SE CLASIFICAN POR SU EDAD
       1330-ACUMULAR-MOVIMIENTO.
           IF CU-TIPO IS EQUAL TO "A" OR
              CU-TIPO IS EQUAL TO "N" THEN
               SUBTRACT CU-IMPORTE FROM WKS-CC-SALDO(WKS-POS-CC)
           ELSE
               ADD CU-IMPORTE TO WKS-CC-SALDO(WKS-POS-CC)
               MOVE CU-FECHA TO WKS-FECHA-DE
               MOVE WKS-FECHA-HOY TO WKS-FECHA-A
               PERFORM 2720-DIAS-ENTRE
               MOVE WKS-DIAS-DIFERENCIA TO WKS-EDAD-DIAS
               IF WKS-EDAD-DIAS IS NOT GREATER THAN
                  WKS-CFG-DIAS-VENCE THEN
                   ADD CU-IMPORTE TO WKS-CC-EN-PLAZO(WKS-POS-CC)
               END-IF
               IF WKS-EDAD-DIAS IS NOT GREATER THAN
                  WKS-PLAZO-SEMANA THEN
                   ADD CU-IMPORTE TO WKS-CC-EN-SEMANA(WKS-POS-CC).

       1340-REVISAR-CLIENTE.
           IF WKS-CC-SALDO(WKS-IDX-CC) IS GREATER THAN
              WKS-CC-EN-PLAZO(WKS-IDX-CC) AND
              WKS-CC-SALDO(WKS-IDX-CC) IS NOT GREATER THAN
              WKS-CC-EN-SEMANA(WKS-IDX-CC) THEN
               ADD 1 TO WKS-CTA-CLIENTES.

      ******************************************************************
      * ENCARGOS TODAVIA RESERVADOS QUE SE LIBERAN EN LOS PROXIMOS
      * WKS-DIAS-PROXIMO DIAS SI NADIE PASA POR ELLOS
      ******************************************************************
       1400-CONTAR-ENCARGOS.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT ENCARGO-FILE.
           IF EC-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO EC-NUMERO
               START ENCARGO-FILE KEY IS NOT LESS THAN EC-NUMERO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 1410-LEER-ENCARGO UNTIL WKS-EOF-ARCHIVO
               CLOSE ENCARGO-FILE.

       1410-LEER-ENCARGO.
           READ ENCARGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF EC-ESTADO IS EQUAL TO "R" AND
                      EC-VENCE IS GREATER THAN 0 AND
                      EC-VENCE IS NOT GREATER THAN WKS-LIMITE-PROXIMO
                   THEN
                       ADD 1 TO WKS-CTA-ENCARGOS.

      ******************************************************************
      * ORDENES DE COMPRA ABIERTAS O PARCIALES CUYA ENTREGA ESPERADA
      * YA PASO
      ******************************************************************
       1500-CONTAR-ORDENES.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT ORDEN-FILE.
           IF OC-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO OC-NUMERO
               START ORDEN-FILE KEY IS NOT LESS THAN OC-NUMERO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 1510-LEER-ORDEN UNTIL WKS-EOF-ARCHIVO
               CLOSE ORDEN-FILE.

       1510-LEER-ORDEN.
           READ ORDEN-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF (OC-ESTADO IS EQUAL TO "A" OR
                       OC-ESTADO IS EQUAL TO "P") AND
                      OC-FECHA-ESPERADA IS GREATER THAN 0 AND
                      OC-FECHA-ESPERADA IS LESS THAN WKS-FECHA-HOY
                   THEN
                       ADD 1 TO WKS-CTA-ORDENES.

      ******************************************************************
      * PERIODOS DE NOMINA (DE CUALQUIER GRUPO) TODAVIA ABIERTOS CON
      * LA FECHA DE PAGO ENCIMA O YA PASADA
      ******************************************************************
       1600-CONTAR-PERIODOS.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT CALENDARIO-FILE.
           IF CP-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO CP-LLAVE
               START CALENDARIO-FILE KEY IS NOT LESS THAN CP-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 1610-LEER-PERIODO UNTIL WKS-EOF-ARCHIVO
               CLOSE CALENDARIO-FILE.

       1610-LEER-PERIODO.
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF CP-ESTADO IS EQUAL TO "A" AND
                      CP-PAGO IS GREATER THAN 0 AND
                      CP-PAGO IS NOT GREATER THAN WKS-LIMITE-PROXIMO
                   THEN
                       ADD 1 TO WKS-CTA-PERIODOS.

      ******************************************************************
      * ULTIMA CADENA NOCTURNA DE HISTORIAL-LOTE.TXT: UNA VERIFICACION
      * CON CODIGO 8 ES UN DESCUADRE QUE REVISAR; CODIGO 12 O MAS EN
      * CUALQUIER PASO, U 8 EN UN PASO QUE NO ES VERIFICACION, ES UN
      * PASO FALLIDO
      ******************************************************************
       1800-REVISAR-LOTE-NOCTURNO.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           OPEN INPUT HISTORIAL-FILE.
           IF HL-STATUS IS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM 1810-LEER-HISTORIAL UNTIL WKS-EOF-ARCHIVO
               CLOSE HISTORIAL-FILE
               PERFORM 1830-CLASIFICAR-PASO
                   VARYING WKS-IDX-NO FROM 1 BY 1
                   UNTIL WKS-IDX-NO IS GREATER THAN 20.

       1810-LEER-HISTORIAL.
           READ HISTORIAL-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF HL-CADENA IS EQUAL TO "N" AND
                      HL-FECHA IS NOT LESS THAN WKS-FECHA-LOTE AND
                      HL-PASO IS GREATER THAN 0 AND
                      HL-PASO IS NOT GREATER THAN 20 THEN
                       PERFORM 1820-GUARDAR-PASO.

       1820-GUARDAR-PASO.
           IF HL-FECHA IS GREATER THAN WKS-FECHA-LOTE THEN
               MOVE HL-FECHA TO WKS-FECHA-LOTE
               MOVE SPACES TO WKS-TABLA-NOCHE.
           MOVE HL-NOMBRE TO WKS-NO-NOMBRE(HL-PASO).
           MOVE HL-RC TO WKS-NO-RC(HL-PASO).

       1830-CLASIFICAR-PASO.
           IF WKS-NO-NOMBRE(WKS-IDX-NO) IS NOT EQUAL TO SPACES THEN
               PERFORM 1840-BUSCAR-PASO-MENU
               IF WKS-POS-PM IS GREATER THAN 0 AND
                  WKS-POS-PM IS NOT GREATER THAN
                      WKS-NUM-VERIFICACIONES AND
                  WKS-NO-RC(WKS-IDX-NO) IS EQUAL TO 8 THEN
                   ADD 1 TO WKS-CTA-CODIGO-8
               ELSE
               IF WKS-NO-RC(WKS-IDX-NO) IS NOT LESS THAN 8 THEN
                   ADD 1 TO WKS-CTA-FALLIDOS.

      * POSICION DEL PASO EN WKS-PASOS-MENU (0 = PASO SIN OPCION)
       1840-BUSCAR-PASO-MENU.
           MOVE 0 TO WKS-POS-PM.
           MOVE "HISTORIAL" TO WKS-PASO-MENU.
           PERFORM 1845-COMPARAR-PASO
               VARYING WKS-IDX-PM FROM 1 BY 1
               UNTIL WKS-IDX-PM IS GREATER THAN WKS-NUM-PASOS-MENU
                  OR WKS-POS-PM IS GREATER THAN 0.

       1845-COMPARAR-PASO.
           IF WKS-PM-NOMBRE(WKS-IDX-PM) IS EQUAL TO
              WKS-NO-NOMBRE(WKS-IDX-NO) THEN
               MOVE WKS-IDX-PM TO WKS-POS-PM
               MOVE WKS-PM-MENU(WKS-IDX-PM) TO WKS-PASO-MENU.

      ******************************************************************
      * RESUMEN: UN RENGLON POR AVISO CON ALGO PENDIENTE
      ******************************************************************
       5000-MOSTRAR-RESUMEN.
           DISPLAY "------------------------------------------------".
           DISPLAY "   AVISOS DEL DIA " WKS-FECHA-HOY
                   "   (ROL " WKS-ROL ")".
           DISPLAY "------------------------------------------------".
           MOVE WKS-CTA-MINIMOS TO WKS-AVISO-CUENTA.
           MOVE "PRODUCTOS BAJO SU MINIMO POR UBICACION"
               TO WKS-AVISO-TEXTO.
           MOVE "MENU 2-1 OPC 63" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-DIAS-LOTES TO WKS-DIAS-FORMAT.
           MOVE WKS-CTA-LOTES TO WKS-AVISO-CUENTA.
           MOVE SPACES TO WKS-AVISO-TEXTO.
           STRING "LOTES QUE CADUCAN EN " WKS-DIAS-FORMAT
                  " DIAS O MENOS"
               DELIMITED BY SIZE INTO WKS-AVISO-TEXTO.
           MOVE "MENU 2-1 OPC 40" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-CTA-FACTURAS TO WKS-AVISO-CUENTA.
           MOVE "FACTURAS DE PROVEEDOR QUE VENCEN ESTA SEMANA"
               TO WKS-AVISO-TEXTO.
           MOVE "MENU 2-6" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-CTA-CLIENTES TO WKS-AVISO-CUENTA.
           MOVE "CLIENTES QUE CAYERON EN VENCIDO ESTA SEMANA"
               TO WKS-AVISO-TEXTO.
           MOVE "MENU 5-5" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-CTA-ENCARGOS TO WKS-AVISO-CUENTA.
           MOVE "ENCARGOS RESERVADOS A PUNTO DE VENCER"
               TO WKS-AVISO-TEXTO.
           MOVE "MENU 2-1 OPC 48" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-CTA-ORDENES TO WKS-AVISO-CUENTA.
           MOVE "ORDENES DE COMPRA ABIERTAS CON ENTREGA ATRASADA"
               TO WKS-AVISO-TEXTO.
           MOVE "MENU 2-1 OPC 12" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-CTA-PERIODOS TO WKS-AVISO-CUENTA.
           MOVE "PERIODOS DE NOMINA ABIERTOS CERCA DE SU PAGO"
               TO WKS-AVISO-TEXTO.
           MOVE "MENU 4-1" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-CTA-FALLIDOS TO WKS-AVISO-CUENTA.
           MOVE "PASOS FALLIDOS EN EL LOTE NOCTURNO"
               TO WKS-AVISO-TEXTO.
           MOVE "VER DETALLE" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           MOVE WKS-CTA-CODIGO-8 TO WKS-AVISO-CUENTA.
           MOVE "VERIFICACIONES DEL LOTE CON CODIGO 8"
               TO WKS-AVISO-TEXTO.
           MOVE "VER DETALLE" TO WKS-AVISO-OPCION.
           PERFORM 5100-MOSTRAR-AVISO.
           IF WKS-CTA-FALLIDOS IS GREATER THAN 0 OR
              WKS-CTA-CODIGO-8 IS GREATER THAN 0 THEN
               DISPLAY "   LOTE NOCTURNO DEL " WKS-FECHA-LOTE
                       " (HISTORIAL-LOTE.TXT):"
               PERFORM 5200-DETALLE-PASO
                   VARYING WKS-IDX-NO FROM 1 BY 1
                   UNTIL WKS-IDX-NO IS GREATER THAN 20.
           IF WKS-CTA-AVISOS IS EQUAL TO 0 THEN
               DISPLAY "   SIN AVISOS PENDIENTES".
           DISPLAY "------------------------------------------------".

       5100-MOSTRAR-AVISO.
           IF WKS-AVISO-CUENTA IS GREATER THAN 0 THEN
               ADD 1 TO WKS-CTA-AVISOS
               MOVE WKS-AVISO-CUENTA TO WKS-AVISO-FORMAT
               DISPLAY WKS-AVISO-FORMAT " " WKS-AVISO-TEXTO " "
                       WKS-AVISO-OPCION.

       5200-DETALLE-PASO.
           IF WKS-NO-NOMBRE(WKS-IDX-NO) IS NOT EQUAL TO SPACES AND
              WKS-NO-RC(WKS-IDX-NO) IS NOT LESS THAN 8 THEN
               PERFORM 1840-BUSCAR-PASO-MENU
               MOVE WKS-NO-RC(WKS-IDX-NO) TO WKS-RC-FORMAT
               DISPLAY "      " WKS-NO-NOMBRE(WKS-IDX-NO)
                       " CODIGO " WKS-RC-FORMAT "  " WKS-PASO-MENU.

           COPY CONFIG-PROC.
           COPY FECHA-PROC.
