      ******************************************************************
      * Author:
      * Date:
      * Purpose: SEPARACION DEL DOMICILIO DE TEXTO LIBRE DE LOS
      *          CLIENTES (RC-DOMICILIO) EN CALLE, CODIGO POSTAL,
      *          COLONIA, MUNICIPIO Y ENTIDAD. SE TRABAJA POR COMAS,
      *          QUE ES COMO SE CAPTURABA CASI SIEMPRE ("CALLE 12,
      *          COL. CENTRO, CP 44100, GUADALAJARA, JAL"): EL PRIMER
      *          TRAMO QUEDA COMO CALLE Y NUMERO, UN TRAMO CON "COL" O
      *          "COLONIA" ES LA COLONIA, CINCO DIGITOS SEGUIDOS SON
      *          EL CODIGO POSTAL, UNA ENTIDAD DEL CATALOGO (CLAVE,
      *          NOMBRE O ABREVIATURA, TAMBIEN PEGADA AL FINAL DE LA
      *          CIUDAD) ES LA ENTIDAD, EL SEGUNDO TRAMO SIN ETIQUETA
      *          ES LA COLONIA Y EL SIGUIENTE EL MUNICIPIO.
      *          SOLO SE TOCAN CLIENTES CON LOS CUATRO CAMPOS NUEVOS
      *          EN BLANCO, ASI QUE SE PUEDE VOLVER A CORRER. LOS QUE
      *          NO QUEDAN COMPLETOS SE LISTAN EN DOMICILIOS-REVISAR
      *          .TXT CON SU TEXTO ORIGINAL Y LO QUE LES FALTA, PARA
      *          CORREGIRLOS A MANO CON EL CAMBIO DE DATOSCLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-DOMICILIOS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT F-ARCHIVO ASSIGN TO WKS-RUTA-CLIENTES
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS RC-ID
                                   FILE STATUS FS-STATUS.

           SELECT REVISAR-FILE ASSIGN TO "DOMICILIOS-REVISAR.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RV-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "CONFIG-SISTEMA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVO.
       01 REG-CLIENTE.
           COPY CLIENTE.

      * UN RENGLON POR CLIENTE QUE NO SE PUDO SEPARAR COMPLETO
       FD REVISAR-FILE.
       01 REG-REVISAR.
           02 RV-ID                            PIC 9(10).
           02 FILLER                           PIC X(01).
           02 RV-NOMBRE                        PIC X(30).
           02 FILLER                           PIC X(01).
           02 RV-DOMICILIO                     PIC X(50).
           02 FILLER                           PIC X(01).
           02 RV-FALTA                         PIC X(60).
           02 FILLER                           PIC X(01).
           02 RV-SOBRANTE                      PIC X(50).

       FD CONFIG-FILE.
       01 REG-CONFIG                           PIC X(80).

       WORKING-STORAGE SECTION.

      * LOS NOMBRES DE LOS MAESTROS VIENEN DE LA CONFIGURACION
           COPY CONFIG-WS.
           COPY ESTADOS-WS.

       77 FS-STATUS               PIC X(02).
       77 RV-STATUS               PIC X(02).
       77 WKS-CONFIRMA            PIC X(01).
       77 WKS-FIN-CLIENTES        PIC X(01) VALUE "N".
           88 WKS-EOF-CLIENTES    VALUE "S".

      * CIFRAS DE LA CORRIDA
       77 WKS-LEIDOS              PIC 9(07) VALUE 0.
       77 WKS-YA-SEPARADOS        PIC 9(07) VALUE 0.
       77 WKS-COMPLETOS           PIC 9(07) VALUE 0.
       77 WKS-PARCIALES           PIC 9(07) VALUE 0.
       77 WKS-SIN-SEPARAR         PIC 9(07) VALUE 0.

      * TRAMOS DEL DOMICILIO ORIGINAL (SEPARADOS POR COMAS)
       01 WKS-TRAMOS.
           02 WKS-TRAMO           PIC X(50) OCCURS 6 TIMES.
       77 WKS-NUM-TRAMOS          PIC 9(02).
       77 WKS-IDX                 PIC 9(02).
       77 WKS-TEXTO               PIC X(50).
       77 WKS-TEXTO-AUX           PIC X(50).
       77 WKS-ORIGINAL            PIC X(50).
       77 WKS-LARGO               PIC 9(02).

      * BUSQUEDA DE CINCO DIGITOS SEGUIDOS DENTRO DE UN TRAMO
       77 WKS-POS                 PIC 9(02).
       77 WKS-POS-CP              PIC 9(02).
       77 WKS-ANTES               PIC X(01).
       77 WKS-DESPUES             PIC X(01).

      * ULTIMA PALABRA DE UN TRAMO ("GUADALAJARA JAL")
       01 WKS-PALABRAS.
           02 WKS-PALABRA         PIC X(50) OCCURS 6 TIMES.
       77 WKS-NUM-PALABRAS        PIC 9(02).
       77 WKS-LARGO-PALABRA       PIC 9(02).

      * RESULTADO DE LA SEPARACION
       77 WKS-CALLE               PIC X(50).
       77 WKS-CP                  PIC X(05).
       77 WKS-COLONIA             PIC X(40).
       77 WKS-MUNICIPIO           PIC X(40).
       77 WKS-ESTADO              PIC X(02).
       77 WKS-SOBRANTE            PIC X(50).
       77 WKS-FALTA               PIC X(60).
       77 WKS-PTR-FALTA           PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SEPARACION DE DOMICILIOS DE CLIENTES ===".
           PERFORM 1700-CARGAR-CONFIG.
           DISPLAY "SE SEPARARAN LOS DOMICILIOS DE TEXTO LIBRE, CON "
                   "NADIE MAS TRABAJANDO EN CLIENTES (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
               DISPLAY "SEPARACION CANCELADA"
           ELSE
               PERFORM 1000-SEPARAR-TODO.
           GOBACK.

       1000-SEPARAR-TODO.
           OPEN I-O F-ARCHIVO.
           IF FS-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES ("
                       FS-STATUS ")"
           ELSE
               OPEN OUTPUT REVISAR-FILE
               MOVE "N" TO WKS-FIN-CLIENTES
               PERFORM 1100-LEER-CLIENTE UNTIL WKS-EOF-CLIENTES
               CLOSE REVISAR-FILE
               CLOSE F-ARCHIVO
               DISPLAY "CLIENTES LEIDOS:              " WKS-LEIDOS
               DISPLAY "YA SEPARADOS ANTES:           "
                       WKS-YA-SEPARADOS
               DISPLAY "SEPARADOS COMPLETOS:          " WKS-COMPLETOS
               DISPLAY "SEPARADOS EN PARTE:           " WKS-PARCIALES
               DISPLAY "SIN NADA QUE SEPARAR:         "
                       WKS-SIN-SEPARAR
               DISPLAY "LOS INCOMPLETOS ESTAN EN DOMICILIOS-REVISAR"
                       ".TXT".

       1100-LEER-CLIENTE.
           READ F-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CLIENTES
               NOT AT END
                   ADD 1 TO WKS-LEIDOS
                   PERFORM 2000-SEPARAR-CLIENTE THRU 2000-SALIR.

      ******************************************************************
      * UN CLIENTE: SE PARTE EL TEXTO, SE CLASIFICA CADA TRAMO Y, SI
      * SALIO ALGO, SE REESCRIBE CON LA CALLE SOLA EN RC-DOMICILIO
      ******************************************************************
       2000-SEPARAR-CLIENTE.
      * UN CLIENTE ANONIMIZADO YA NO TIENE DOMICILIO QUE SEPARAR
           IF RC-ES-ANONIMO THEN
               GO TO 2000-SALIR.
           IF RC-CODIGO-POSTAL IS NOT EQUAL TO SPACES OR
              RC-COLONIA IS NOT EQUAL TO SPACES OR
              RC-MUNICIPIO IS NOT EQUAL TO SPACES OR
              RC-ESTADO IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WKS-YA-SEPARADOS
               PERFORM 2050-REVISAR-SEPARADO
               GO TO 2000-SALIR.
           MOVE RC-DOMICILIO TO WKS-ORIGINAL.
           MOVE SPACES TO WKS-CP.
           MOVE SPACES TO WKS-COLONIA.
           MOVE SPACES TO WKS-MUNICIPIO.
           MOVE SPACES TO WKS-ESTADO.
           MOVE SPACES TO WKS-SOBRANTE.
           MOVE SPACES TO WKS-TRAMOS.
           MOVE 0 TO WKS-NUM-TRAMOS.
           UNSTRING RC-DOMICILIO DELIMITED BY ","
               INTO WKS-TRAMO(1) WKS-TRAMO(2) WKS-TRAMO(3)
                    WKS-TRAMO(4) WKS-TRAMO(5) WKS-TRAMO(6)
               TALLYING IN WKS-NUM-TRAMOS.
           MOVE FUNCTION TRIM(WKS-TRAMO(1)) TO WKS-CALLE.
      * SIN COMAS SOLO SE INTENTA SACAR EL CODIGO POSTAL DE LA CALLE
           IF WKS-NUM-TRAMOS IS LESS THAN 2 THEN
               MOVE WKS-CALLE TO WKS-TEXTO
               PERFORM 2300-BUSCAR-CP
               IF WKS-POS-CP IS GREATER THAN 0 THEN
                   MOVE WKS-TEXTO(WKS-POS-CP:5) TO WKS-CP
                   PERFORM 2310-QUITAR-CP
                   MOVE WKS-TEXTO TO WKS-CALLE
               END-IF
           ELSE
               MOVE 2 TO WKS-IDX
               PERFORM 2100-CLASIFICAR-TRAMO THRU 2100-SALIR
                   UNTIL WKS-IDX IS GREATER THAN WKS-NUM-TRAMOS.
           IF WKS-CP IS EQUAL TO SPACES AND
              WKS-COLONIA IS EQUAL TO SPACES AND
              WKS-MUNICIPIO IS EQUAL TO SPACES AND
              WKS-ESTADO IS EQUAL TO SPACES THEN
               ADD 1 TO WKS-SIN-SEPARAR
               PERFORM 2500-LISTAR-REVISION
               GO TO 2000-SALIR.
           MOVE WKS-CALLE TO RC-DOMICILIO.
           MOVE WKS-CP TO RC-CODIGO-POSTAL.
           MOVE WKS-COLONIA TO RC-COLONIA.
           MOVE WKS-MUNICIPIO TO RC-MUNICIPIO.
           MOVE WKS-ESTADO TO RC-ESTADO.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO REESCRIBIR EL CLIENTE " RC-ID
                   GO TO 2000-SALIR
           END-REWRITE.
           IF WKS-CP IS EQUAL TO SPACES OR
              WKS-COLONIA IS EQUAL TO SPACES OR
              WKS-MUNICIPIO IS EQUAL TO SPACES OR
              WKS-ESTADO IS EQUAL TO SPACES OR
              WKS-SOBRANTE IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WKS-PARCIALES
               PERFORM 2500-LISTAR-REVISION
           ELSE
               ADD 1 TO WKS-COMPLETOS.
       2000-SALIR.
           EXIT.

      * UNO YA SEPARADO QUE SIGUE INCOMPLETO SE VUELVE A LISTAR, PARA
      * QUE LA LISTA NO SE PIERDA AL CORRER OTRA VEZ
       2050-REVISAR-SEPARADO.
           IF RC-CODIGO-POSTAL IS EQUAL TO SPACES OR
              RC-COLONIA IS EQUAL TO SPACES OR
              RC-MUNICIPIO IS EQUAL TO SPACES OR
              RC-ESTADO IS EQUAL TO SPACES THEN
               MOVE RC-DOMICILIO TO WKS-ORIGINAL
               MOVE RC-CODIGO-POSTAL TO WKS-CP
               MOVE RC-COLONIA TO WKS-COLONIA
               MOVE RC-MUNICIPIO TO WKS-MUNICIPIO
               MOVE RC-ESTADO TO WKS-ESTADO
               MOVE SPACES TO WKS-SOBRANTE
               PERFORM 2500-LISTAR-REVISION.

      * UN TRAMO DEL SEGUNDO EN ADELANTE: COLONIA ETIQUETADA, CODIGO
      * POSTAL, ENTIDAD O, SIN ETIQUETA, COLONIA Y LUEGO MUNICIPIO
       2100-CLASIFICAR-TRAMO.
           MOVE FUNCTION TRIM(WKS-TRAMO(WKS-IDX)) TO WKS-TEXTO.
           ADD 1 TO WKS-IDX.
           IF WKS-TEXTO IS EQUAL TO SPACES THEN
               GO TO 2100-SALIR.
           IF WKS-COLONIA IS EQUAL TO SPACES THEN
               IF WKS-TEXTO(1:8) IS EQUAL TO "COLONIA " THEN
                   MOVE FUNCTION TRIM(WKS-TEXTO(9:)) TO WKS-COLONIA
                   GO TO 2100-SALIR
               END-IF
               IF (WKS-TEXTO(1:4) IS EQUAL TO "COL." OR "COL ") AND
                  WKS-TEXTO(5:) IS NOT EQUAL TO SPACES THEN
                   MOVE FUNCTION TRIM(WKS-TEXTO(5:)) TO WKS-COLONIA
                   GO TO 2100-SALIR.
           IF WKS-CP IS EQUAL TO SPACES THEN
               PERFORM 2300-BUSCAR-CP
               IF WKS-POS-CP IS GREATER THAN 0 THEN
                   MOVE WKS-TEXTO(WKS-POS-CP:5) TO WKS-CP
                   PERFORM 2310-QUITAR-CP
                   IF WKS-TEXTO IS EQUAL TO SPACES THEN
                       GO TO 2100-SALIR.
           IF WKS-ESTADO IS EQUAL TO SPACES THEN
               MOVE WKS-TEXTO TO WKS-EDO-BUSCAR
               PERFORM 2800-BUSCAR-ESTADO
               IF WKS-EDO-HALLADO IS NOT EQUAL TO SPACES THEN
                   MOVE WKS-EDO-HALLADO TO WKS-ESTADO
                   GO TO 2100-SALIR
               END-IF
               PERFORM 2400-ESTADO-AL-FINAL.
           IF WKS-COLONIA IS EQUAL TO SPACES AND
              WKS-MUNICIPIO IS EQUAL TO SPACES AND
              WKS-IDX IS EQUAL TO 3 THEN
               MOVE WKS-TEXTO TO WKS-COLONIA
           ELSE
           IF WKS-MUNICIPIO IS EQUAL TO SPACES THEN
               MOVE WKS-TEXTO TO WKS-MUNICIPIO
           ELSE
               MOVE WKS-TEXTO TO WKS-SOBRANTE.
       2100-SALIR.
           EXIT.

      * POSICION DEL PRIMER GRUPO DE EXACTAMENTE CINCO DIGITOS EN
      * WKS-TEXTO (0 = NO HAY); UN NUMERO MAS LARGO NO ES CODIGO
       2300-BUSCAR-CP.
           MOVE 0 TO WKS-POS-CP.
           MOVE 1 TO WKS-POS.
           PERFORM 2305-CICLO-CP
               UNTIL WKS-POS IS GREATER THAN 46
                  OR WKS-POS-CP IS GREATER THAN 0.

       2305-CICLO-CP.
           IF WKS-TEXTO(WKS-POS:5) IS NUMERIC THEN
               MOVE SPACE TO WKS-ANTES
               MOVE SPACE TO WKS-DESPUES
               IF WKS-POS IS GREATER THAN 1 THEN
                   MOVE WKS-TEXTO(WKS-POS - 1:1) TO WKS-ANTES
               END-IF
               IF WKS-POS IS LESS THAN 46 THEN
                   MOVE WKS-TEXTO(WKS-POS + 5:1) TO WKS-DESPUES
               END-IF
               IF WKS-ANTES IS NOT NUMERIC AND
                  WKS-DESPUES IS NOT NUMERIC THEN
                   MOVE WKS-POS TO WKS-POS-CP.
           ADD 1 TO WKS-POS.

      * SE BORRAN LOS DIGITOS Y LA ETIQUETA "C.P."/"CP" Y QUEDA EN
      * WKS-TEXTO LO DEMAS DEL TRAMO ("44100 GUADALAJARA")
       2310-QUITAR-CP.
           MOVE SPACES TO WKS-TEXTO(WKS-POS-CP:5).
           INSPECT WKS-TEXTO REPLACING ALL "C.P." BY "    ".
           INSPECT WKS-TEXTO REPLACING ALL "C. P." BY "     ".
           MOVE FUNCTION TRIM(WKS-TEXTO) TO WKS-TEXTO.
           IF WKS-TEXTO(1:3) IS EQUAL TO "CP " OR "CP." OR "CP:" THEN
               MOVE FUNCTION TRIM(WKS-TEXTO(4:)) TO WKS-TEXTO
           ELSE
           IF WKS-TEXTO IS EQUAL TO "CP" THEN
               MOVE SPACES TO WKS-TEXTO.
      * "CALLE 8 CP 76000": LA ETIQUETA QUEDA AL FINAL DEL TEXTO
           IF WKS-TEXTO IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WKS-TEXTO))
                   TO WKS-LARGO
               IF WKS-LARGO IS GREATER THAN 3 THEN
                   IF WKS-TEXTO(WKS-LARGO - 2:3) IS EQUAL TO " CP"
                   THEN
                       MOVE SPACES TO WKS-TEXTO(WKS-LARGO - 2:3).

      * "GUADALAJARA JAL": SI LA ULTIMA PALABRA ES UNA ENTIDAD SE
      * QUEDA COMO ENTIDAD Y EL RESTO SIGUE SIENDO EL TRAMO
       2400-ESTADO-AL-FINAL.
           MOVE SPACES TO WKS-PALABRAS.
           MOVE 0 TO WKS-NUM-PALABRAS.
           UNSTRING WKS-TEXTO DELIMITED BY ALL " "
               INTO WKS-PALABRA(1) WKS-PALABRA(2) WKS-PALABRA(3)
                    WKS-PALABRA(4) WKS-PALABRA(5) WKS-PALABRA(6)
               TALLYING IN WKS-NUM-PALABRAS.
           IF WKS-NUM-PALABRAS IS GREATER THAN 1 AND
              WKS-PALABRA(WKS-NUM-PALABRAS) IS NOT EQUAL TO SPACES
           THEN
               MOVE WKS-PALABRA(WKS-NUM-PALABRAS) TO WKS-EDO-BUSCAR
               PERFORM 2800-BUSCAR-ESTADO
               IF WKS-EDO-HALLADO IS NOT EQUAL TO SPACES THEN
                   MOVE WKS-EDO-HALLADO TO WKS-ESTADO
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WKS-TEXTO))
                       TO WKS-LARGO
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       WKS-PALABRA(WKS-NUM-PALABRAS))) TO
                       WKS-LARGO-PALABRA
                   SUBTRACT WKS-LARGO-PALABRA FROM WKS-LARGO
                   MOVE WKS-TEXTO(1:WKS-LARGO) TO WKS-TEXTO-AUX
                   MOVE FUNCTION TRIM(WKS-TEXTO-AUX) TO WKS-TEXTO.

       2500-LISTAR-REVISION.
           MOVE SPACES TO REG-REVISAR.
           MOVE RC-ID TO RV-ID.
           MOVE RC-NOMBRE TO RV-NOMBRE.
           MOVE WKS-ORIGINAL TO RV-DOMICILIO.
           MOVE "FALTA:" TO WKS-FALTA.
           MOVE 7 TO WKS-PTR-FALTA.
           IF WKS-CP IS EQUAL TO SPACES THEN
               STRING " CP" DELIMITED BY SIZE
                   INTO WKS-FALTA WITH POINTER WKS-PTR-FALTA.
           IF WKS-COLONIA IS EQUAL TO SPACES THEN
               STRING " COLONIA" DELIMITED BY SIZE
                   INTO WKS-FALTA WITH POINTER WKS-PTR-FALTA.
           IF WKS-MUNICIPIO IS EQUAL TO SPACES THEN
               STRING " MUNICIPIO" DELIMITED BY SIZE
                   INTO WKS-FALTA WITH POINTER WKS-PTR-FALTA.
           IF WKS-ESTADO IS EQUAL TO SPACES THEN
               STRING " ENTIDAD" DELIMITED BY SIZE
                   INTO WKS-FALTA WITH POINTER WKS-PTR-FALTA.
           IF WKS-PTR-FALTA IS EQUAL TO 7 THEN
               MOVE "TEXTO SIN CLASIFICAR" TO WKS-FALTA.
           MOVE WKS-FALTA TO RV-FALTA.
           MOVE WKS-SOBRANTE TO RV-SOBRANTE.
           WRITE REG-REVISAR.

           COPY CONFIG-PROC.

           COPY ESTADOS-PROC.
