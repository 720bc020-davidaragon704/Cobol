      *   Y SU IDENTIDAD Y ROL VIAJAN POR LINKAGE A LOS PROGRAMAS
      *   LLAMADOS (VER LOGIN.cpy), ASI QUE LA NOMINA YA NO VUELVE A
      *   PEDIR CREDENCIALES A MEDIA SESION.
      * - CADA OPCION DE LOS SUBMENUS SE REVISA CONTRA LA MATRIZ DE
      *   PERMISOS POR FUNCION (PERMISOS.TXT, VER PERMISO-PROC); LA
      *   OPCION NEGADA NO CORRE Y QUEDA EN SESIONES.TXT.
      * - AL FIRMAR SE MUESTRA EL RESUMEN DE AVISOS DEL DIA SEGUN EL
      *   ROL DEL OPERADOR (ALERTAS-INICIO), CON LA CUENTA DE CADA
      *   PENDIENTE Y LA OPCION DEL MENU QUE LO ATIENDE.
      * - OPCION 57 DE INVENTARIO: REORGANIZACION DE LOS ARCHIVOS
      *   INDEXADOS (REORGANIZA-ARCHIVOS), QUE RECIBE AL OPERADOR
      *   PARA NO CONTAR SU PROPIA SESION COMO ABIERTA.
      * - OPCION 18 DE NOMINA: CONVERSION DE UNA SOLA VEZ DEL
      *   CALENDARIO DE NOMINA AL FORMATO POR GRUPO DE PAGO
      *   (CONVIERTE-CALENDARIO), CONSERVANDO LOS PERIODOS CERRADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS SES-STATUS.

           SELECT PERMISO-FILE ASSIGN TO "PERMISOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PM-LLAVE
                                   FILE STATUS PM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR-FILE.
       FD SESION-FILE.
       01 REG-SESION                           PIC X(50).

       FD PERMISO-FILE.
       01 REG-PERMISO.
           COPY PERMISO.

       WORKING-STORAGE SECTION.
           COPY OPLOG-WS.
           COPY PERMISO-WS.

       77 WKS-OPCION               PIC 9(01).
           88 WKS-OPC-VENTAS       VALUE 1.
           ELSE
               MOVE WKS-LOGIN-OPERADOR TO LOGIN-OPERADOR
               MOVE WKS-LOGIN-ROL TO LOGIN-ROL
               CALL "ALERTAS-INICIO" USING LOGIN-COMUN
               PERFORM 00000-MENU UNTIL WKS-OPC-SALIR
               MOVE LOGIN-OPERADOR TO WKS-SES-OPERADOR-X
               MOVE "SALIDA" TO WKS-SES-EVENTO
           DISPLAY "7. DEPOSITOS BANCARIOS DE LA TIENDA".
           DISPLAY "9. REGRESAR".
           ACCEPT WKS-SUBOPCION.
           MOVE "MPV" TO WKS-PRM-FUNCION.
           PERFORM 00060-REVISAR-PERMISO.
           IF NOT WKS-PRM-CONCEDIDO THEN
               CONTINUE
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 1 THEN
               CALL "COMERCIO" USING LOGIN-COMUN
           ELSE
           DISPLAY "5. RESTAURAR RESPALDOS".
           DISPLAY "55. RECUPERACION INTRA-DIA (DIARIO)".
           DISPLAY "56. FOTO DEL SISTEMA (TOMAR / RESTAURAR)".
           DISPLAY "57. REORGANIZAR ARCHIVOS INDEXADOS".
           DISPLAY "6. CUENTAS POR PAGAR A PROVEEDORES".
           DISPLAY "60. GASTOS DE OPERACION (RENTA, LUZ, TELEFONO)".
           DISPLAY "7. CONVERSION A CANTIDADES CON DECIMALES".
           DISPLAY "8. RELLENO DE COSTOS HISTORICOS EN VENTAS".
           DISPLAY "0. CONTEO CICLICO ABC (LISTA DEL DIA)".
           DISPLAY "77. ACTIVOS FIJOS Y DEPRECIACION".
           DISPLAY "9. REGRESAR".
           ACCEPT WKS-SUBOPCION.
           MOVE "MPI" TO WKS-PRM-FUNCION.
           PERFORM 00060-REVISAR-PERMISO.
           IF NOT WKS-PRM-CONCEDIDO THEN
               CONTINUE
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 1 THEN
               CALL "COMERCIO" USING LOGIN-COMUN
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 56 THEN
               CALL "FOTO-SISTEMA"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 57 THEN
               CALL "REORGANIZA-ARCHIVOS" USING LOGIN-COMUN
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 6 THEN
               CALL "CUENTAS-PAGAR"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 60 THEN
               CALL "REGISTRO-GASTOS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 7 THEN
               CALL "CONVIERTE-CANTIDADES"
           ELSE
       00030-MENU-CLIENTES.
           DISPLAY "-- CLIENTES --".
           DISPLAY "1. MAESTRO DE CLIENTES (DATOSCLIENTES)".
           DISPLAY "2. REVISION DE LIMITES DE CREDITO".
           DISPLAY "3. SEPARAR DOMICILIOS (CP, COLONIA, MUNICIPIO)".
           DISPLAY "9. REGRESAR".
           ACCEPT WKS-SUBOPCION.
           MOVE "MPC" TO WKS-PRM-FUNCION.
           PERFORM 00060-REVISAR-PERMISO.
           IF NOT WKS-PRM-CONCEDIDO THEN
               CONTINUE
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 1 THEN
               CALL "DATOS-CLIENTES" USING LOGIN-COMUN
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 2 THEN
               CALL "REVISION-CREDITO" USING LOGIN-COMUN
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 3 THEN
               CALL "CONVIERTE-DOMICILIOS"
           ELSE
           IF WKS-SUBOPCION IS NOT EQUAL TO 9 THEN
               DISPLAY "OPCION INVALIDA".

           DISPLAY "7. CIERRE ANUAL DEL FONDO DE AHORRO".
           DISPLAY "8. AJUSTE ANUAL DE ISR".
           DISPLAY "0. CALENDARIO DE PERIODOS DE NOMINA".
           DISPLAY "10. RECIBOS ELECTRONICOS (CFDI DE NOMINA)".
           DISPLAY "11. MOVIMIENTOS AFILIATORIOS IMSS (IDSE)".
           DISPLAY "12. ROL SEMANAL DE TURNOS".
           DISPLAY "13. INCIDENCIAS DEL RELOJ CHECADOR".
           DISPLAY "14. IMPORTAR CHECADAS DEL RELOJ BIOMETRICO".
           DISPLAY "15. ROTACION Y ANTIGUEDAD DEL PERSONAL".
           DISPLAY "16. CONTRATOS: VENCIMIENTOS Y RENOVACIONES".
           DISPLAY "17. PERMISOS POR FUNCION DE LOS OPERADORES".
           DISPLAY "18. CONVERTIR CALENDARIO AL FORMATO POR GRUPO".
           DISPLAY "9. REGRESAR".
           ACCEPT WKS-SUBOPCION.
           MOVE "MPN" TO WKS-PRM-FUNCION.
           PERFORM 00060-REVISAR-PERMISO.
           IF NOT WKS-PRM-CONCEDIDO THEN
               CONTINUE
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 1 THEN
               CALL "NOMINA" USING LOGIN-COMUN
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 0 THEN
               CALL "CALENDARIO-NOMINA"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 10 THEN
               CALL "CFDI-NOMINA"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 11 THEN
               CALL "MOVIMIENTOS-IMSS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 12 THEN
               CALL "ROL-SEMANAL"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 13 THEN
               CALL "INCIDENCIAS-CHECADOR"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 14 THEN
               CALL "IMPORTA-BIOMETRICO"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 15 THEN
               CALL "ROTACION-PERSONAL"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 16 THEN
               CALL "CONTRATOS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 17 THEN
               CALL "PERMISOS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 18 THEN
               CALL "CONVIERTE-CALENDARIO"
           ELSE
           IF WKS-SUBOPCION IS NOT EQUAL TO 9 THEN
               DISPLAY "OPCION INVALIDA".

           DISPLAY "8. CONVERTIR BITACORA A SEGMENTOS MENSUALES".
           DISPLAY "0. ESTADO DE RESULTADOS MENSUAL".
           DISPLAY "11. ANALISIS DE CLIENTES (MEJORES Y DORMIDOS)".
           DISPLAY "12. AFLUENCIA POR HORA Y DIA (POR CAJA)".
           DISPLAY "13. PRODUCTOS COMPRADOS JUNTOS (CANASTA)".
           DISPLAY "14. EFECTIVIDAD DE PROMOCIONES".
           DISPLAY "15. REBAJAS POR CADUCIDAD CONTRA MERMA".
           DISPLAY "16. CALIFICACION DE PROVEEDORES".
           DISPLAY "17. ANALISIS DE MERMAS POR MOTIVO".
           DISPLAY "18. CONCILIACION MENSUAL DEL INVENTARIO".
           DISPLAY "19. INTERES MORATORIO DEL MES".
           DISPLAY "20. CHEQUES RECIBIDOS, DEPOSITADOS Y DEVUELTOS".
           DISPLAY "21. VENTAS POR ZONA (CODIGO POSTAL Y COLONIA)".
           DISPLAY "22. EXCEPCIONES DE CAJA POR OPERADOR (SEMANAL)".
           DISPLAY "23. CONTABILIDAD: POLIZAS, BALANZA Y MAYOR".
           DISPLAY "24. FLUJO DE EFECTIVO A 13 SEMANAS".
           DISPLAY "25. DIOT Y POSICION DE IVA DEL MES".
           DISPLAY "26. PRESUPUESTO Y PRESUPUESTO CONTRA REAL".
           DISPLAY "27. PRODUCTIVIDAD LABORAL (VENTA POR HORA)".
           DISPLAY "9. REGRESAR".
           ACCEPT WKS-SUBOPCION.
           MOVE "MPR" TO WKS-PRM-FUNCION.
           PERFORM 00060-REVISAR-PERMISO.
           IF NOT WKS-PRM-CONCEDIDO THEN
               CONTINUE
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 1 THEN
               CALL "REPORTE-VENTAS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 11 THEN
               CALL "ANALISIS-CLIENTES"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 12 THEN
               CALL "REPORTE-AFLUENCIA"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 13 THEN
               CALL "REPORTE-CANASTA"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 14 THEN
               CALL "REPORTE-PROMOCIONES"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 15 THEN
               CALL "REPORTE-MERMAS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 16 THEN
               CALL "REPORTE-PROVEEDORES"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 17 THEN
               CALL "ANALISIS-MERMAS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 18 THEN
               CALL "CONCILIA-INVENTARIO"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 19 THEN
               CALL "INTERESES-MORA"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 20 THEN
               CALL "REPORTE-CHEQUES"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 21 THEN
               CALL "REPORTE-ZONAS"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 22 THEN
               CALL "REPORTE-EXCEPCIONES"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 23 THEN
               CALL "CONTABILIDAD"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 24 THEN
               CALL "FLUJO-EFECTIVO"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 25 THEN
               CALL "DIOT-IVA"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 26 THEN
               CALL "PRESUPUESTO"
           ELSE
           IF WKS-SUBOPCION IS EQUAL TO 27 THEN
               CALL "PRODUCTIVIDAD-LABORAL"
           ELSE
           IF WKS-SUBOPCION IS NOT EQUAL TO 9 THEN
               DISPLAY "OPCION INVALIDA".

      * LA OPCION ESCOGIDA DEL SUBMENU (EL PREFIJO YA VIENE EN
      * WKS-PRM-FUNCION) SE REVISA CONTRA LA MATRIZ DE PERMISOS
       00060-REVISAR-PERMISO.
           MOVE LOGIN-OPERADOR TO WKS-PRM-OPERADOR.
           MOVE WKS-SUBOPCION TO WKS-PRM-FUNCION(4:2).
           PERFORM 1992-VERIFICAR-PERMISO.

           COPY OPLOG-PROC.

           COPY PERMISO-PROC.
