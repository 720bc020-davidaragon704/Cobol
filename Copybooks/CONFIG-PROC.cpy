                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "RETEN-PRECIOS" THEN
                       COMPUTE WKS-CFG-RETEN-PRECIOS =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "BASCULA-PESO-HASTA"
                   THEN
                       COMPUTE WKS-CFG-BASCULA-PESO =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "REBAJA-DIAS-1" THEN
                       COMPUTE WKS-CFG-REBAJA-DIAS-1 =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "REBAJA-PCT-1" THEN
                       COMPUTE WKS-CFG-REBAJA-PCT-1 =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "REBAJA-DIAS-2" THEN
                       COMPUTE WKS-CFG-REBAJA-DIAS-2 =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "REBAJA-PCT-2" THEN
                       COMPUTE WKS-CFG-REBAJA-PCT-2 =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "FOLIOS-RESERVA" THEN
                       COMPUTE WKS-CFG-FOLIOS-RESERVA =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "ENCARGO-DIAS" THEN
                       COMPUTE WKS-CFG-ENCARGO-DIAS =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "TOLERANCIA-CONCILIA"
                   THEN
                       COMPUTE WKS-CFG-TOLERANCIA-INV =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "TASA-MORA-MENSUAL" THEN
                       COMPUTE WKS-CFG-TASA-MORA =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "DIAS-VENCIMIENTO" THEN
                       COMPUTE WKS-CFG-DIAS-VENCE =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "COMISION-CHEQUE-DEV"
                   THEN
                       COMPUTE WKS-CFG-COMISION-CHQ =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "FONDO-FIJO" THEN
                       COMPUTE WKS-CFG-FONDO-FIJO =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "TOLERANCIA-PRESUP"
                   THEN
                       COMPUTE WKS-CFG-TOLERANCIA-PRE =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "RFC-PATRON" THEN
                       MOVE WKS-CFG-VALOR(1:13) TO WKS-CFG-RFC-PATRON
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "REGISTRO-PATRONAL"
                   THEN
                       MOVE WKS-CFG-VALOR(1:11)
                           TO WKS-CFG-REG-PATRONAL
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "GUIA-IMSS" THEN
                       MOVE WKS-CFG-VALOR(1:5) TO WKS-CFG-GUIA-IMSS
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "SALARIO-MINIMO" THEN
                       COMPUTE WKS-CFG-SAL-MINIMO =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "TERMINACION-PRECIO"
                   THEN
                       COMPUTE WKS-CFG-TERMINACION =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "MAX-HORAS-JORNADA"
                   THEN
                       COMPUTE WKS-CFG-MAX-JORNADA =
                               FUNCTION NUMVAL(WKS-CFG-VALOR)
                   ELSE
                   IF WKS-CFG-CLAVE IS EQUAL TO "MINUTOS-REPETIDA" THEN
                       COMPUTE WKS-CFG-MIN-REPETIDA =
                               FUNCTION NUMVAL(WKS-CFG-VALOR).

       1720-ARMAR-RUTAS.
