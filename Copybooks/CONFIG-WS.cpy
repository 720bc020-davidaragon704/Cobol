      *                                los pase al historico mensual
      *                                (la bitacora de cambios no tiene
      *                                llave: ya nace segmentada por mes)
      *             BASCULA-PESO-HASTA ultimo prefijo (20-29) de las
      *                                etiquetas de bascula que trae
      *                                peso en gramos; los prefijos
      *                                siguientes traen importe en
      *                                centavos (99 = todas son peso)
      *             REBAJA-DIAS-1      dias antes de la caducidad en
      *             REBAJA-PCT-1       que un lote entra a la primera
      *                                rebaja y su porcentaje
      *             REBAJA-DIAS-2      segunda rebaja (mas cerca de la
      *             REBAJA-PCT-2       caducidad, mas porcentaje);
      *                                dias 0 = escalon apagado
      *             FOLIOS-RESERVA     folios que la caja aparta de
      *                                LLAVE-FOLIOS.TXT para vender
      *                                fuera de linea si el maestro o
      *                                VENTAS.TXT no abren (0 = la caja
      *                                no vende fuera de linea)
      *             ENCARGO-DIAS       dias despues de la fecha
      *                                prometida en que el encargo no
      *                                recogido libera su reserva
      *             TOLERANCIA-CONCILIA importe (a costo) de diferencia
      *                                en la conciliacion mensual del
      *                                inventario arriba del cual la
      *                                corrida termina con codigo 8
      *             TASA-MORA-MENSUAL  porcentaje mensual de interes
      *                                moratorio sobre lo vencido (0 =
      *                                no se cobran intereses)
      *             DIAS-VENCIMIENTO   dias de plazo de un cargo a
      *                                credito; despues genera interes
      *             COMISION-CHEQUE-DEV importe fijo que se carga a la
      *                                cuenta del cliente, ademas del
      *                                cheque, cuando el banco lo
      *                                devuelve (0 = sin comision)
      *             FONDO-FIJO         fondo fijo que se queda en la
      *                                caja despues del corte (se
      *                                resta de lo contado antes de
      *                                comparar y no se deposita)
      *             TOLERANCIA-PRESUP  porcentaje de desviacion contra
      *                                el presupuesto a partir del
      *                                cual un renglon se marca en el
      *                                reporte de presupuesto
      *             RFC-PATRON         RFC de la empresa como patron y
      *             REGISTRO-PATRONAL  su registro patronal del IMSS,
      *                                para los recibos electronicos
      *                                de nomina (CFDI-NOMINA)
      *             GUIA-IMSS          numero de guia de la
      *                                subdelegacion del IMSS para el
      *                                lote del IDSE
      *                                (MOVIMIENTOS-IMSS)
      *             SALARIO-MINIMO     salario minimo general diario
      *                                con que se calculan los
      *                                creditos INFONAVIT en veces
      *                                salario minimo (INFONAVIT-PROC)
      *             TERMINACION-PRECIO centavos en que terminan los
      *                                precios de anaquel (ej. 0.90);
      *                                el precio sugerido de
      *                                CALCULADORA sube al siguiente
      *                                precio con esa terminacion
      *                                (0 = peso cerrado)
      *             MAX-HORAS-JORNADA horas maximas entre una entrada
      *                                y su salida; una jornada mas
      *                                larga es excepcion del reloj
      *                                checador (default 12)
      *             MINUTOS-REPETIDA  minutos en que una segunda
      *                                lectura del reloj biometrico
      *                                del mismo gafete se toma como
      *                                repetida y se descarta
      *                                (default 5)
      *           El maestro de inventario YA NO lleva la fecha en el
      *           nombre: es un solo archivo estable.
      ******************************************************************
       77 WKS-CFG-RETEN-CHECADAS  PIC 9(02) VALUE 12.
       77 WKS-CFG-RETEN-KARDEX    PIC 9(02) VALUE 12.
       77 WKS-CFG-RETEN-PRECIOS   PIC 9(02) VALUE 12.
       77 WKS-CFG-BASCULA-PESO    PIC 9(02) VALUE 24.
       77 WKS-CFG-REBAJA-DIAS-1   PIC 9(03) VALUE 7.
       77 WKS-CFG-REBAJA-PCT-1    PIC 9(03)V9(02) VALUE 20.
       77 WKS-CFG-REBAJA-DIAS-2   PIC 9(03) VALUE 3.
       77 WKS-CFG-REBAJA-PCT-2    PIC 9(03)V9(02) VALUE 50.
       77 WKS-CFG-FOLIOS-RESERVA  PIC 9(05) VALUE 200.
       77 WKS-CFG-ENCARGO-DIAS    PIC 9(03) VALUE 3.
       77 WKS-CFG-TOLERANCIA-INV  PIC 9(07)V9(02) VALUE 100.
       77 WKS-CFG-TASA-MORA       PIC 9(03)V9(04) VALUE 0.
       77 WKS-CFG-DIAS-VENCE      PIC 9(03) VALUE 30.
       77 WKS-CFG-COMISION-CHQ    PIC 9(05)V9(02) VALUE 0.
       77 WKS-CFG-FONDO-FIJO      PIC 9(07)V9(02) VALUE 0.
       77 WKS-CFG-TOLERANCIA-PRE  PIC 9(03)V9(02) VALUE 10.
       77 WKS-CFG-RFC-PATRON      PIC X(13) VALUE SPACES.
       77 WKS-CFG-REG-PATRONAL    PIC X(11) VALUE SPACES.
       77 WKS-CFG-GUIA-IMSS       PIC X(05) VALUE SPACES.
       77 WKS-CFG-SAL-MINIMO      PIC 9(05)V9(02) VALUE 278.80.
       77 WKS-CFG-TERMINACION     PIC 9V9(02) VALUE 0.90.
       77 WKS-CFG-MAX-JORNADA     PIC 9(02) VALUE 12.
       77 WKS-CFG-MIN-REPETIDA    PIC 9(02) VALUE 5.
       77 WKS-RUTA-INVENTARIO     PIC X(70).
       77 WKS-RUTA-CLIENTES       PIC X(70).
       77 WKS-RUTA-EMPLEADOS      PIC X(70).
