      ******************************************************************
      * Copybook: PERMISO-WS
      * Purpose:  Working-storage de la matriz de permisos por funcion
      *           (ver PERMISO-PROC.cpy y PERMISO.cpy). El programa pone
      *           el operador firmado en WKS-PRM-OPERADOR y la clave de
      *           la funcion escogida en WKS-PRM-FUNCION, hace PERFORM
      *           1992-VERIFICAR-PERMISO y solo sigue si queda
      *           WKS-PRM-CONCEDIDO. Las claves son el prefijo del menu
      *           mas el numero (o la letra) de la opcion:
      *             COMnn  MENU 2000-MENU DE COMERCIO
      *             MPVnn  MENU-PRINCIPAL, SUBMENU DE VENTAS
      *             MPInn  MENU-PRINCIPAL, SUBMENU DE INVENTARIO
      *             MPCnn  MENU-PRINCIPAL, SUBMENU DE CLIENTES
      *             MPNnn  MENU-PRINCIPAL, SUBMENU DE NOMINA
      *             MPRnn  MENU-PRINCIPAL, SUBMENU DE REPORTES
      *             NOM-x  MENU 00003-MENU DE NOMINA
      *             VARnn  MENU 00001-MENU DE VARIABLES
      *           Una opcion que se agregue a esos menus se agrega
      *           tambien al catalogo de abajo (y a WKS-PRM-NUM-
      *           FUNCIONES); lo que no esta en el catalogo no se
      *           restringe.
      ******************************************************************
       77 PM-STATUS               PIC X(02).
       77 WKS-PRM-OPERADOR        PIC X(10).
       77 WKS-PRM-FUNCION         PIC X(05).
       77 WKS-PRM-PERFIL          PIC X(10).
       77 WKS-PRM-RESULTADO       PIC X(01) VALUE "S".
           88 WKS-PRM-CONCEDIDO   VALUE "S".
      * D = CONCEDIDA AL OPERADOR DIRECTAMENTE, P = POR SU PERFIL
       77 WKS-PRM-ORIGEN          PIC X(01).
       77 WKS-PRM-IDX             PIC 9(03).
       77 WKS-PRM-POS             PIC 9(03).
       77 WKS-PRM-NUM-FUNCIONES   PIC 9(03) VALUE 168.
      * CATALOGO DE FUNCIONES: CLAVE Y DESCRIPCION COMO SALE EN EL MENU
       01 WKS-PRM-CATALOGO-DATOS.
           02 FILLER PIC X(50) VALUE
              "COM01ALTA DE PRODUCTO                             ".
           02 FILLER PIC X(50) VALUE
              "COM02CONSULTA DE PRODUCTO POR ID                  ".
           02 FILLER PIC X(50) VALUE
              "COM03CONSULTA DE PRODUCTO POR NOMBRE              ".
           02 FILLER PIC X(50) VALUE
              "COM04CAMBIO DE PRECIO/CANTIDAD                    ".
           02 FILLER PIC X(50) VALUE
              "COM05BAJA DE PRODUCTO                             ".
           02 FILLER PIC X(50) VALUE
              "COM06VENTA DE PRODUCTO                            ".
           02 FILLER PIC X(50) VALUE
              "COM07REPORTE DE REORDEN (BAJO STOCK)              ".
           02 FILLER PIC X(50) VALUE
              "COM08VALOR TOTAL DE INVENTARIO                    ".
           02 FILLER PIC X(50) VALUE
              "COM09ALTA DE PROVEEDOR                            ".
           02 FILLER PIC X(50) VALUE
              "COM10CONSULTA DE COMPRAS POR CLIENTE              ".
           02 FILLER PIC X(50) VALUE
              "COM11GENERAR ORDENES DE COMPRA (BAJO STOCK)       ".
           02 FILLER PIC X(50) VALUE
              "COM12LISTADO DE ORDENES DE COMPRA ABIERTAS        ".
           02 FILLER PIC X(50) VALUE
              "COM13RECEPCION DE MERCANCIA (ORDEN DE COMPRA)     ".
           02 FILLER PIC X(50) VALUE
              "COM14INVENTARIO FISICO (CONTEO)                   ".
           02 FILLER PIC X(50) VALUE
              "COM15DEVOLUCION DE PRODUCTO                       ".
           02 FILLER PIC X(50) VALUE
              "COM16CORTE DE CAJA (REPORTE Z)                    ".
           02 FILLER PIC X(50) VALUE
              "COM17REPORTE DE MARGENES (COSTO VS PRECIO)        ".
           02 FILLER PIC X(50) VALUE
              "COM18TRASPASO ENTRE UBICACIONES                   ".
           02 FILLER PIC X(50) VALUE
              "COM19ALTA DE CATEGORIA                            ".
           02 FILLER PIC X(50) VALUE
              "COM20CANCELAR FOLIO DE VENTA (SUPERVISOR)         ".
           02 FILLER PIC X(50) VALUE
              "COM21VENTA EN TICKET (VARIOS PRODUCTOS)           ".
           02 FILLER PIC X(50) VALUE
              "COM22ALTA/CAMBIO DE TASA DE IVA                   ".
           02 FILLER PIC X(50) VALUE
              "COM23CAPTURA DE TIPO DE CAMBIO (USD)              ".
           02 FILLER PIC X(50) VALUE
              "COM24PRODUCTOS INACTIVOS / REACTIVAR              ".
           02 FILLER PIC X(50) VALUE
              "COM25KARDEX DE PRODUCTO (MOVIMIENTOS)             ".
           02 FILLER PIC X(50) VALUE
              "COM26CAPTURAR COTIZACION                          ".
           02 FILLER PIC X(50) VALUE
              "COM27CONVERTIR COTIZACION EN VENTA                ".
           02 FILLER PIC X(50) VALUE
              "COM28CAMBIO MASIVO DE PRECIOS                     ".
           02 FILLER PIC X(50) VALUE
              "COM29ABONO A CUENTA DE CLIENTE                    ".
           02 FILLER PIC X(50) VALUE
              "COM30ANTIGUEDAD DE SALDOS (CARTERA)               ".
           02 FILLER PIC X(50) VALUE
              "COM31ESTADO DE CUENTA DE CLIENTE                  ".
           02 FILLER PIC X(50) VALUE
              "COM32CAPTURAR APARTADO                            ".
           02 FILLER PIC X(50) VALUE
              "COM33ABONO A APARTADO                             ".
           02 FILLER PIC X(50) VALUE
              "COM34ALTA DE PROMOCION                            ".
           02 FILLER PIC X(50) VALUE
              "COM35PRECIO POR NIVEL DE CLIENTE (MAYOREO)        ".
           02 FILLER PIC X(50) VALUE
              "COM36VENTA DE VALE (CERTIFICADO DE REGALO)        ".
           02 FILLER PIC X(50) VALUE
              "COM37MOVIMIENTO DE CAJA (ENTRADA/SALIDA)          ".
           02 FILLER PIC X(50) VALUE
              "COM38CORTE CONSOLIDADO DE LA TIENDA               ".
           02 FILLER PIC X(50) VALUE
              "COM39DEFINIR KIT (COMBO DE PRODUCTOS)             ".
           02 FILLER PIC X(50) VALUE
              "COM40LOTES POR CADUCAR                            ".
           02 FILLER PIC X(50) VALUE
              "COM41SOLICITAR FACTURA DE FOLIO                   ".
           02 FILLER PIC X(50) VALUE
              "COM42REIMPRIMIR TICKET POR FOLIO                  ".
           02 FILLER PIC X(50) VALUE
              "COM43DEVOLUCION A PROVEEDOR                       ".
           02 FILLER PIC X(50) VALUE
              "COM44IMPRIMIR ETIQUETAS DE ANAQUEL PENDIENTES     ".
           02 FILLER PIC X(50) VALUE
              "COM45REBAJA POR CADUCIDAD Y MERMA DE LOTES        ".
           02 FILLER PIC X(50) VALUE
              "COM46APLICAR TICKETS VENDIDOS FUERA DE LINEA      ".
           02 FILLER PIC X(50) VALUE
              "COM47IMPORTAR ENCARGOS (TELEFONO Y WEB)           ".
           02 FILLER PIC X(50) VALUE
              "COM48ENTREGAR ENCARGO                             ".
           02 FILLER PIC X(50) VALUE
              "COM49LIBERAR ENCARGOS NO RECOGIDOS                ".
           02 FILLER PIC X(50) VALUE
              "COM50ANOTAR ENTREGA A DOMICILIO DE UN FOLIO       ".
           02 FILLER PIC X(50) VALUE
              "COM51ARMAR SALIDA DE REPARTO (HOJA DE RUTA)       ".
           02 FILLER PIC X(50) VALUE
              "COM52LIQUIDAR SALIDA DE REPARTO                   ".
           02 FILLER PIC X(50) VALUE
              "COM53CONSULTA DE GARANTIA POR NUMERO DE SERIE     ".
           02 FILLER PIC X(50) VALUE
              "COM54CONTROL POR NUMERO DE SERIE DE UN PRODUCTO   ".
           02 FILLER PIC X(50) VALUE
              "COM55EMPAQUE DE COMPRA POR PROVEEDOR              ".
           02 FILLER PIC X(50) VALUE
              "COM56IMPRIMIR ORDEN DE COMPRA                     ".
           02 FILLER PIC X(50) VALUE
              "COM57COSTO EN DESTINO DE UNA ORDEN (FLETE, ADUANA)".
           02 FILLER PIC X(50) VALUE
              "COM58IMPORTAR LISTA DE COSTOS DEL PROVEEDOR       ".
           02 FILLER PIC X(50) VALUE
              "COM59AUTORIZAR PRECIOS POR LISTA DE COSTOS        ".
           02 FILLER PIC X(50) VALUE
              "COM60IMPORTAR AVISO DE EMBARQUE DEL PROVEEDOR     ".
           02 FILLER PIC X(50) VALUE
              "COM61PRODUCTO EN CONSIGNACION                     ".
           02 FILLER PIC X(50) VALUE
              "COM62NIVELES MIN/MAX POR UBICACION                ".
           02 FILLER PIC X(50) VALUE
              "COM63REABASTECIMIENTO POR UBICACION               ".
           02 FILLER PIC X(50) VALUE
              "COM64RECIBIR TRASPASO                             ".
           02 FILLER PIC X(50) VALUE
              "COM65TRASPASOS EN TRANSITO / EXTRAVIADOS          ".
           02 FILLER PIC X(50) VALUE
              "COM66ESTILOS CON TALLA Y COLOR                    ".
           02 FILLER PIC X(50) VALUE
              "COM67MOTIVOS DE AJUSTE DE INVENTARIO              ".
           02 FILLER PIC X(50) VALUE
              "COM68CONDONAR INTERES MORATORIO                   ".
           02 FILLER PIC X(50) VALUE
              "COM69CHEQUE DEVUELTO POR EL BANCO                 ".
           02 FILLER PIC X(50) VALUE
              "COM70LIBERAR CLIENTE PARA PAGAR CON CHEQUE        ".
           02 FILLER PIC X(50) VALUE
              "MPV01PUNTO DE VENTA E INVENTARIO (COMERCIO)       ".
           02 FILLER PIC X(50) VALUE
              "MPV02REPORTE DE VENTAS                            ".
           02 FILLER PIC X(50) VALUE
              "MPV03ARCHIVO MENSUAL DE VENTAS                    ".
           02 FILLER PIC X(50) VALUE
              "MPV04CONCILIACION DE TARJETAS (TERMINAL)          ".
           02 FILLER PIC X(50) VALUE
              "MPV05EXTRACTOS DE FACTURACION (GENERA-FACTURA)    ".
           02 FILLER PIC X(50) VALUE
              "MPV06VERIFICAR SECUENCIA DE FOLIOS                ".
           02 FILLER PIC X(50) VALUE
              "MPV07DEPOSITOS BANCARIOS DE LA TIENDA             ".
           02 FILLER PIC X(50) VALUE
              "MPI01COMERCIO (ALTAS, CAMBIOS, CONTEOS, ORDENES)  ".
           02 FILLER PIC X(50) VALUE
              "MPI02CONSOLIDAR MAESTROS DIARIOS VARADOS          ".
           02 FILLER PIC X(50) VALUE
              "MPI03REPARAR ARCHIVOS DE LLAVES                   ".
           02 FILLER PIC X(50) VALUE
              "MPI04VERIFICAR INTEGRIDAD DE MAESTROS             ".
           02 FILLER PIC X(50) VALUE
              "MPI44VERIFICACION CRUZADA ENTRE ARCHIVOS          ".
           02 FILLER PIC X(50) VALUE
              "MPI05RESTAURAR RESPALDOS                          ".
           02 FILLER PIC X(50) VALUE
              "MPI55RECUPERACION INTRA-DIA (DIARIO)              ".
           02 FILLER PIC X(50) VALUE
              "MPI56FOTO DEL SISTEMA (TOMAR / RESTAURAR)         ".
           02 FILLER PIC X(50) VALUE
              "MPI57REORGANIZAR ARCHIVOS INDEXADOS               ".
           02 FILLER PIC X(50) VALUE
              "MPI06CUENTAS POR PAGAR A PROVEEDORES              ".
           02 FILLER PIC X(50) VALUE
              "MPI60GASTOS DE OPERACION (RENTA, LUZ, TELEFONO)   ".
           02 FILLER PIC X(50) VALUE
              "MPI07CONVERSION A CANTIDADES CON DECIMALES        ".
           02 FILLER PIC X(50) VALUE
              "MPI08RELLENO DE COSTOS HISTORICOS EN VENTAS       ".
           02 FILLER PIC X(50) VALUE
              "MPI00CONTEO CICLICO ABC (LISTA DEL DIA)           ".
           02 FILLER PIC X(50) VALUE
              "MPI66RETENCION DE ARCHIVOS DE MOVIMIENTOS         ".
           02 FILLER PIC X(50) VALUE
              "MPI77ACTIVOS FIJOS Y DEPRECIACION                 ".
           02 FILLER PIC X(50) VALUE
              "MPC01MAESTRO DE CLIENTES (DATOSCLIENTES)          ".
           02 FILLER PIC X(50) VALUE
              "MPC02REVISION DE LIMITES DE CREDITO               ".
           02 FILLER PIC X(50) VALUE
              "MPC03SEPARAR DOMICILIOS (CP, COLONIA, MUNICIPIO)  ".
           02 FILLER PIC X(50) VALUE
              "MPN01NOMINA (REGISTRO, PRESTAMOS, AGUINALDO)      ".
           02 FILLER PIC X(50) VALUE
              "MPN02CALCULO DE SALARIOS (VARIABLES)              ".
           02 FILLER PIC X(50) VALUE
              "MPN03RELOJ CHECADOR                               ".
           02 FILLER PIC X(50) VALUE
              "MPN04ALTA DE PERSONAL                             ".
           02 FILLER PIC X(50) VALUE
              "MPN05CIERRE ANUAL                                 ".
           02 FILLER PIC X(50) VALUE
              "MPN06REPORTE DE CUOTAS IMSS                       ".
           02 FILLER PIC X(50) VALUE
              "MPN07CIERRE ANUAL DEL FONDO DE AHORRO             ".
           02 FILLER PIC X(50) VALUE
              "MPN08AJUSTE ANUAL DE ISR                          ".
           02 FILLER PIC X(50) VALUE
              "MPN00CALENDARIO DE PERIODOS DE NOMINA             ".
           02 FILLER PIC X(50) VALUE
              "MPN10RECIBOS ELECTRONICOS (CFDI DE NOMINA)        ".
           02 FILLER PIC X(50) VALUE
              "MPN11MOVIMIENTOS AFILIATORIOS IMSS (IDSE)         ".
           02 FILLER PIC X(50) VALUE
              "MPN12ROL SEMANAL DE TURNOS                        ".
           02 FILLER PIC X(50) VALUE
              "MPN13INCIDENCIAS DEL RELOJ CHECADOR               ".
           02 FILLER PIC X(50) VALUE
              "MPN14IMPORTAR CHECADAS DEL RELOJ BIOMETRICO       ".
           02 FILLER PIC X(50) VALUE
              "MPN15ROTACION Y ANTIGUEDAD DEL PERSONAL           ".
           02 FILLER PIC X(50) VALUE
              "MPN16CONTRATOS: VENCIMIENTOS Y RENOVACIONES       ".
           02 FILLER PIC X(50) VALUE
              "MPN17PERMISOS POR FUNCION DE LOS OPERADORES       ".
           02 FILLER PIC X(50) VALUE
              "MPN18CONVERTIR CALENDARIO AL FORMATO POR GRUPO    ".
           02 FILLER PIC X(50) VALUE
              "MPR01REPORTE DE VENTAS                            ".
           02 FILLER PIC X(50) VALUE
              "MPR02PAQUETE MENSUAL DE OPERACIONES               ".
           02 FILLER PIC X(50) VALUE
              "MPR03CONSULTA DE BITACORA DE CAMBIOS              ".
           02 FILLER PIC X(50) VALUE
              "MPR04EXTRACTO CONTABLE MENSUAL                    ".
           02 FILLER PIC X(50) VALUE
              "MPR05ANTIGUEDAD DE CARTERA Y CARTAS DE COBRANZA   ".
           02 FILLER PIC X(50) VALUE
              "MPR06COMISIONES POR VENDEDOR                      ".
           02 FILLER PIC X(50) VALUE
              "MPR07LENTO MOVIMIENTO Y STOCK MUERTO              ".
           02 FILLER PIC X(50) VALUE
              "MPR08CONVERTIR BITACORA A SEGMENTOS MENSUALES     ".
           02 FILLER PIC X(50) VALUE
              "MPR00ESTADO DE RESULTADOS MENSUAL                 ".
           02 FILLER PIC X(50) VALUE
              "MPR11ANALISIS DE CLIENTES (MEJORES Y DORMIDOS)    ".
           02 FILLER PIC X(50) VALUE
              "MPR12AFLUENCIA POR HORA Y DIA (POR CAJA)          ".
           02 FILLER PIC X(50) VALUE
              "MPR13PRODUCTOS COMPRADOS JUNTOS (CANASTA)         ".
           02 FILLER PIC X(50) VALUE
              "MPR14EFECTIVIDAD DE PROMOCIONES                   ".
           02 FILLER PIC X(50) VALUE
              "MPR15REBAJAS POR CADUCIDAD CONTRA MERMA           ".
           02 FILLER PIC X(50) VALUE
              "MPR16CALIFICACION DE PROVEEDORES                  ".
           02 FILLER PIC X(50) VALUE
              "MPR17ANALISIS DE MERMAS POR MOTIVO                ".
           02 FILLER PIC X(50) VALUE
              "MPR18CONCILIACION MENSUAL DEL INVENTARIO          ".
           02 FILLER PIC X(50) VALUE
              "MPR19INTERES MORATORIO DEL MES                    ".
           02 FILLER PIC X(50) VALUE
              "MPR20CHEQUES RECIBIDOS, DEPOSITADOS Y DEVUELTOS   ".
           02 FILLER PIC X(50) VALUE
              "MPR21VENTAS POR ZONA (CODIGO POSTAL Y COLONIA)    ".
           02 FILLER PIC X(50) VALUE
              "MPR22EXCEPCIONES DE CAJA POR OPERADOR (SEMANAL)   ".
           02 FILLER PIC X(50) VALUE
              "MPR23CONTABILIDAD: POLIZAS, BALANZA Y MAYOR       ".
           02 FILLER PIC X(50) VALUE
              "MPR24FLUJO DE EFECTIVO A 13 SEMANAS               ".
           02 FILLER PIC X(50) VALUE
              "MPR25DIOT Y POSICION DE IVA DEL MES               ".
           02 FILLER PIC X(50) VALUE
              "MPR26PRESUPUESTO Y PRESUPUESTO CONTRA REAL        ".
           02 FILLER PIC X(50) VALUE
              "MPR27PRODUCTIVIDAD LABORAL (VENTA POR HORA)       ".
           02 FILLER PIC X(50) VALUE
              "NOM-AALTAS DE TRABAJADORES                        ".
           02 FILLER PIC X(50) VALUE
              "NOM-CCONSULTAS DE TRABAJADORES                    ".
           02 FILLER PIC X(50) VALUE
              "NOM-BBAJA DE TRABAJADOR                           ".
           02 FILLER PIC X(50) VALUE
              "NOM-MMODIFICA TRABAJADOR                          ".
           02 FILLER PIC X(50) VALUE
              "NOM-RREGISTRO DE NOMINA                           ".
           02 FILLER PIC X(50) VALUE
              "NOM-PPRESTAMOS                                    ".
           02 FILLER PIC X(50) VALUE
              "NOM-OCONCILIACION BANCARIA                        ".
           02 FILLER PIC X(50) VALUE
              "NOM-GAGUINALDO                                    ".
           02 FILLER PIC X(50) VALUE
              "NOM-DDEPARTAMENTOS                                ".
           02 FILLER PIC X(50) VALUE
              "NOM-UOPERADORES                                   ".
           02 FILLER PIC X(50) VALUE
              "NOM-TREPARTO DE PTU                               ".
           02 FILLER PIC X(50) VALUE
              "NOM-FDATOS FISCALES                               ".
           02 FILLER PIC X(50) VALUE
              "NOM-JPENSIONES ALIMENTICIAS                       ".
           02 FILLER PIC X(50) VALUE
              "NOM-HESTADO DEL FONDO DE AHORRO                   ".
           02 FILLER PIC X(50) VALUE
              "NOM-ICREDITOS INFONAVIT                           ".
           02 FILLER PIC X(50) VALUE
              "NOM-ENOMINA COMPLEMENTARIA O CORRECTIVA           ".
           02 FILLER PIC X(50) VALUE
              "VAR01DATOS DE EMPLEADOS                           ".
           02 FILLER PIC X(50) VALUE
              "VAR02CALCULO SALARIO                              ".
           02 FILLER PIC X(50) VALUE
              "VAR03MOSTRAR NOMINA                               ".
           02 FILLER PIC X(50) VALUE
              "VAR04GENERAR RECIBOS                              ".
           02 FILLER PIC X(50) VALUE
              "VAR06REIMPRIMIR PERIODO ANTERIOR                  ".
           02 FILLER PIC X(50) VALUE
              "VAR07RECONSTRUIR ACUMULADO ANUAL                  ".
           02 FILLER PIC X(50) VALUE
              "VAR08CAPTURA DE AUSENCIAS                         ".
           02 FILLER PIC X(50) VALUE
              "VAR09SALDO DE VACACIONES                          ".
           02 FILLER PIC X(50) VALUE
              "VAR10AUTORIZAR HORAS EXTRA                        ".
           02 FILLER PIC X(50) VALUE
              "VAR11EXTRAS NO AUTORIZADAS                        ".
           02 FILLER PIC X(50) VALUE
              "VAR12CATALOGO DE TURNOS                           ".
           02 FILLER PIC X(50) VALUE
              "VAR13REPORTE DE RETARDOS                          ".
       01 WKS-PRM-CATALOGO REDEFINES WKS-PRM-CATALOGO-DATOS.
           02 WKS-PRM-RENGLON OCCURS 168 TIMES.
               03 WKS-PRM-CAT-FUNCION     PIC X(05).
               03 WKS-PRM-CAT-DESCRIPCION PIC X(45).
