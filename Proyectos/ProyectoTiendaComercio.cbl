      *   LOS MARGENES HISTORICOS YA NO CAMBIAN CON EL COSTO DE HOY;
      *   LOS REGISTROS VIEJOS SE RELLENAN UNA VEZ CON RELLENA-COSTOS
      *   DESDE LA HISTORIA DE RECEPCIONES.
      * - CADA PARTIDA DE VENTAS.TXT SELLA LA HORA DEL FOLIO EN
      *   TR-HORA (TICKET, VENTA DIRECTA, VALE Y DEVOLUCION); LA
      *   AFLUENCIA POR HORA Y DIA SE SACA CON REPORTE-AFLUENCIA.
      * - LA CAPTURA DEL TICKET RECONOCE LAS ETIQUETAS DE LA BASCULA
      *   (EAN-13 CON PREFIJO 20-29): EL PRODUCTO SALE DEL CODIGO
      *   INCRUSTADO Y LA CANTIDAD DEL PESO O DEL IMPORTE IMPRESO
      *   (BASCULA-PESO-HASTA EN CONFIG-SISTEMA.TXT).
      * - COLA DE ETIQUETAS DE ANAQUEL (ETIQUETAS-PENDIENTES.TXT): LOS
      *   CAMBIOS DE PRECIO, EL CAMBIO MASIVO, LAS PROMOCIONES QUE
      *   EMPIEZAN O TERMINAN Y EL PRECIO DE MAYOREO ENCOLAN LA
      *   ETIQUETA; LA OPCION 44 LAS IMPRIME EN ETIQUETAS-ANAQUEL.TXT
      *   Y EL LOTE NOCTURNO AVISA LAS QUE SIGUEN SIN IMPRIMIR.
      * - REBAJA AUTOMATICA POR CADUCIDAD (OPCION 45 Y VERBO DE LOTE
      *   REBAJA-CADUCIDAD): EL LOTE MAS VIEJO DE CADA PRODUCTO QUE
      *   ENTRA A UN ESCALON (REBAJA-DIAS/REBAJA-PCT) DA DE ALTA SU
      *   PROMOCION HASTA LA CADUCIDAD; LOS LOTES YA CADUCOS SALEN
      *   COMO MERMA (KARDEX MR). TODO QUEDA EN REBAJAS-MERMAS.TXT
      *   PARA REPORTE-MERMAS.
      * - CAJA FUERA DE LINEA: SI EL MAESTRO O VENTAS.TXT NO ABREN AL
      *   ARRANCAR, LA CAJA SIGUE VENDIENDO CON LA ULTIMA FOTO DE
      *   PRECIOS (PRECIOS-CAJA-NN.TXT) Y FOLIOS DE SU BLOQUE
      *   RESERVADO (FOLIOS-RESERVADOS.TXT, CLAVE FOLIOS-RESERVA) A
      *   LA COLA TICKETS-CAJA-NN.TXT; LA OPCION 46 LA APLICA A
      *   EXISTENCIAS, KARDEX, VENTAS Y CUENTAS Y REPORTA PRECIOS
      *   CAMBIADOS Y EXISTENCIAS QUE NO ALCANZARON.
      * - ENCARGOS POR TELEFONO Y WEB (OPCIONES 47 A 49): SE IMPORTA
      *   ENCARGOS-ENTRADA.TXT, LO VALIDO RESERVA EXISTENCIA COMO UN
      *   APARTADO (ENCARGOS.TXT, KARDEX EN) Y SALE EN LA LISTA DE
      *   SURTIDO, LO RECHAZADO VA A ENCARGOS-RECHAZADOS.TXT PARA
      *   DEVOLVER LA LLAMADA; AL RECOGERLO SE VUELVE FOLIO NORMAL Y
      *   EL NO RECOGIDO LIBERA SU RESERVA ENCARGO-DIAS DESPUES DE LA
      *   FECHA PROMETIDA (VERBO DE LOTE LIBERA-ENCARGOS).
      * - REPARTO A DOMICILIO (OPCIONES 50 A 52): EL TICKET PAGADO
      *   CONTRA ENTREGA (FORMA R) O UN FOLIO YA PAGADO SE ANOTA EN
      *   ENTREGAS.TXT CON EL RC-DOMICILIO O EL QUE SE CAPTURE; LA
      *   SALIDA SE ASIGNA A UN REPARTIDOR (OP-ID) Y SE IMPRIME SU
      *   HOJA DE RUTA; AL REGRESAR SE LIQUIDA: ENTREGADO, RECHAZADO
      *   (REGRESA POR LA DEVOLUCION NORMAL) O REPROGRAMADO, Y EL
      *   EFECTIVO COBRADO ENTRA AL CORTE DE LA CAJA QUE LIQUIDA CON
      *   EL FALTANTE DEL REPARTIDOR SENALADO.
      * - NUMEROS DE SERIE Y GARANTIA (OPCIONES 53 Y 54): EL PRODUCTO
      *   MARCADO EN PRODUCTOS-SERIE.TXT CAPTURA UNA SERIE POR PIEZA
      *   AL RECIBIR (SERIES.TXT), LA CAJA OBLIGA A ESCOGER UNA SERIE
      *   EN EXISTENCIA Y LA LIGA AL FOLIO, CLIENTE Y FECHA; LAS
      *   DEVOLUCIONES DE CLIENTE Y A PROVEEDOR CAMBIAN SU ESTADO Y LA
      *   CONSULTA DICE QUIEN LA COMPRO Y SI SIGUE EN GARANTIA.
      * - EMPAQUE DE COMPRA POR PRODUCTO Y PROVEEDOR (OPCIONES 55 Y
      *   56, EMPAQUES-COMPRA.TXT): LA ORDEN SE SUGIERE, CAPTURA E
      *   IMPRIME EN CAJAS CON EL CODIGO DEL PROVEEDOR Y LA RECEPCION
      *   ACEPTA CAJAS Y COSTO POR CAJA; LA PARTIDA, LA EXISTENCIA,
      *   RP-COSTO Y EL KARDEX SIGUEN EN PIEZAS.
      * - COSTO EN DESTINO (OPCION 57): FLETE, AGENTE ADUANAL Y
      *   MANIOBRAS DE UNA ORDEN RECIBIDA SE REPARTEN ENTRE SUS
      *   PARTIDAS POR VALOR, PESO O CANTIDAD, SE SUMAN A RP-COSTO CON
      *   KARDEX CO Y SE IMPRIME LA HOJA DE COSTEO (COSTEO-OC-N.TXT);
      *   LOS CARGOS QUEDAN EN COSTOS-DESTINO.TXT.
      * - LA SUGERENCIA DE REORDEN USA LA ENTREGA REAL DEL PROVEEDOR
      *   (DESEMPENO-PROV.TXT, LA DEJA REPORTE-PROVEEDORES) EN LUGAR
      *   DE LA PROMETIDA CUANDO YA HAY RECEPCIONES CALIFICADAS.
      * - LISTA DE COSTOS DEL PROVEEDOR (OPCIONES 58 Y 59): SE IMPORTA
      *   LISTA-PROVEEDOR.TXT CON HOJA DE REVISION DE MARGEN
      *   (REVISION-LISTA-PROV.TXT); LO ACEPTADO QUEDA COMO COSTO
      *   PACTADO EN COSTOS-PENDIENTES.TXT QUE LA ORDEN DE COMPRA USA
      *   DESDE SU VIGENCIA, Y EL PRECIO QUE CONSERVA EL MARGEN PUEDE
      *   IR A PRECIOS-POR-AUTORIZAR.TXT PARA QUE UN SUPERVISOR LO
      *   APLIQUE.
      * - ORDEN ELECTRONICA Y AVISO DE EMBARQUE (OPCION 60): CADA
      *   ORDEN NUEVA SE AGREGA AL ARCHIVO DE SU PROVEEDOR
      *   (OC-ELECTRONICA-<PROVEEDOR>.TXT); EL AVISO QUE MANDA EL
      *   PROVEEDOR (AVISO-EMBARQUE.TXT) SE IMPORTA A EMBARQUES.TXT,
      *   LA RECEPCION LO PROPONE PARA CONFIRMAR O CORREGIR, TOMA DE
      *   AHI LOTES Y CADUCIDADES, Y LO ENVIADO CONTRA LO RECIBIDO
      *   SE IMPRIME EN DISCREPANCIAS-OC-N.TXT PARA EL RECLAMO.
      * - CONSIGNACION (OPCION 61): EL PRODUCTO MARCADO EN
      *   CONSIGNACIONES.TXT ES DEL PROVEEDOR HASTA VENDERSE; SE
      *   RECIBE SIN CUENTA POR PAGAR, SE DEVUELVE SIN NOTA DE CREDITO
      *   Y QUEDA FUERA DE LA VALUACION. CUENTAS-PAGAR LIQUIDA LO
      *   VENDIDO.
      * - NIVELES MINIMO/MAXIMO POR UBICACION (OPCIONES 62-65): EL
      *   REABASTECIMIENTO SURTE LA TIENDA DESDE BODEGA ANTES DE
      *   PROPONER COMPRA. EL TRASPASO QUEDA EN TRANSITO (UBICACION
      *   TRANSI, TRASPASOS-TRANSITO.TXT) HASTA QUE EL DESTINO LO
      *   RECIBE; LO QUE NO LLEGA SE REPORTA COMO EXTRAVIADO.
      * - ESTILOS CON REJILLA DE TALLAS Y COLORES (OPCION 66): CADA
      *   VARIANTE ES UN PRODUCTO CON SU ID, CODIGO DE BARRAS Y
      *   EXISTENCIA; LA CAJA ACEPTA EL CODIGO DEL ESTILO Y MUESTRA
      *   LA REJILLA PARA ESCOGER, Y EL REPORTE DE REORDEN AGREGA LA
      *   REJILLA DE LOS ESTILOS CON TALLAS BAJO EL UMBRAL.
      * - MOTIVO OBLIGATORIO EN TODO AJUSTE DE INVENTARIO (CATALOGO
      *   MOTIVOS-AJUSTE.TXT, OPCION 67): EL CONTEO FISICO, EL CAMBIO
      *   DIRECTO DE CANTIDAD, LA MERMA POR CADUCIDAD Y EL FALTANTE
      *   DE TRASPASO QUEDAN EN AJUSTES-INVENTARIO.TXT CON SU MOTIVO
      *   Y UBICACION PARA EL ANALISIS DE MERMAS. EL CAMBIO DIRECTO
      *   YA NO REPARTE EN TIENDA LO QUE ESTA EN TRANSITO.
      * - INTERES MORATORIO: EL CIERRE DE MES (INTERESES-MORA) CARGA
      *   MOVIMIENTOS I A LA CUENTA DEL CLIENTE; LA OPCION 68 LOS
      *   CONDONA CON AUTORIZACION DE SUPERVISOR (ABONO N). EL SALDO,
      *   LA ANTIGUEDAD Y EL ESTADO DE CUENTA LOS RECONOCEN, Y EL
      *   ESTADO DE CUENTA MUESTRA EL INTERES EN SU PROPIO RENGLON.
      * - PAGO CON CHEQUE (FORMA Q): SOLO CLIENTE REGISTRADO; BANCO,
      *   NUMERO Y FIRMANTE QUEDAN CON EL FOLIO EN CHEQUES.TXT Y EL
      *   CORTE LOS LISTA APARTE DEL EFECTIVO. EL CHEQUE DEVUELTO
      *   (OPCION 69) SE CARGA CON SU COMISION A LA CUENTA DEL
      *   CLIENTE, QUE YA NO PAGA CON CHEQUE HASTA QUE UN SUPERVISOR
      *   LO LIBERE (OPCION 70).
      * - EL CORTE GUARDA EL OPERADOR QUE LO HIZO (CC-OPERADOR) PARA
      *   QUE LAS DIFERENCIAS DE CAJA SE PUEDAN SEGUIR POR PERSONA EN
      *   EL REPORTE DE EXCEPCIONES DE CAJA.
      * - ARQUEO POR DENOMINACION EN EL CORTE: SE CAPTURAN LAS PIEZAS
      *   DE CADA BILLETE Y MONEDA, SE DESCUENTA EL FONDO FIJO DE LA
      *   CAJA (FONDO-FIJO EN LA CONFIGURACION) Y EL DESGLOSE QUEDA
      *   CON EL CIERRE; CC-EFECTIVO ES YA LO QUE VA AL BANCO. SE
      *   IMPRIME LA FICHA DE DEPOSITO (FICHA-DEPOSITO-FECHA-CAJA).
      * - CADA PARTIDA RECIBIDA CONTRA ORDEN QUEDA TAMBIEN EN
      *   RECEPCIONES.TXT CON SU COSTO COBRADO, PARA QUE LA
      *   CONTABILIDAD VALORE LA ENTRADA AL ALMACEN.
      * - EL ALTA DE PROVEEDOR PIDE SU RFC Y TIPO DE TERCERO
      *   (NACIONAL/EXTRANJERO) PARA LA DIOT.
      * - LOS TRAZADOS DE HISTORIAL-PRECIOS.TXT Y DE LA COLA DE
      *   ETIQUETAS PASAN A LOS COPYBOOKS HISTPRECIO Y COLAETIQ: EL
      *   MODO DE PRECIO DE VENTA DE CALCULADORA ESCRIBE LOS MISMOS
      *   REGISTROS AL CAMBIAR UN PRECIO.
      * - CADA OPCION DEL MENU SE REVISA CONTRA LA MATRIZ DE PERMISOS
      *   POR FUNCION DEL OPERADOR EN SESION (PERMISOS.TXT, VER
      *   PERMISO-PROC); LA NEGADA NO CORRE Y QUEDA EN SESIONES.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMERCIO.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HIST-STATUS.

           SELECT ETIQUETA-FILE ASSIGN TO "ETIQUETAS-PENDIENTES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EQ-RP-ID
                                   FILE STATUS EQ-STATUS.

           SELECT ETIQUETA-PRINT ASSIGN TO "ETIQUETAS-ANAQUEL.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS EI-STATUS.

           SELECT ORDEN-FILE ASSIGN TO "ORDENES-COMPRA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AJ-STATUS.

           SELECT RECEPCION-FILE ASSIGN TO "RECEPCIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RE-STATUS.

           SELECT CIERRE-FILE ASSIGN TO "CIERRES-CAJA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS CC-STATUS.

           SELECT PROMO-FILE ASSIGN TO "PROMOCIONES.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS PRO-STATUS.

           SELECT REBAJA-FILE ASSIGN TO "REBAJAS-MERMAS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RM-STATUS.

           SELECT PRECIO-CAJA-FILE ASSIGN TO WKS-NOMBRE-PRECIOS-CAJA
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PC-ID
                                   ALTERNATE RECORD KEY
                                       PC-CODIGO-BARRAS
                                       WITH DUPLICATES
                                   FILE STATUS PC-STATUS.

           SELECT COLA-CAJA-FILE ASSIGN TO WKS-NOMBRE-COLA-CAJA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TF-STATUS.

           SELECT BLOQUE-CAJA-FILE ASSIGN TO WKS-NOMBRE-BLOQUE-CAJA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS BQ-STATUS.

           SELECT RESERVA-FILE ASSIGN TO "FOLIOS-RESERVADOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS FR-DESDE
                                   FILE STATUS FR-STATUS.

           SELECT ENCARGO-FILE ASSIGN TO "ENCARGOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS EC-NUMERO
                                   ALTERNATE RECORD KEY IS EC-REFERENCIA
                                       WITH DUPLICATES
                                   FILE STATUS EC-STATUS.

           SELECT ENCARGO-DET-FILE ASSIGN TO "ENCARGOS-DET.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS ED-LLAVE
                                   FILE STATUS ED-STATUS.

           SELECT EC-KEY-FILE ASSIGN TO "LLAVE-ENCARGOS.TXT"
                                   FILE STATUS ECKEY-STATUS.

           SELECT ENCARGO-ENTRADA-FILE
                                   ASSIGN TO "ENCARGOS-ENTRADA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IE-STATUS.

           SELECT ENCARGO-RECHAZO-FILE
                                   ASSIGN TO "ENCARGOS-RECHAZADOS.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS RX-STATUS.

           SELECT SURTIDO-PRINT ASSIGN TO "LISTA-SURTIDO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS LS-STATUS.

           SELECT ENTREGA-FILE ASSIGN TO "ENTREGAS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS EG-FOLIO
                                   ALTERNATE RECORD KEY IS EG-SALIDA
                                       WITH DUPLICATES
                                   FILE STATUS EG-STATUS.

           SELECT RUTA-KEY-FILE ASSIGN TO "LLAVE-RUTAS.TXT"
                                   FILE STATUS RTKEY-STATUS.

           SELECT HOJA-RUTA-PRINT ASSIGN TO WKS-NOMBRE-RUTA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HR-STATUS.

           SELECT LIQUIDA-FILE ASSIGN TO "LIQUIDACIONES-RUTA.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS LQ-STATUS.

           SELECT SERIADO-FILE ASSIGN TO "PRODUCTOS-SERIE.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS PS-RP-ID
                                   FILE STATUS PS-STATUS.

           SELECT SERIE-FILE ASSIGN TO "SERIES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS NS-LLAVE
                                   ALTERNATE RECORD KEY IS NS-SERIE
                                       WITH DUPLICATES
                                   FILE STATUS NS-STATUS.

           SELECT EMPAQUE-FILE ASSIGN TO "EMPAQUES-COMPRA.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS EM-LLAVE
                                   FILE STATUS EM-STATUS.

           SELECT DESEMPENO-FILE ASSIGN TO "DESEMPENO-PROV.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS DP-PV-ID
                                   FILE STATUS DP-STATUS.

           SELECT OC-PRINT ASSIGN TO WKS-NOMBRE-OC
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS OI-STATUS.

           SELECT COSTO-DESTINO-FILE ASSIGN TO "COSTOS-DESTINO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS GD-STATUS.

           SELECT LISTA-PROV-FILE ASSIGN TO "LISTA-PROVEEDOR.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS LV-STATUS.

           SELECT COSTO-PACTADO-FILE ASSIGN TO "COSTOS-PENDIENTES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS CX-LLAVE
                                   FILE STATUS CX-STATUS.

           SELECT PRECIO-AUT-FILE ASSIGN TO "PRECIOS-POR-AUTORIZAR.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS PB-RP-ID
                                   FILE STATUS PB-STATUS.

           SELECT OC-EDI-FILE ASSIGN TO WKS-NOMBRE-OC-EDI
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS OE-STATUS.

           SELECT AVISO-ENTRADA-FILE ASSIGN TO "AVISO-EMBARQUE.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS AE-STATUS.

           SELECT EMBARQUE-FILE ASSIGN TO "EMBARQUES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS AS-LLAVE
                                   FILE STATUS AS-STATUS.

           SELECT CONSIGNA-FILE ASSIGN TO "CONSIGNACIONES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS CN-RP-ID
                                   FILE STATUS CN-STATUS.

           SELECT TRANSITO-FILE ASSIGN TO "TRASPASOS-TRANSITO.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS TT-FOLIO
                                   ALTERNATE RECORD KEY IS TT-RP-ID
                                       WITH DUPLICATES
                                   FILE STATUS TT-STATUS.

           SELECT TT-KEY-FILE ASSIGN TO "LLAVE-TRASPASOS.TXT"
                                   FILE STATUS TTKEY-STATUS.

           SELECT NIVEL-UBI-FILE ASSIGN TO "NIVELES-UBICACION.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS NU-LLAVE
                                   FILE STATUS NU-STATUS.

           SELECT ESTILO-FILE ASSIGN TO "ESTILOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS ET-CODIGO
                                   FILE STATUS ET-STATUS.

           SELECT VARIANTE-FILE ASSIGN TO "VARIANTES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS VR-LLAVE
                                   ALTERNATE RECORD KEY IS VR-RP-ID
                                   FILE STATUS VR-STATUS.

           SELECT MOTIVO-AJ-FILE ASSIGN TO "MOTIVOS-AJUSTE.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS MA-CODIGO
                                   FILE STATUS MA-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO "CHEQUES.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   LOCK MODE IS AUTOMATIC
                                   RECORD KEY IS CH-FOLIO
                                   FILE STATUS CH-STATUS.

           SELECT DISCREPANCIA-PRINT ASSIGN TO WKS-NOMBRE-DISCREPANCIA
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS DI-STATUS.

           SELECT HOJA-COSTEO-PRINT ASSIGN TO WKS-NOMBRE-COSTEO
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS HC-STATUS.

           SELECT LISTA-PRECIO-FILE ASSIGN TO "LISTA-PRECIOS.TXT"
                                   ORGANIZATION INDEXED
                                   RECORD KEY IS OP-ID
                                   FILE STATUS OP-STATUS.

           SELECT PERMISO-FILE ASSIGN TO "PERMISOS.TXT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PM-LLAVE
                                   FILE STATUS PM-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "TARJETA-COMERCIO.TXT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS TJ-STATUS.

       FD AJUSTE-FILE.
       01 REG-AJUSTE.
           COPY AJUSTE.

      * RECEPCIONES CONTRA ORDEN CON SU COSTO (PARA CONTABILIDAD)
       FD RECEPCION-FILE.
       01 REG-RECEPCION.
           COPY RECEPCION.

       FD CIERRE-FILE.
       01 REG-CIERRE.
      * CAJA QUE CORTO (ESPACIOS EN CIERRES ANTERIORES = CAJA 01);
      * CADA CAJA CIERRA SU DIA POR SEPARADO
           02 CC-CAJA                          PIC X(02).
      * OPERADOR EN SESION AL HACER EL CORTE (ESPACIOS EN CIERRES
      * ANTERIORES)
           02 CC-OPERADOR                      PIC X(10).
      * ARQUEO: FONDO FIJO QUE SE QUEDO EN LA CAJA Y PIEZAS CONTADAS
      * DE CADA DENOMINACION (EN EL ORDEN DE WKS-DEN-VALOR). DESDE EL
      * ARQUEO, CC-EFECTIVO ES LO CONTADO MENOS EL FONDO, ES DECIR LO
      * QUE VA AL BANCO (EN CIERRES ANTERIORES VIENEN EN BLANCO)
           02 CC-FONDO                         PIC 9(07)V9(02).
           02 CC-DESGLOSE.
               03 CC-PIEZAS                    PIC 9(05)
                                               OCCURS 12 TIMES.

       FD EXISTENCIA-FILE.
       01 REG-EXISTENCIA.
      * KARDEX: UN RENGLON POR CADA MOVIMIENTO DE EXISTENCIA.
      * TIPOS: VE=VENTA DE=DEVOLUCION RC=RECEPCION AJ=AJUSTE
      * TR=TRASPASO CA=CANCELACION DE FOLIO AP=RESERVA/LIBERACION
      * DE APARTADO DV=DEVOLUCION A PROVEEDOR MR=MERMA POR CADUCIDAD
      * EN=RESERVA/LIBERACION DE ENCARGO CO=COSTO EN DESTINO (SIN
      * PIEZAS, SOLO CAMBIA EL COSTO PROMEDIO)
       FD KARDEX-FILE.
       01 REG-KARDEX.
           02 KX-FECHA                         PIC 9(08).
           02 PM-MODO                          PIC X(01).
           02 PM-VALOR                         PIC 9(05)V9(02).

      * BITACORA DE REBAJAS POR CADUCIDAD Y MERMAS DE LOTES CADUCOS
       FD REBAJA-FILE.
       01 REG-REBAJA.
           COPY REBAJAMERMA.

      * FOTO DE PRECIOS DE LA CAJA: COPIA DEL MAESTRO TOMADA AL
      * ARRANCAR EN LINEA; FUERA DE LINEA SE VENDE CON ELLA
       FD PRECIO-CAJA-FILE.
       01 REG-PRECIO-CAJA.
           COPY PRODUCTO REPLACING LEADING ==RP== BY ==PC==.

      * COLA DE PARTIDAS VENDIDAS FUERA DE LINEA, PENDIENTES DE
      * APLICAR; EL PRECIO ES EL DE LA FOTO AL MOMENTO DE LA VENTA
       FD COLA-CAJA-FILE.
       01 REG-COLA-CAJA.
           02 TF-FOLIO                         PIC 9(10).
           02 TF-PARTIDA                       PIC 9(03).
           02 TF-FECHA                         PIC 9(08).
           02 TF-HORA                          PIC 9(06).
           02 TF-RP-ID                         PIC 9(10).
           02 TF-CANTIDAD                      PIC 9(07)V9(03).
           02 TF-PRECIO                        PIC 9(05)V9(02).
           02 TF-CLIENTE-ID                    PIC 9(10).
           02 TF-FORMA-PAGO                    PIC X(01).
           02 TF-VENDEDOR                      PIC X(10).
           02 TF-CAJA                          PIC X(02).

      * BLOQUE DE FOLIOS VIGENTE DE LA CAJA (UN SOLO RENGLON, LOCAL
      * PARA QUE SE PUEDA LEER AUNQUE NO HAYA RED)
       FD BLOQUE-CAJA-FILE.
       01 REG-BLOQUE-CAJA.
           02 BQ-DESDE                         PIC 9(10).
           02 BQ-HASTA                         PIC 9(10).
           02 BQ-SIGUIENTE                     PIC 9(10).

       FD RESERVA-FILE.
       01 REG-RESERVA.
           COPY FOLIORES.

      * ENCARGOS POR TELEFONO Y WEB: LA RESERVA SALE DE LA EXISTENCIA
      * VENDIBLE AL IMPORTAR Y REGRESA AL ENTREGAR O AL VENCER.
      * EC-ORIGEN: T = TELEFONO/WHATSAPP, W = WEB. EC-ESTADO:
      * R = RESERVADO, V = ENTREGADO (EC-FOLIO), L = LIBERADO POR
      * NO RECOGERSE ANTES DE EC-VENCE
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

       FD ENCARGO-DET-FILE.
       01 REG-ENCARGO-DET.
           02 ED-LLAVE.
               03 ED-NUMERO                    PIC 9(10).
               03 ED-PARTIDA                   PIC 9(03).
           02 ED-RP-ID                         PIC 9(10).
           02 ED-CANTIDAD                      PIC 9(07)V9(03).
           02 ED-PRECIO                        PIC 9(05)V9(02).

       FD EC-KEY-FILE.
       01 REG-LLAVE-EC                         PIC 9(10).

      * ENTRADA DE ENCARGOS (TRAZADO FIJO QUE LLENAN LA CAPTURA DE
      * WHATSAPP Y LA FORMA WEB): UN RENGLON POR PARTIDA, LAS DEL
      * MISMO ENCARGO SEGUIDAS CON LA MISMA REFERENCIA. IE-CODIGO
      * ES EL CODIGO DE BARRAS O EL RP-ID
       FD ENCARGO-ENTRADA-FILE.
       01 REG-ENCARGO-ENTRADA.
           02 IE-REFERENCIA                    PIC X(12).
           02 IE-ORIGEN                        PIC X(01).
           02 IE-CLIENTE-ID                    PIC 9(10).
           02 IE-CODIGO                        PIC X(13).
           02 IE-CANTIDAD                      PIC 9(07)V9(03).
           02 IE-FECHA-RECOGE                  PIC 9(08).

      * PARTIDAS RECHAZADAS AL IMPORTAR (SOLO SE AGREGA), CON EL
      * TELEFONO DEL CLIENTE PARA DEVOLVERLE LA LLAMADA
       FD ENCARGO-RECHAZO-FILE.
       01 REG-ENCARGO-RECHAZO.
           02 RX-FECHA                         PIC 9(08).
           02 RX-REFERENCIA                    PIC X(12).
           02 RX-CLIENTE-ID                    PIC 9(10).
           02 RX-TELEFONO                      PIC 9(10).
           02 RX-CODIGO                        PIC X(13).
           02 RX-CANTIDAD                      PIC 9(07)V9(03).
           02 RX-MOTIVO                        PIC X(30).

       FD SURTIDO-PRINT.
       01 REG-SURTIDO                          PIC X(80).

      * ENTREGAS A DOMICILIO, UNA POR FOLIO DE VENTA. EG-COBRAR ES LO
      * QUE EL REPARTIDOR COBRA AL ENTREGAR (0 = TICKET YA PAGADO EN
      * CAJA). EG-ESTADO: P = PENDIENTE DE SALIR, R = EN RUTA (SALIDA
      * EG-SALIDA CON EL REPARTIDOR EG-REPARTIDOR), E = ENTREGADO,
      * X = RECHAZADO Y DEVUELTO AL INVENTARIO; LA REPROGRAMADA
      * REGRESA A P Y SUMA UNO A EG-INTENTOS
       FD ENTREGA-FILE.
       01 REG-ENTREGA.
           02 EG-FOLIO                         PIC 9(10).
           02 EG-FECHA                         PIC 9(08).
           02 EG-CLIENTE-ID                    PIC 9(10).
           02 EG-DOMICILIO                     PIC X(50).
           02 EG-TELEFONO                      PIC 9(10).
           02 EG-COBRAR                        PIC 9(11)V9(02).
           02 EG-REPARTIDOR                    PIC X(10).
           02 EG-SALIDA                        PIC 9(10).
           02 EG-ESTADO                        PIC X(01).
           02 EG-INTENTOS                      PIC 9(02).
           02 EG-CAJA                          PIC X(02).

       FD RUTA-KEY-FILE.
       01 REG-LLAVE-RT                         PIC 9(10).

       FD HOJA-RUTA-PRINT.
       01 REG-HOJA-RUTA                        PIC X(80).

      * LIQUIDACION DE CADA SALIDA DE REPARTO (SOLO SE AGREGA): LO
      * QUE DEBIA TRAER EL REPARTIDOR, LO QUE ENTREGO EN LA CAJA Y LA
      * DIFERENCIA (NEGATIVA = FALTANTE A CARGO DEL REPARTIDOR)
       FD LIQUIDA-FILE.
       01 REG-LIQUIDA.
           02 LQ-FECHA                         PIC 9(08).
           02 LQ-HORA                          PIC 9(06).
           02 LQ-CAJA                          PIC X(02).
           02 LQ-SALIDA                        PIC 9(10).
           02 LQ-REPARTIDOR                    PIC X(10).
           02 LQ-ESPERADO                      PIC 9(11)V9(02).
           02 LQ-ENTREGADO                     PIC 9(11)V9(02).
           02 LQ-DIFERENCIA                    PIC S9(11)V9(02)
                                               SIGN LEADING SEPARATE.

      * PRODUCTOS CON CONTROL POR NUMERO DE SERIE (APARATOS Y
      * ELECTRONICA): TENER RENGLON AQUI ES ESTAR MARCADO; LA
      * GARANTIA CORRE PS-MESES-GARANTIA DESDE LA FECHA DE VENTA
       FD SERIADO-FILE.
       01 REG-SERIADO.
           02 PS-RP-ID                         PIC 9(10).
           02 PS-MESES-GARANTIA                PIC 9(03).

      * UNA PIEZA POR NUMERO DE SERIE. NS-ESTADO: D = EN EXISTENCIA,
      * V = VENDIDA (NS-FOLIO/NS-PARTIDA, NS-CLIENTE-ID Y
      * NS-FECHA-VENTA), P = DEVUELTA AL PROVEEDOR (NOTA NS-NC). LA
      * QUE EL CLIENTE DEVUELVE REGRESA A D CON NS-FECHA-DEVOL Y
      * CONSERVA LOS DATOS DE SU ULTIMA VENTA
       FD SERIE-FILE.
       01 REG-SERIE.
           02 NS-LLAVE.
               03 NS-RP-ID                     PIC 9(10).
               03 NS-SERIE                     PIC X(20).
           02 NS-ESTADO                        PIC X(01).
           02 NS-FECHA-ENTRADA                 PIC 9(08).
           02 NS-OC                            PIC 9(10).
           02 NS-FOLIO                         PIC 9(10).
           02 NS-PARTIDA                       PIC 9(03).
           02 NS-CLIENTE-ID                    PIC 9(10).
           02 NS-FECHA-VENTA                   PIC 9(08).
           02 NS-FECHA-DEVOL                   PIC 9(08).
           02 NS-NC                            PIC 9(10).

      * EMPAQUE DE COMPRA: EL PROVEEDOR VENDE EM-UNIDAD (CAJA,
      * PAQUETE) DE EM-PIEZAS PIEZAS CON SU PROPIO CODIGO. LA ORDEN
      * (ORDEN-DET) SIGUE GUARDANDO PIEZAS Y COSTO POR PIEZA; EL
      * EMPAQUE SOLO CONVIERTE AL SUGERIR, IMPRIMIR Y RECIBIR
       FD EMPAQUE-FILE.
       01 REG-EMPAQUE.
           02 EM-LLAVE.
               03 EM-RP-ID                     PIC 9(10).
               03 EM-PV-ID                     PIC 9(10).
           02 EM-UNIDAD                        PIC X(08).
           02 EM-PIEZAS                        PIC 9(05).
           02 EM-CODIGO-PROV                   PIC X(15).

       FD DESEMPENO-FILE.
       01 REG-DESEMPENO.
           COPY DESEMPENO.

       FD OC-PRINT.
       01 REG-OC-PRINT                         PIC X(80).

      * CARGOS ADICIONALES (FLETE, ADUANA, MANIOBRAS) YA APLICADOS AL
      * COSTO DE UNA ORDEN. GD-METODO: V = POR VALOR, P = POR PESO,
      * C = POR CANTIDAD. SOLO SE AGREGA
       FD COSTO-DESTINO-FILE.
       01 REG-COSTO-DESTINO.
           02 GD-OC                            PIC 9(10).
           02 GD-FECHA                         PIC 9(08).
           02 GD-CONCEPTO                      PIC X(20).
           02 GD-IMPORTE                       PIC 9(09)V9(02).
           02 GD-METODO                        PIC X(01).
           02 GD-OPERADOR                      PIC X(10).

      * LISTA DE COSTOS QUE MANDA EL PROVEEDOR (TRAZADO FIJO, UN
      * RENGLON POR ARTICULO). LV-CODIGO ES EL CODIGO DEL PROVEEDOR
      * (EM-CODIGO-PROV), EL CODIGO DE BARRAS O EL RP-ID
       FD LISTA-PROV-FILE.
       01 REG-LISTA-PROV.
           02 LV-PV-ID                         PIC 9(10).
           02 LV-CODIGO                        PIC X(15).
           02 LV-COSTO                         PIC 9(05)V9(02).
           02 LV-VIGENCIA                      PIC 9(08).

      * COSTO PACTADO CON EL PROVEEDOR A PARTIR DE CX-VIGENCIA; LA
      * ORDEN DE COMPRA LO PROPONE DESDE ESA FECHA. CX-ANTERIOR ES EL
      * COSTO CONTRA EL QUE SE REVISO AL IMPORTAR
       FD COSTO-PACTADO-FILE.
       01 REG-COSTO-PACTADO.
           02 CX-LLAVE.
               03 CX-RP-ID                     PIC 9(10).
               03 CX-PV-ID                     PIC 9(10).
           02 CX-COSTO                         PIC 9(05)V9(02).
           02 CX-VIGENCIA                      PIC 9(08).
           02 CX-ANTERIOR                      PIC 9(05)V9(02).
           02 CX-FECHA-ALTA                    PIC 9(08).
           02 CX-OPERADOR                      PIC X(10).

      * PRECIOS QUE CONSERVAN EL MARGEN ANTE UN COSTO NUEVO, EN ESPERA
      * DE QUE UN SUPERVISOR LOS APLIQUE (SE BORRAN AL APLICAR O
      * DESCARTAR)
       FD PRECIO-AUT-FILE.
       01 REG-PRECIO-AUT.
           02 PB-RP-ID                         PIC 9(10).
           02 PB-PV-ID                         PIC 9(10).
           02 PB-PRECIO-ANTERIOR               PIC 9(05)V9(02).
           02 PB-PRECIO-NUEVO                  PIC 9(05)V9(02).
           02 PB-FECHA                         PIC 9(08).
           02 PB-OPERADOR                      PIC X(10).

      * ORDEN ELECTRONICA PARA EL PROVEEDOR (SOLO SE AGREGA; SE MANDA
      * POR CORREO O SE SUBE A SU PORTAL): UN ENCABEZADO "H" POR ORDEN
      * SEGUIDO DE UN RENGLON "D" POR PARTIDA. OE-D-CANTIDAD VA EN
      * PIEZAS Y OE-D-CANT-UNIDAD EN SU UNIDAD DE COMPRA
       FD OC-EDI-FILE.
       01 REG-OC-EDI-ENC.
           02 OE-TIPO                          PIC X(01).
           02 OE-OC-NUMERO                     PIC 9(10).
           02 OE-PV-ID                         PIC 9(10).
           02 OE-FECHA                         PIC 9(08).
           02 OE-FECHA-ESPERADA                PIC 9(08).
           02 OE-PARTIDAS                      PIC 9(03).
           02 FILLER                           PIC X(60).
       01 REG-OC-EDI-DET.
           02 OE-D-TIPO                        PIC X(01).
           02 OE-D-OC-NUMERO                   PIC 9(10).
           02 OE-D-PARTIDA                     PIC 9(03).
           02 OE-D-RP-ID                       PIC 9(10).
           02 OE-D-CODIGO-PROV                 PIC X(15).
           02 OE-D-CODIGO-BARRAS               PIC X(13).
           02 OE-D-CANTIDAD                    PIC 9(07)V9(03).
           02 OE-D-UNIDAD                      PIC X(08).
           02 OE-D-CANT-UNIDAD                 PIC 9(07)V9(03).
           02 OE-D-COSTO                       PIC 9(05)V9(02).
           02 FILLER                           PIC X(13).

      * AVISO DE EMBARQUE DEL PROVEEDOR (TRAZADO FIJO, UN RENGLON POR
      * PRODUCTO Y LOTE). AE-CODIGO ES EL CODIGO DEL PROVEEDOR, EL
      * CODIGO DE BARRAS O EL RP-ID; AE-CANTIDAD VA EN PIEZAS;
      * AE-CADUCIDAD EN CEROS SI LA MERCANCIA NO ES FECHADA
       FD AVISO-ENTRADA-FILE.
       01 REG-AVISO-ENTRADA.
           02 AE-OC-NUMERO                     PIC 9(10).
           02 AE-CODIGO                        PIC X(15).
           02 AE-CANTIDAD                      PIC 9(07)V9(03).
           02 AE-LOTE                          PIC X(10).
           02 AE-CADUCIDAD                     PIC 9(08).

      * LO QUE EL PROVEEDOR DICE QUE MANDO, POR ORDEN, PRODUCTO Y
      * LOTE. AS-CANT-RECIBIDA LA LLENA LA RECEPCION. AS-ESTADO:
      * P = POR RECIBIR, C = CERRADO (YA SALIO EN LAS DISCREPANCIAS)
       FD EMBARQUE-FILE.
       01 REG-EMBARQUE.
           02 AS-LLAVE.
               03 AS-OC-NUMERO                 PIC 9(10).
               03 AS-RP-ID                     PIC 9(10).
               03 AS-LOTE                      PIC X(10).
           02 AS-CADUCIDAD                     PIC 9(08).
           02 AS-CANT-ENVIADA                  PIC 9(07)V9(03).
           02 AS-CANT-RECIBIDA                 PIC 9(07)V9(03).
           02 AS-FECHA-AVISO                   PIC 9(08).
           02 AS-ESTADO                        PIC X(01).
               88 AS-POR-RECIBIR               VALUE "P".
               88 AS-CERRADO                   VALUE "C".

       FD CONSIGNA-FILE.
       01 REG-CONSIGNA.
           COPY CONSIGNA.

       FD TRANSITO-FILE.
       01 REG-TRANSITO.
           02 TT-FOLIO                         PIC 9(10).
           02 TT-RP-ID                         PIC 9(10).
           02 TT-ORIGEN                        PIC X(06).
           02 TT-DESTINO                       PIC X(06).
           02 TT-CANTIDAD                      PIC 9(07)V9(03).
           02 TT-CANT-RECIBIDA                 PIC 9(07)V9(03).
           02 TT-FECHA-ENVIO                   PIC 9(08).
           02 TT-FECHA-RECIBO                  PIC 9(08).
           02 TT-ESTADO                        PIC X(01).
               88 TT-ENVIADO                   VALUE "E".
               88 TT-RECIBIDO                  VALUE "R".
               88 TT-PERDIDO                   VALUE "P".

       FD TT-KEY-FILE.
       01 REG-LLAVE-TT                         PIC 9(10).

       FD NIVEL-UBI-FILE.
       01 REG-NIVEL-UBI.
           02 NU-LLAVE.
               03 NU-RP-ID                     PIC 9(10).
               03 NU-UBICACION                 PIC X(06).
           02 NU-MINIMO                        PIC 9(07)V9(03).
           02 NU-MAXIMO                        PIC 9(07)V9(03).

       FD ESTILO-FILE.
       01 REG-ESTILO.
           COPY ESTILO.

       FD VARIANTE-FILE.
       01 REG-VARIANTE.
           COPY VARIANTE.

       FD MOTIVO-AJ-FILE.
       01 REG-MOTIVO-AJ.
           COPY MOTIVOAJ.

       FD CHEQUE-FILE.
       01 REG-CHEQUE.
           COPY CHEQUE.

       FD DISCREPANCIA-PRINT.
       01 REG-DISCREPANCIA                     PIC X(80).

       FD HOJA-COSTEO-PRINT.
       01 REG-HOJA-COSTEO                      PIC X(80).

      * LISTA DE PRECIOS POR NIVEL DE CLIENTE (VER RC-NIVEL-PRECIO):
      * UN RENGLON POR PRODUCTO Y NIVEL; SIN RENGLON SE COBRA EL
      * RP-PRECIO DE SIEMPRE
       01 REG-OPERADOR.
           COPY OPERADOR.

       FD PERMISO-FILE.
       01 REG-PERMISO.
           COPY PERMISO.

      * TARJETA DE CONTROL DEL MODO LOTE: UN COMANDO POR RENGLON
      * (VALOR-INVENTARIO / REPORTE-REORDEN <UMBRAL> /
      * ETIQUETAS-PROMO / ETIQUETAS-PENDIENTES); SI EL ARCHIVO
      * EXISTE AL ARRANCAR, EL PROGRAMA CORRE SIN MENU Y ESCRIBE SU
      * SALIDA EN SALIDA-COMERCIO.TXT
       FD TARJETA-FILE.
           02 TP-ORIGEN                        PIC X(06).
           02 TP-DESTINO                       PIC X(06).
           02 TP-CANTIDAD                      PIC 9(07)V9(03).
      * E = SALIDA A TRANSITO, R = RECEPCION EN DESTINO
           02 TP-FOLIO                         PIC 9(10).
           02 TP-MOVIMIENTO                    PIC X(01).

       FD BACKUP-FILE.
       01 REG-BACKUP                           PIC X(200).

       FD HIST-PRECIO-FILE.
       01 REG-HIST-PRECIO.
           COPY HISTPRECIO.

      * COLA DE ETIQUETAS DE ANAQUEL (VER COLAETIQ)
       FD ETIQUETA-FILE.
       01 REG-ETIQUETA.
           COPY COLAETIQ.

       FD ETIQUETA-PRINT.
       01 REG-ETIQUETA-PRINT                   PIC X(40).

       WORKING-STORAGE SECTION.


      * CORTE DE CAJA
       77 CC-STATUS               PIC X(02).
       77 RE-STATUS               PIC X(02).
       77 WKS-FIN-CIERRES         PIC X(01) VALUE "N".
           88 WKS-EOF-CIERRES     VALUE "S".
       77 WKS-DIA-CERRADO         PIC X(01) VALUE "N".
       77 WKS-EFECTIVO-CONTADO    PIC 9(13)V9(02).
       77 WKS-DIFERENCIA-CAJA     PIC S9(13)V9(02).
       77 WKS-DIF-CAJA-FORMAT     PIC -Z(12)9.99.
      * ARQUEO POR DENOMINACION (DE MAYOR A MENOR) Y FONDO FIJO
       01 WKS-DEN-VALORES.
           02 FILLER              PIC 9(04)V9(02) VALUE 1000.
           02 FILLER              PIC 9(04)V9(02) VALUE 500.
           02 FILLER              PIC 9(04)V9(02) VALUE 200.
           02 FILLER              PIC 9(04)V9(02) VALUE 100.
           02 FILLER              PIC 9(04)V9(02) VALUE 50.
           02 FILLER              PIC 9(04)V9(02) VALUE 20.
           02 FILLER              PIC 9(04)V9(02) VALUE 20.
           02 FILLER              PIC 9(04)V9(02) VALUE 10.
           02 FILLER              PIC 9(04)V9(02) VALUE 5.
           02 FILLER              PIC 9(04)V9(02) VALUE 2.
           02 FILLER              PIC 9(04)V9(02) VALUE 1.
           02 FILLER              PIC 9(04)V9(02) VALUE 0.50.
       01 WKS-DEN-VALORES-R REDEFINES WKS-DEN-VALORES.
           02 WKS-DEN-VALOR       PIC 9(04)V9(02) OCCURS 12 TIMES.
       01 WKS-DEN-NOMBRES.
           02 FILLER              PIC X(12) VALUE "BILLETE 1000".
           02 FILLER              PIC X(12) VALUE "BILLETE 500".
           02 FILLER              PIC X(12) VALUE "BILLETE 200".
           02 FILLER              PIC X(12) VALUE "BILLETE 100".
           02 FILLER              PIC X(12) VALUE "BILLETE 50".
           02 FILLER              PIC X(12) VALUE "BILLETE 20".
           02 FILLER              PIC X(12) VALUE "MONEDA 20".
           02 FILLER              PIC X(12) VALUE "MONEDA 10".
           02 FILLER              PIC X(12) VALUE "MONEDA 5".
           02 FILLER              PIC X(12) VALUE "MONEDA 2".
           02 FILLER              PIC X(12) VALUE "MONEDA 1".
           02 FILLER              PIC X(12) VALUE "MONEDA 0.50".
       01 WKS-DEN-NOMBRES-R REDEFINES WKS-DEN-NOMBRES.
           02 WKS-DEN-NOMBRE      PIC X(12) OCCURS 12 TIMES.
       01 WKS-DEN-CONTEO.
           02 WKS-DEN-PIEZAS      PIC 9(05) OCCURS 12 TIMES.
       01 WKS-DEN-FONDO.
           02 WKS-DEN-FONDO-PZ    PIC 9(05) OCCURS 12 TIMES.
       77 WKS-IDX-DEN             PIC 9(02).
       77 WKS-DEN-CABEN           PIC 9(05).
       77 WKS-DEN-BANCO-PZ        PIC 9(05).
       77 WKS-DEN-IMPORTE         PIC 9(11)V9(02).
       77 WKS-FONDO-POR-ARMAR     PIC 9(07)V9(02).
       77 WKS-EFECTIVO-DEPOSITO   PIC 9(13)V9(02).
       77 WKS-DEN-PZ-FORMAT       PIC ZZZZ9.
       77 WKS-DEN-IMP-FORMAT      PIC Z(8)9.99.
       77 WKS-HORA-HOY            PIC 9(08).
      * HORA DEL FOLIO EN CURSO, SELLADA EN TR-HORA DE CADA PARTIDA
       77 WKS-HORA-FOLIO          PIC 9(08).

      * VALUACION A COSTO Y REPORTE DE MARGENES
       77 WKS-VALOR-COSTO-RENGLON PIC 9(15)V9(02).
       77 WKS-VAL-BODEGA          PIC 9(15)V9(02).
       77 WKS-VAL-COSTO-TIENDA    PIC 9(15)V9(02).
       77 WKS-VAL-COSTO-BODEGA    PIC 9(15)V9(02).
       77 WKS-VAL-TRANSITO        PIC 9(15)V9(02).
       77 WKS-VAL-COSTO-TRANSITO  PIC 9(15)V9(02).

      * CATEGORIAS Y RESUMEN POR CATEGORIA
       77 CAT-STATUS              PIC X(02).
      * LAS CANCELACIONES Y LOS AJUSTES DE CONTEO SE AUTORIZAN CONTRA
      * EL MAESTRO DE OPERADORES (ROL SUPERVISOR)
           COPY OPLOG-WS.
           COPY PERMISO-WS.
       77 WKS-VOIDS-DIA           PIC 9(05).

      * MODO LOTE (TARJETA DE CONTROL)
               03 WKS-TK-DESCUENTO    PIC 9(11)V9(02).
      * ESTADO DE LA PARTIDA (SOLO LO USA LA REIMPRESION DE TICKETS)
               03 WKS-TK-ESTADO       PIC X(01).
      * SERIE ESCOGIDA EN LA CAJA (PRODUCTOS CON NUMERO DE SERIE)
               03 WKS-TK-SERIE        PIC X(20).
       77 WKS-NUM-LINEAS          PIC 9(02) VALUE 0.
       77 WKS-IDX-TK              PIC 9(02).
       77 WKS-IDX-TK-2            PIC 9(02).
       77 WKS-ABONO-IMPORTE       PIC 9(11)V9(02).
       77 WKS-CREDITO-DIA         PIC 9(13)V9(02).
       77 WKS-TARJETA-DIA         PIC 9(13)V9(02).
       77 WKS-INTERES-ESTADO      PIC S9(13)V9(02).

      * CONDONACION DE INTERES MORATORIO
       77 WKS-CONDONA-MES         PIC 9(06).
       77 WKS-CONDONA-IMPORTE     PIC 9(11)V9(02).
       77 WKS-REF-CONDONA         PIC X(12).
       77 WKS-CONDONA-YA-SW       PIC X(01) VALUE "N".
           88 WKS-CONDONA-YA      VALUE "S".

      * PAGO CON CHEQUE: DATOS QUE SE CAPTURAN AL COBRAR Y SE GRABAN
      * CON EL FOLIO EN CHEQUES.TXT; CHEQUES DEVUELTOS Y SU VETO
       77 CH-STATUS               PIC X(02).
       77 WKS-CHQ-BANCO           PIC X(15).
       77 WKS-CHQ-NUMERO          PIC X(10).
       77 WKS-CHQ-LIBRADOR        PIC X(40).
       77 WKS-CHQ-IMPORTE         PIC 9(11)V9(02).
       77 WKS-CHEQUE-DIA          PIC 9(13)V9(02).
       77 WKS-CHQ-FOLIO           PIC 9(10).
       77 WKS-CHQ-CLIENTE         PIC 9(10).
       77 WKS-CHQ-VETADOS         PIC 9(03).
       77 WKS-CHQ-LIBERADOS       PIC 9(03).
       77 WKS-CHQ-MODO            PIC X(01).
           88 WKS-CHQ-SOLO-CONTAR VALUE "C".
           88 WKS-CHQ-LIBERAR     VALUE "L".
       77 WKS-FIN-CHEQUES         PIC X(01) VALUE "N".
           88 WKS-EOF-CHEQUES     VALUE "S".

      * CORTE CONSOLIDADO DE TODAS LAS CAJAS
       77 WKS-FECHA-CONSOL        PIC 9(08).
       77 WKS-VALOR-LOTES-TOT     PIC 9(15)V9(02).
       77 WKS-LOTES-LISTADOS      PIC 9(05).

      * REBAJA AUTOMATICA POR CADUCIDAD Y MERMA DE LOTES CADUCOS
       77 RM-STATUS               PIC X(02).
       77 WKS-RB-PRODUCTO         PIC 9(10).
       77 WKS-RB-CAD-MIN          PIC 9(08).
       77 WKS-RB-LOTE-MIN         PIC X(10).
       77 WKS-RB-CANT-MIN         PIC 9(07)V9(03).
       77 WKS-RB-PORCENTAJE       PIC 9(03)V9(02).
       77 WKS-RB-VIGENTE-SW       PIC X(01) VALUE "N".
           88 WKS-RB-YA-VIGENTE   VALUE "S".
       77 WKS-RB-CANT-MERMA       PIC 9(07)V9(03).
       77 WKS-RB-REBAJADOS        PIC 9(05).
       77 WKS-RB-MERMADOS         PIC 9(05).
       77 WKS-RB-VALOR-MERMA      PIC 9(13)V9(02).

      * CAJA FUERA DE LINEA: FOTO DE PRECIOS, BLOQUE DE FOLIOS Y COLA
      * DE TICKETS POR CAJA, PARA QUE VARIAS CAJAS NO SE PISEN
       77 PC-STATUS               PIC X(02).
       77 TF-STATUS               PIC X(02).
       77 BQ-STATUS               PIC X(02).
       77 FR-STATUS               PIC X(02).
       01 WKS-NOMBRE-PRECIOS-CAJA.
           02 FILLER              PIC X(13) VALUE "PRECIOS-CAJA-".
           02 WKS-NPC-CAJA        PIC X(02) VALUE "01".
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-NOMBRE-COLA-CAJA.
           02 FILLER              PIC X(13) VALUE "TICKETS-CAJA-".
           02 WKS-NTC-CAJA        PIC X(02) VALUE "01".
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-NOMBRE-BLOQUE-CAJA.
           02 FILLER              PIC X(12) VALUE "FOLIOS-CAJA-".
           02 WKS-NBC-CAJA        PIC X(02) VALUE "01".
           02 FILLER              PIC X(04) VALUE ".TXT".
       77 WKS-FUERA-LINEA-SW      PIC X(01) VALUE "N".
           88 WKS-FUERA-DE-LINEA  VALUE "S".
       77 WKS-FL-APLICANDO-SW     PIC X(01) VALUE "N".
           88 WKS-FL-APLICANDO    VALUE "S".
       77 WKS-FL-NUEVO-SW         PIC X(01) VALUE "N".
           88 WKS-FL-TICKET-NUEVO VALUE "S".
       77 WKS-FIN-COLA-FL         PIC X(01) VALUE "N".
           88 WKS-EOF-COLA-FL     VALUE "S".
       77 WKS-FL-RESTANTES        PIC 9(10).
       77 WKS-FL-BLOQUE-ANT       PIC 9(10).
       77 WKS-FL-PENDIENTES       PIC 9(05).
       77 WKS-FL-FOLIO-ANT        PIC 9(10).
       77 WKS-FL-ULTIMO           PIC 9(10).
       77 WKS-FL-TICKETS          PIC 9(05).
       77 WKS-FL-PARTIDAS         PIC 9(05).
       77 WKS-FL-YA-APLICADAS     PIC 9(05).
       77 WKS-FL-AVISOS-PRECIO    PIC 9(05).
       77 WKS-FL-AVISOS-EXIST     PIC 9(05).
       77 WKS-FL-AVISOS-OTROS     PIC 9(05).
       77 WKS-FL-FALTANTE         PIC 9(07)V9(03).
       77 WKS-FL-CANT-FORMAT      PIC Z(06)9.999.
       77 WKS-FL-PRECIO-FORMAT    PIC Z(04)9.99.
       77 WKS-FL-PRECIO-FORMAT-2  PIC Z(04)9.99.

      * ENCARGOS POR TELEFONO Y WEB
       77 EC-STATUS               PIC X(02).
       77 ED-STATUS               PIC X(02).
       77 ECKEY-STATUS            PIC X(02).
       77 IE-STATUS               PIC X(02).
       77 RX-STATUS               PIC X(02).
       77 LS-STATUS               PIC X(02).
       77 WKS-EC-ACTUAL           PIC 9(10).
       77 WKS-EC-BUSCADO          PIC 9(10).
       77 WKS-EC-CAPTURA          PIC X(12).
       77 WKS-EC-REF-ANT          PIC X(12).
       77 WKS-EC-ORIGEN           PIC X(01).
       77 WKS-EC-CLIENTE          PIC 9(10).
       77 WKS-EC-TELEFONO         PIC 9(10).
       77 WKS-EC-RECOGE           PIC 9(08).
       77 WKS-EC-MOTIVO           PIC X(30).
       77 WKS-EC-MOTIVO-LINEA     PIC X(30).
       77 WKS-EC-ENTERO           PIC 9(07).
       77 WKS-EC-IMPORTADOS       PIC 9(05).
       77 WKS-EC-RENGLONES        PIC 9(05).
       77 WKS-EC-RECHAZADOS       PIC 9(05).
       77 WKS-EC-LIBERADOS        PIC 9(05).
       77 WKS-EC-HALLADO-SW       PIC X(01) VALUE "N".
           88 WKS-EC-HALLADO      VALUE "S".
       77 WKS-FIN-ENTRADA-EC      PIC X(01) VALUE "N".
           88 WKS-EOF-ENTRADA-EC  VALUE "S".
       77 WKS-FIN-EC              PIC X(01) VALUE "N".
           88 WKS-EOF-EC          VALUE "S".
       77 WKS-FIN-EC-DET          PIC X(01) VALUE "N".
           88 WKS-EOF-EC-DET      VALUE "S".

      * REPARTO A DOMICILIO
       77 EG-STATUS               PIC X(02).
       77 RTKEY-STATUS            PIC X(02).
       77 HR-STATUS               PIC X(02).
       77 LQ-STATUS               PIC X(02).
       01 WKS-NOMBRE-RUTA.
           02 FILLER              PIC X(10) VALUE "HOJA-RUTA-".
           02 WKS-RUTA-SALIDA     PIC 9(10) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-TABLA-SALIDA.
           02 WKS-RT-FOLIO-T      PIC 9(10) OCCURS 100 TIMES.
       77 WKS-RT-NUM-FOLIOS       PIC 9(03).
       77 WKS-RT-IDX              PIC 9(03).
       77 WKS-RT-SALIDA           PIC 9(10).
       77 WKS-RT-REPARTIDOR       PIC X(10).
       77 WKS-RT-NOMBRE           PIC X(30).
       77 WKS-RT-FOLIO            PIC 9(10).
       77 WKS-RT-FECHA            PIC 9(08).
       77 WKS-RT-CLIENTE          PIC 9(10).
       77 WKS-RT-DOMICILIO        PIC X(50).
       77 WKS-RT-TELEFONO         PIC 9(10).
       77 WKS-RT-COBRAR           PIC 9(11)V9(02).
       77 WKS-RT-ESPERADO         PIC 9(11)V9(02).
       77 WKS-RT-ENTREGADO        PIC 9(11)V9(02).
       77 WKS-RT-DIFERENCIA       PIC S9(11)V9(02).
       77 WKS-RT-ENTREGAS         PIC 9(03).
       77 WKS-RT-RECHAZOS         PIC 9(03).
       77 WKS-RT-REPROGRAMADAS    PIC 9(03).
       77 WKS-RT-RESULTADO        PIC X(01).
           88 WKS-RT-RESULTADO-OK VALUE "E" "X" "G".
       77 WKS-RT-REPARTIDOR-SW    PIC X(01) VALUE "N".
           88 WKS-RT-REPARTIDOR-OK VALUE "S".
       77 WKS-FIN-EG              PIC X(01) VALUE "N".
           88 WKS-EOF-EG          VALUE "S".
       77 WKS-FIN-LIQUIDA         PIC X(01) VALUE "N".
           88 WKS-EOF-LIQUIDA     VALUE "S".
      * LA DEVOLUCION DE UN RECHAZO CONTRA ENTREGA NO SALE DEL CAJON:
      * SE GRABA CON FORMA R Y NO OFRECE REEMBOLSO
       77 WKS-RECHAZO-CE-SW       PIC X(01) VALUE "N".
           88 WKS-RECHAZO-CONTRA-ENTREGA VALUE "S".
       77 WKS-CONTRA-ENTREGA-DIA  PIC S9(13)V9(02).
       77 WKS-FALTANTE-REPARTO    PIC 9(13)V9(02).

      * NUMEROS DE SERIE Y GARANTIA
       77 PS-STATUS               PIC X(02).
       77 NS-STATUS               PIC X(02).
       77 WKS-SERIADO-SW          PIC X(01) VALUE "N".
           88 WKS-PRODUCTO-SERIADO VALUE "S".
       77 WKS-NS-VALIDA-SW        PIC X(01) VALUE "N".
           88 WKS-NS-VALIDA       VALUE "S".
       77 WKS-NS-COMPLETAS-SW     PIC X(01) VALUE "N".
           88 WKS-NS-COMPLETAS    VALUE "S".
      * EN LA ALTA DE UN PRODUCTO AL CONTROL DE SERIES LA CAPTURA DE
      * LA EXISTENCIA ACTUAL SE PUEDE CORTAR CON UNA SERIE EN BLANCO
       77 WKS-NS-ALTA-SW          PIC X(01) VALUE "N".
           88 WKS-NS-ALTA-EXISTENCIA VALUE "S".
       77 WKS-FIN-NS              PIC X(01) VALUE "N".
           88 WKS-EOF-NS          VALUE "S".
       77 WKS-NS-MESES            PIC 9(03).
       77 WKS-NS-CAPTURA          PIC X(20).
       77 WKS-NS-ELEGIDA          PIC X(20).
       77 WKS-NS-LISTADAS         PIC 9(05).
       77 WKS-NS-HALLADAS         PIC 9(03).
       77 WKS-NS-PIEZA            PIC 9(05).
       77 WKS-NS-PIEZAS           PIC 9(05).
       77 WKS-NS-ENTERO           PIC 9(07).
       77 WKS-NS-OC               PIC 9(10).
       01 WKS-TABLA-SERIES.
           02 WKS-NS-T            PIC X(20) OCCURS 50 TIMES.
       77 WKS-NS-NUM              PIC 9(02).
       77 WKS-NS-IDX              PIC 9(02).

      * EMPAQUE DE COMPRA Y ORDEN IMPRESA
       77 EM-STATUS               PIC X(02).
       77 DP-STATUS               PIC X(02).
       77 WKS-ENTREGA-USADA       PIC 9(03).
       77 OI-STATUS               PIC X(02).
       01 WKS-NOMBRE-OC.
           02 FILLER              PIC X(13) VALUE "ORDEN-COMPRA-".
           02 WKS-OC-IMPRESA      PIC 9(10) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       77 WKS-EMPAQUE-SW          PIC X(01) VALUE "N".
           88 WKS-HAY-EMPAQUE     VALUE "S".
       77 WKS-EM-PV               PIC 9(10).
       77 WKS-EM-CAJAS            PIC 9(07)V9(03).
       77 WKS-EM-ENTERAS          PIC 9(07).
       77 WKS-EM-RESTO            PIC 9(07)V9(03).
       77 WKS-COSTO-EMPAQUE       PIC 9(07)V9(02).
       77 WKS-EM-PARTIDAS         PIC 9(03).
       77 WKS-EM-CODIGO           PIC X(15).
       77 WKS-EM-CANT-FORMAT      PIC Z(06)9.999.
       77 WKS-EM-PZAS-FORMAT      PIC Z(06)9.999.

      * COSTO EN DESTINO DE UNA ORDEN RECIBIDA
       77 GD-STATUS               PIC X(02).
       77 HC-STATUS               PIC X(02).
       01 WKS-NOMBRE-COSTEO.
           02 FILLER              PIC X(10) VALUE "COSTEO-OC-".
           02 WKS-COSTEO-OC       PIC 9(10) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-TABLA-COSTEO.
           02 WKS-CD-LINEA OCCURS 100 TIMES.
               03 WKS-CD-RP-ID        PIC 9(10).
               03 WKS-CD-CANT         PIC 9(07)V9(03).
               03 WKS-CD-COSTO        PIC 9(05)V9(02).
               03 WKS-CD-VALOR        PIC 9(11)V9(02).
               03 WKS-CD-PESO         PIC 9(07)V9(03).
               03 WKS-CD-CARGO        PIC 9(09)V9(02).
       77 WKS-CD-NUM              PIC 9(03).
       77 WKS-CD-IDX              PIC 9(03).
       01 WKS-TABLA-CARGOS-OC.
           02 WKS-GD-CARGO OCCURS 20 TIMES.
               03 WKS-GD-CONCEPTO     PIC X(20).
               03 WKS-GD-IMPORTE      PIC 9(09)V9(02).
               03 WKS-GD-METODO       PIC X(01).
       77 WKS-GD-NUM              PIC 9(02).
       77 WKS-GD-IDX              PIC 9(02).
       77 WKS-CD-FIN-SW           PIC X(01) VALUE "N".
           88 WKS-CD-FIN          VALUE "S".
       77 WKS-CD-PESOS-SW         PIC X(01) VALUE "N".
           88 WKS-CD-HAY-PESOS    VALUE "S".
       77 WKS-CD-CONCEPTO         PIC X(20).
       77 WKS-CD-IMPORTE          PIC 9(09)V9(02).
       77 WKS-CD-METODO           PIC X(01).
       77 WKS-CD-BASE-TOTAL       PIC 9(13)V9(03).
       77 WKS-CD-BASE-LINEA       PIC 9(13)V9(03).
       77 WKS-CD-ASIGNADO         PIC 9(09)V9(02).
       77 WKS-CD-PARTE            PIC 9(09)V9(02).
       77 WKS-CD-TOTAL-CARGOS     PIC 9(11)V9(02).
       77 WKS-CD-ADICIONAL        PIC 9(05)V9(04).
       77 WKS-CD-COSTO-ANT        PIC 9(05)V9(02).
       77 WKS-CD-DESTINO          PIC 9(05)V9(02).
       77 WKS-CD-COSTO-FMT        PIC ZZZZ9.99.
       77 WKS-CD-COSTO-FMT-2      PIC ZZZZ9.99.
       77 WKS-CD-COSTO-FMT-3      PIC ZZZZ9.99.

      * LISTA DE COSTOS DEL PROVEEDOR Y PRECIOS POR AUTORIZAR
       77 LV-STATUS               PIC X(02).
       77 CX-STATUS               PIC X(02).
       77 PB-STATUS               PIC X(02).
       77 WKS-FIN-LISTA-PROV      PIC X(01) VALUE "N".
           88 WKS-EOF-LISTA-PROV  VALUE "S".
       77 WKS-FIN-PRECIO-AUT      PIC X(01) VALUE "N".
           88 WKS-EOF-PRECIO-AUT  VALUE "S".
       01 WKS-TABLA-LISTA-PROV.
           02 WKS-LV-RENGLON OCCURS 500 TIMES.
               03 WKS-LV-RP-ID        PIC 9(10).
               03 WKS-LV-PV-ID        PIC 9(10).
               03 WKS-LV-ANTERIOR     PIC 9(05)V9(02).
               03 WKS-LV-NUEVO        PIC 9(05)V9(02).
               03 WKS-LV-VIGENCIA     PIC 9(08).
               03 WKS-LV-PRECIO       PIC 9(05)V9(02).
               03 WKS-LV-SUGERIDO     PIC 9(05)V9(02).
       77 WKS-LV-NUM              PIC 9(03) VALUE 0.
       77 WKS-LV-IDX              PIC 9(03).
       77 WKS-LV-RECHAZADOS       PIC 9(03) VALUE 0.
       77 WKS-LV-ACEPTADOS        PIC 9(03) VALUE 0.
       77 WKS-LV-ENVIADOS         PIC 9(03) VALUE 0.
       77 WKS-LV-MODO             PIC 9(01).
       77 WKS-LV-ENVIAR           PIC X(01).
       77 WKS-LV-MOTIVO           PIC X(30).
       77 WKS-LV-HALLADO-SW       PIC X(01) VALUE "N".
           88 WKS-LV-HALLADO      VALUE "S".
       77 WKS-LV-FIN-EM           PIC X(01) VALUE "N".
           88 WKS-LV-EOF-EM       VALUE "S".
       77 WKS-LV-CALCULADO        PIC 9(07)V9(02).
       77 WKS-LV-VARIACION        PIC S9(05)V9(02).
       77 WKS-LV-MARGEN-ANT       PIC S9(05)V9(02).
       77 WKS-LV-MARGEN-NVO       PIC S9(05)V9(02).
       77 WKS-LV-VAR-FMT          PIC -ZZZ9.99.
       77 WKS-LV-MANT-FMT         PIC -ZZZ9.99.
       77 WKS-LV-MNVO-FMT         PIC -ZZZ9.99.
       77 WKS-LV-COSTO-FMT        PIC ZZZZ9.99.
       77 WKS-LV-COSTO-FMT-2      PIC ZZZZ9.99.
       77 WKS-LV-PRECIO-FMT       PIC ZZZZ9.99.
       77 WKS-LV-PRECIO-FMT-2     PIC ZZZZ9.99.
       77 WKS-COSTO-PACTADO       PIC 9(05)V9(02).
       77 WKS-UB-PV               PIC 9(10).
       77 WKS-UB-CODIGO           PIC X(15).

      * ORDEN ELECTRONICA, AVISO DE EMBARQUE Y DISCREPANCIAS
       77 OE-STATUS               PIC X(02).
       77 AE-STATUS               PIC X(02).
       77 AS-STATUS               PIC X(02).
       77 DI-STATUS               PIC X(02).
       01 WKS-NOMBRE-OC-EDI.
           02 FILLER              PIC X(15) VALUE "OC-ELECTRONICA-".
           02 WKS-OC-EDI-PV       PIC 9(10) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       01 WKS-NOMBRE-DISCREPANCIA.
           02 FILLER              PIC X(17) VALUE "DISCREPANCIAS-OC-".
           02 WKS-DISCREPANCIA-OC PIC 9(10) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
       77 WKS-FIN-AVISO           PIC X(01) VALUE "N".
           88 WKS-EOF-AVISO       VALUE "S".
       77 WKS-FIN-EMBARQUE        PIC X(01) VALUE "N".
           88 WKS-EOF-EMBARQUE    VALUE "S".
       77 WKS-AVISO-OC-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-AVISO       VALUE "S".
       77 WKS-AS-CONFIRMA-SW      PIC X(01) VALUE "N".
           88 WKS-AS-CONFIRMADO   VALUE "S".
       77 WKS-AS-LOTES-SW         PIC X(01) VALUE "N".
           88 WKS-AS-CON-LOTES    VALUE "S".
       77 WKS-AS-EN-OC-SW         PIC X(01) VALUE "N".
           88 WKS-AS-EN-OC        VALUE "S".
       77 WKS-AS-ENVIADO          PIC 9(07)V9(03).
       77 WKS-AS-RESTO            PIC 9(07)V9(03).
       77 WKS-AS-PORCION          PIC 9(07)V9(03).
       77 WKS-AS-DIFERENCIA       PIC S9(07)V9(03).
       77 WKS-AS-MOTIVO           PIC X(30).

      * CONSIGNACION
       77 CN-STATUS               PIC X(02).
       77 WKS-CN-EXISTE-SW        PIC X(01) VALUE "N".
           88 WKS-CN-EXISTE       VALUE "S".
       77 WKS-CONSIGNA-SW         PIC X(01) VALUE "N".
           88 WKS-ES-CONSIGNA     VALUE "S".
       77 WKS-CN-PV               PIC 9(10).
       01 WKS-CN-MES              PIC 9(06).
       01 WKS-CN-MES-D REDEFINES WKS-CN-MES.
           02 WKS-CN-MES-ANIO     PIC 9(04).
           02 WKS-CN-MES-MES      PIC 9(02).
       77 WKS-VALOR-CONSIGNA      PIC 9(15)V9(02).

      * TRASPASOS EN TRANSITO Y NIVELES POR UBICACION
       77 TT-STATUS               PIC X(02).
       77 TTKEY-STATUS            PIC X(02).
       77 NU-STATUS               PIC X(02).
       77 WKS-UBI-TRANSITO        PIC X(06) VALUE "TRANSI".
       77 WKS-TT-ACTUAL           PIC 9(10).
       77 WKS-TT-BUSCADO          PIC 9(10).
       77 WKS-TT-PENDIENTE        PIC 9(07)V9(03).
       77 WKS-TT-CONFIRMA         PIC X(01).
       77 WKS-TT-DIAS-LIMITE      PIC 9(03).
       77 WKS-TT-DIAS             PIC ZZZ9.
       77 WKS-TT-ABIERTOS         PIC 9(05).
       77 WKS-TT-EXTRAVIADOS      PIC 9(05).
       77 WKS-FIN-TRANSITO        PIC X(01) VALUE "N".
           88 WKS-EOF-TRANSITO    VALUE "S".
       77 WKS-TP-MOVIMIENTO       PIC X(01).
       77 WKS-CANT-EN-TRANSITO    PIC 9(07)V9(03).
       77 WKS-NU-EXISTE-SW        PIC X(01) VALUE "N".
           88 WKS-NU-EXISTE       VALUE "S".
       77 WKS-NU-MINIMO           PIC 9(07)V9(03).
       77 WKS-NU-MAXIMO           PIC 9(07)V9(03).
       77 WKS-NU-LLAVE-GUARDA     PIC X(16).
       77 WKS-FIN-NIVELES         PIC X(01) VALUE "N".
           88 WKS-EOF-NIVELES     VALUE "S".
       77 WKS-RA-EXISTENCIA       PIC 9(07)V9(03).
       77 WKS-RA-EN-CAMINO        PIC 9(07)V9(03).
       77 WKS-RA-FALTA            PIC 9(07)V9(03).
       77 WKS-RA-DISPONIBLE       PIC 9(07)V9(03).
       77 WKS-RA-TRASPASAR        PIC 9(07)V9(03).
       77 WKS-RA-COMPRAR          PIC 9(07)V9(03).
       77 WKS-RA-COMPRAS          PIC 9(05).
       77 WKS-NUM-RA              PIC 9(03).
       77 WKS-IDX-RA              PIC 9(03).
       01 WKS-TABLA-RA.
           02 WKS-RA-RENGLON OCCURS 300 TIMES.
               03 WKS-RA-RP-ID    PIC 9(10).
               03 WKS-RA-CANTIDAD PIC 9(07)V9(03).

      * ESTILOS CON REJILLA DE TALLAS Y COLORES
       77 ET-STATUS               PIC X(02).
       77 VR-STATUS               PIC X(02).
       77 WKS-OPCION-ESTILO       PIC 9(01).
       77 WKS-ET-EXISTE-SW        PIC X(01) VALUE "N".
           88 WKS-ET-EXISTE       VALUE "S".
       77 WKS-ET-PRECIO-ANT       PIC 9(05)V9(02).
       77 WKS-ET-PRECIO-NUEVO     PIC 9(05)V9(02).
       77 WKS-ET-CATEGORIA-ANT    PIC X(04).
       77 WKS-ET-CATEGORIA-NUEVA  PIC X(04).
       77 WKS-ET-TEXTO            PIC X(10).
       77 WKS-ET-FIN-CAPTURA      PIC X(01) VALUE "N".
           88 WKS-ET-CAPTURA-TERMINADA VALUE "S".
       77 WKS-ET-CREADAS          PIC 9(03).
       77 WKS-ET-CAMBIADAS        PIC 9(03).
       77 WKS-VR-CAMBIO-SW        PIC X(01) VALUE "N".
           88 WKS-VR-CAMBIA       VALUE "S".
       77 WKS-FIN-VARIANTES       PIC X(01) VALUE "N".
           88 WKS-EOF-VARIANTES   VALUE "S".
       77 WKS-FIN-ESTILOS         PIC X(01) VALUE "N".
           88 WKS-EOF-ESTILOS     VALUE "S".
       77 WKS-RJ-T                PIC 9(02).
       77 WKS-RJ-C                PIC 9(02).
       77 WKS-RJ-T-SEL            PIC 9(02).
       77 WKS-RJ-C-SEL            PIC 9(02).
       77 WKS-RJ-POS              PIC 9(02).
       77 WKS-RJ-BAJO             PIC 9(03).
       77 WKS-RJ-UMBRAL           PIC 9(10).
       77 WKS-RJ-A-REPORTE        PIC X(01) VALUE "N".
           88 WKS-RJ-IMPRIME      VALUE "S".
       77 WKS-RJ-CANT-FMT         PIC Z(05)9.
       77 WKS-RJ-TOTAL-FMT        PIC Z(06)9.
       01 WKS-REJILLA.
           02 WKS-RJ-FILA OCCURS 8 TIMES.
               03 WKS-RJ-CELDA OCCURS 8 TIMES.
                   04 WKS-RJ-CANT     PIC 9(07)V9(03).
                   04 WKS-RJ-MARCA    PIC X(01).
               03 WKS-RJ-TOT-FILA     PIC 9(09)V9(03).
           02 WKS-RJ-TOT-COL          PIC 9(09)V9(03) OCCURS 8 TIMES.
           02 WKS-RJ-TOT-ESTILO       PIC 9(09)V9(03).

      * MOTIVOS DE AJUSTE DE INVENTARIO
       77 MA-STATUS               PIC X(02).
       77 WKS-AJ-MOTIVO           PIC X(03) VALUE SPACES.
       77 WKS-AJ-UBICACION        PIC X(06).
       77 WKS-AJ-CANT-FISICA      PIC 9(07)V9(03).
       77 WKS-MA-VALIDO-SW        PIC X(01) VALUE "N".
           88 WKS-MA-VALIDO       VALUE "S".
       77 WKS-MA-EXISTE-SW        PIC X(01) VALUE "N".
           88 WKS-MA-EXISTE       VALUE "S".
       77 WKS-MA-TEXTO            PIC X(30).
       77 WKS-FIN-MOTIVOS         PIC X(01) VALUE "N".
           88 WKS-EOF-MOTIVOS     VALUE "S".
       77 WKS-IDX-MI              PIC 9(02).
      * MOTIVOS CON LOS QUE NACE EL CATALOGO: CODIGO, DESCRIPCION Y
      * SI CUENTA COMO MERMA
       01 WKS-MOTIVOS-INICIALES.
           02 FILLER PIC X(34) VALUE
              "CADCADUCIDAD                     S".
           02 FILLER PIC X(34) VALUE
              "CAPERROR DE CAPTURA              N".
           02 FILLER PIC X(34) VALUE
              "CONDIFERENCIA DE CONTEO FISICO   S".
           02 FILLER PIC X(34) VALUE
              "DANDANO O ROTURA                 S".
           02 FILLER PIC X(34) VALUE
              "ROBROBO                          S".
           02 FILLER PIC X(34) VALUE
              "TRAPERDIDA EN TRASPASO           S".
       01 WKS-MOTIVOS-INI-TABLA REDEFINES WKS-MOTIVOS-INICIALES.
           02 WKS-MI-RENGLON OCCURS 6 TIMES.
               03 WKS-MI-CODIGO       PIC X(03).
               03 WKS-MI-DESCRIPCION  PIC X(30).
               03 WKS-MI-MERMA        PIC X(01).
       77 WKS-AS-IMPORTADOS       PIC 9(05).
       77 WKS-AS-RECHAZADOS       PIC 9(05).
       77 WKS-AS-DIFERENCIAS      PIC 9(05).
       77 WKS-AS-ULTIMA-LLAVE     PIC X(30).
       77 WKS-AS-CANT-FMT         PIC Z(06)9.999.
       77 WKS-AS-CANT-FMT-2       PIC Z(06)9.999.
       77 WKS-AS-DIF-FMT          PIC -Z(06)9.999.
       77 WKS-CANT-LOTE           PIC 9(07)V9(03).

      * KITS (COMBOS) Y RELEVO DE COMPONENTES
       77 KT-STATUS               PIC X(02).
       77 WKS-ES-KIT-SW           PIC X(01) VALUE "N".
       77 WKS-PROD-HALLADO-SW     PIC X(01) VALUE "N".
           88 WKS-PRODUCTO-HALLADO VALUE "S".

      * ETIQUETA DE BASCULA (EAN-13 DE USO INTERNO, PREFIJO 20-29):
      * PREFIJO + CODIGO DEL PRODUCTO (SU RP-ID, CINCO DIGITOS) +
      * VALOR + DIGITO VERIFICADOR. HASTA EL PREFIJO BASCULA-PESO-HASTA
      * EL VALOR ES PESO EN GRAMOS; EN LOS SIGUIENTES ES IMPORTE EN
      * CENTAVOS
       01 WKS-ETIQUETA-BASCULA.
           02 WKS-EB-PREFIJO      PIC 9(02).
           02 WKS-EB-PRODUCTO     PIC 9(05).
           02 WKS-EB-VALOR        PIC 9(05).
           02 WKS-EB-PESO REDEFINES WKS-EB-VALOR
                                  PIC 9(02)V9(03).
           02 WKS-EB-IMPORTE REDEFINES WKS-EB-VALOR
                                  PIC 9(03)V9(02).
           02 WKS-EB-VERIFICADOR  PIC 9(01).
       01 WKS-EB-DIGITOS REDEFINES WKS-ETIQUETA-BASCULA.
           02 WKS-EB-DIGITO       PIC 9(01) OCCURS 13 TIMES.
       77 WKS-EB-IDX              PIC 9(02).
       77 WKS-EB-SUMA             PIC 9(03).
       77 WKS-EB-COCIENTE         PIC 9(03).
       77 WKS-EB-RESTO            PIC 9(02).
       77 WKS-EB-CALCULADO        PIC 9(01).
       77 WKS-CANT-ETIQUETA       PIC 9(07)V9(03).
       77 WKS-ETIQUETA-SW         PIC X(01) VALUE "N".
           88 WKS-HAY-ETIQUETA    VALUE "S".

      * PROMOCIONES Y DESCUENTOS
       77 PRO-STATUS              PIC X(02).
       77 WKS-FIN-PROMO           PIC X(01) VALUE "N".
           88 WKS-EOF-PROMO       VALUE "S".
       77 WKS-PROMO-PRODUCTO      PIC X(01) VALUE "N".
       77 WKS-DESC-LINEA          PIC 9(11)V9(02).
       77 WKS-TICKET-DESCUENTO    PIC 9(13)V9(02).
       77 WKS-PM-CLAVE-NUM        PIC 9(10).
      * VIGENCIA DE LA PROMOCION QUE GANO EN 5178 (PARA LA ETIQUETA)
       77 WKS-PROMO-DESDE         PIC 9(08).
       77 WKS-PROMO-HASTA         PIC 9(08).

      * COLA E IMPRESION DE ETIQUETAS DE ANAQUEL
       77 EQ-STATUS               PIC X(02).
       77 EI-STATUS               PIC X(02).
       77 WKS-EQ-MOTIVO           PIC X(03).
       77 WKS-EQ-FIN              PIC X(01) VALUE "N".
           88 WKS-EOF-ETIQUETAS   VALUE "S".
       77 WKS-EQ-IMPRESAS         PIC 9(05).
       77 WKS-EQ-ATRASADAS        PIC 9(05).
       77 WKS-EQ-ENCOLADAS        PIC 9(05).
       77 WKS-FECHA-ETIQUETA      PIC 9(08).
       77 WKS-FECHA-MANANA        PIC 9(08).
       77 WKS-PRECIO-MAYOREO      PIC 9(05)V9(02).
       77 WKS-PRECIO-ETIQ-FORMAT  PIC ZZ,ZZ9.99.

      * VALIDACION DE LA VENTA A CREDITO (LIMITE Y MORA)
       77 WKS-CREDITO-OK-SW       PIC X(01) VALUE "N".
           02 WKS-CG-RENGLON OCCURS 200 TIMES.
               03 WKS-CG-FECHA        PIC 9(08).
               03 WKS-CG-IMPORTE      PIC 9(11)V9(02).
               03 WKS-CG-REFERENCIA   PIC X(12).
       77 WKS-NUM-CARGOS          PIC 9(03).
       77 WKS-IDX-CG              PIC 9(03).
       77 WKS-POS-INTERES         PIC 9(03).
       77 WKS-REF-INTERES         PIC X(12).
       77 WKS-ABONOS-TOTAL        PIC 9(13)V9(02).
       77 WKS-EDAD-DIAS           PIC S9(07).
       01 WKS-BUCKETS-ANT.
           IF WKS-MODO-LOTE THEN
               PERFORM 8100-PROCESAR-LOTE
           ELSE
           IF WKS-FUERA-DE-LINEA THEN
               PERFORM 2100-MENU-FUERA-LINEA UNTIL WKS-FIN-MENU
           ELSE
               PERFORM 1030-PREPARAR-FUERA-LINEA
               PERFORM 2000-MENU UNTIL WKS-FIN-MENU.
           PERFORM 9000-CIERRE.
           IF WKS-MODO-LOTE THEN
           MOVE SPACES TO WKS-SES-TERMINAL.
           STRING "CAJA " WKS-CFG-CAJA
               DELIMITED BY SIZE INTO WKS-SES-TERMINAL.
           MOVE WKS-CFG-CAJA TO WKS-NPC-CAJA.
           MOVE WKS-CFG-CAJA TO WKS-NTC-CAJA.
           MOVE WKS-CFG-CAJA TO WKS-NBC-CAJA.
           OPEN I-O F-ARCHIVO.
           IF FS-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT F-ARCHIVO
           MOVE FS-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE F-ARCHIVO" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.
           PERFORM 1027-REVISAR-FUERA-LINEA.
           IF NOT WKS-FUERA-DE-LINEA THEN
               PERFORM 1025-RESPALDAR-ARCHIVO.

           OPEN I-O PROVEEDOR-FILE.
           IF PV-STATUS IS EQUAL TO "35" THEN
           MOVE "APERTURA DE NOTACRED-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O ETIQUETA-FILE.
           IF EQ-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ETIQUETA-FILE
               CLOSE ETIQUETA-FILE
               OPEN I-O ETIQUETA-FILE.
           MOVE EQ-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE ETIQUETA-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O ENCARGO-FILE.
           IF EC-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ENCARGO-FILE
               CLOSE ENCARGO-FILE
               OPEN I-O ENCARGO-FILE.
           MOVE EC-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE ENCARGO-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O ENCARGO-DET-FILE.
           IF ED-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ENCARGO-DET-FILE
               CLOSE ENCARGO-DET-FILE
               OPEN I-O ENCARGO-DET-FILE.
           MOVE ED-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE ENCARGO-DET-FILE"
               TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O ENTREGA-FILE.
           IF EG-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ENTREGA-FILE
               CLOSE ENTREGA-FILE
               OPEN I-O ENTREGA-FILE.
           MOVE EG-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE ENTREGA-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O SERIADO-FILE.
           IF PS-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT SERIADO-FILE
               CLOSE SERIADO-FILE
               OPEN I-O SERIADO-FILE.
           MOVE PS-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE SERIADO-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O SERIE-FILE.
           IF NS-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT SERIE-FILE
               CLOSE SERIE-FILE
               OPEN I-O SERIE-FILE.
           MOVE NS-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE SERIE-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O EMPAQUE-FILE.
           IF EM-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT EMPAQUE-FILE
               CLOSE EMPAQUE-FILE
               OPEN I-O EMPAQUE-FILE.
           MOVE EM-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE EMPAQUE-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O DESEMPENO-FILE.
           IF DP-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT DESEMPENO-FILE
               CLOSE DESEMPENO-FILE
               OPEN I-O DESEMPENO-FILE.
           MOVE DP-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE DESEMPENO-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O COSTO-PACTADO-FILE.
           IF CX-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT COSTO-PACTADO-FILE
               CLOSE COSTO-PACTADO-FILE
               OPEN I-O COSTO-PACTADO-FILE.
           MOVE CX-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE COSTO-PACTADO-FILE"
               TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O PRECIO-AUT-FILE.
           IF PB-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PRECIO-AUT-FILE
               CLOSE PRECIO-AUT-FILE
               OPEN I-O PRECIO-AUT-FILE.
           MOVE PB-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE PRECIO-AUT-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O EMBARQUE-FILE.
           IF AS-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT EMBARQUE-FILE
               CLOSE EMBARQUE-FILE
               OPEN I-O EMBARQUE-FILE.
           MOVE AS-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE EMBARQUE-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O CONSIGNA-FILE.
           IF CN-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CONSIGNA-FILE
               CLOSE CONSIGNA-FILE
               OPEN I-O CONSIGNA-FILE.
           MOVE CN-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE CONSIGNA-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O TRANSITO-FILE.
           IF TT-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT TRANSITO-FILE
               CLOSE TRANSITO-FILE
               OPEN I-O TRANSITO-FILE.
           MOVE TT-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE TRANSITO-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O NIVEL-UBI-FILE.
           IF NU-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT NIVEL-UBI-FILE
               CLOSE NIVEL-UBI-FILE
               OPEN I-O NIVEL-UBI-FILE.
           MOVE NU-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE NIVEL-UBI-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O ESTILO-FILE.
           IF ET-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT ESTILO-FILE
               CLOSE ESTILO-FILE
               OPEN I-O ESTILO-FILE.
           MOVE ET-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE ESTILO-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O VARIANTE-FILE.
           IF VR-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT VARIANTE-FILE
               CLOSE VARIANTE-FILE
               OPEN I-O VARIANTE-FILE.
           MOVE VR-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE VARIANTE-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O MOTIVO-AJ-FILE.
           IF MA-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT MOTIVO-AJ-FILE
               PERFORM 7938-SEMBRAR-MOTIVOS
               CLOSE MOTIVO-AJ-FILE
               OPEN I-O MOTIVO-AJ-FILE.
           MOVE MA-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE MOTIVO-AJ-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

           OPEN I-O CHEQUE-FILE.
           IF CH-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CHEQUE-FILE
               CLOSE CHEQUE-FILE
               OPEN I-O CHEQUE-FILE.
           MOVE CH-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE CHEQUE-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.

       1025-RESPALDAR-ARCHIVO.
           ACCEPT WKS-FECHA-RESPALDO FROM DATE.
           OPEN INPUT BACKUP-FILE.
                   MOVE REG-PRODUCTO TO REG-BACKUP
                   WRITE REG-BACKUP.

      * LA CAJA PASA A FUERA DE LINEA SI EL MAESTRO NO ABRIO O SI
      * VENTAS.TXT NO SE PUEDE ABRIR (ARCHIVO BLOQUEADO, RED CAIDA,
      * RESTAURACION EN CURSO); SI VENTAS.TXT TODAVIA NO EXISTE NO ES
      * FALLA, LO CREA LA PRIMERA VENTA
       1027-REVISAR-FUERA-LINEA.
           MOVE "N" TO WKS-FUERA-LINEA-SW.
           IF FS-STATUS(1:1) IS NOT EQUAL TO "0" THEN
               MOVE "S" TO WKS-FUERA-LINEA-SW
           ELSE
               OPEN I-O TRANS-FILE
               IF TRANS-STATUS IS EQUAL TO "00" THEN
                   CLOSE TRANS-FILE
               ELSE
               IF TRANS-STATUS IS NOT EQUAL TO "35" THEN
                   DISPLAY "VENTAS.TXT NO SE PUDO ABRIR ("
                           TRANS-STATUS ")"
                   MOVE "S" TO WKS-FUERA-LINEA-SW.
           IF WKS-FUERA-DE-LINEA THEN
               DISPLAY "*** CAJA " WKS-CFG-CAJA " FUERA DE LINEA: SE "
                       "VENDE CON LA FOTO DE PRECIOS Y FOLIOS "
                       "RESERVADOS ***".

      * EN LINEA LA CAJA DEJA LISTA SU SALIDA DE EMERGENCIA: LA FOTO
      * DE PRECIOS AL DIA Y UN BLOQUE DE FOLIOS PROPIO. EL BLOQUE
      * SOLO SE RELEVA CON LA COLA YA APLICADA Y CUANDO LE QUEDA
      * MENOS DE LA MITAD
       1030-PREPARAR-FUERA-LINEA.
           IF WKS-CFG-FOLIOS-RESERVA IS EQUAL TO 0 THEN
               CONTINUE
           ELSE
               PERFORM 1031-FOTO-PRECIOS-CAJA
               PERFORM 1037-CONTAR-COLA-FL
               PERFORM 1033-LEER-BLOQUE-CAJA
               IF WKS-FL-PENDIENTES IS GREATER THAN 0 THEN
                   DISPLAY "ATENCION: LA CAJA TIENE "
                           WKS-FL-PENDIENTES " PARTIDAS VENDIDAS "
                           "FUERA DE LINEA SIN APLICAR (OPCION 46)"
               ELSE
               IF WKS-FL-RESTANTES * 2 IS LESS THAN
                  WKS-CFG-FOLIOS-RESERVA THEN
                   PERFORM 1034-RESERVAR-BLOQUE.

       1031-FOTO-PRECIOS-CAJA.
           OPEN OUTPUT PRECIO-CAJA-FILE.
           MOVE PC-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE PRECIO-CAJA-FILE"
               TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.
           IF PC-STATUS IS EQUAL TO "00" THEN
               MOVE "N" TO WKS-FIN-ARCHIVO
               MOVE LOW-VALUES TO RP-ID
               START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 1032-COPIAR-PRECIO UNTIL WKS-EOF-ARCHIVO
               CLOSE PRECIO-CAJA-FILE.

       1032-COPIAR-PRECIO.
           READ F-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-PRODUCTO TO REG-PRECIO-CAJA
                   WRITE REG-PRECIO-CAJA
                       INVALID KEY
                           CONTINUE.

      * DEJA EN REG-BLOQUE-CAJA EL BLOQUE VIGENTE DE LA CAJA (CEROS SI
      * NO TIENE) Y EN WKS-FL-RESTANTES LOS FOLIOS QUE LE QUEDAN
       1033-LEER-BLOQUE-CAJA.
           MOVE ZEROS TO REG-BLOQUE-CAJA.
           OPEN INPUT BLOQUE-CAJA-FILE.
           IF BQ-STATUS IS EQUAL TO "00" THEN
               READ BLOQUE-CAJA-FILE
                   AT END
                       MOVE ZEROS TO REG-BLOQUE-CAJA
               END-READ
               CLOSE BLOQUE-CAJA-FILE.
           MOVE 0 TO WKS-FL-RESTANTES.
           IF BQ-SIGUIENTE IS GREATER THAN 0 AND
              BQ-SIGUIENTE IS NOT GREATER THAN BQ-HASTA THEN
               COMPUTE WKS-FL-RESTANTES =
                       BQ-HASTA - BQ-SIGUIENTE + 1.

      * EL BLOQUE SALE DEL MISMO CONTADOR QUE LOS FOLIOS EN LINEA: SE
      * AVANZA FOLIOS-RESERVA DE GOLPE Y EL TRAMO QUEDA ANOTADO A
      * NOMBRE DE LA CAJA PARA QUE VERIFICA-FOLIOS NO LO TOME COMO
      * HUECO
       1034-RESERVAR-BLOQUE.
           MOVE BQ-DESDE TO WKS-FL-BLOQUE-ANT.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.
           PERFORM 4075-ABRIR-LLAVE-FOLIO
               UNTIL WKS-LLAVE-OK OR WKS-INTENTOS-LLAVE > 4.
           IF NOT WKS-LLAVE-OK THEN
               DISPLAY "LLAVE-FOLIOS.TXT OCUPADO, LA CAJA QUEDA SIN "
                       "BLOQUE NUEVO DE FOLIOS RESERVADOS"
           ELSE
               READ FOLIO-KEY-FILE NEXT RECORD
                   AT END
                       DISPLAY "LLAVE NO ENCONTRADA EN "
                               "LLAVE-FOLIOS.TXT"
               END-READ
               COMPUTE BQ-DESDE = REG-LLAVE-FOLIO + 1
               ADD WKS-CFG-FOLIOS-RESERVA TO REG-LLAVE-FOLIO
               REWRITE REG-LLAVE-FOLIO
               MOVE REG-LLAVE-FOLIO TO BQ-HASTA
               CLOSE FOLIO-KEY-FILE
               MOVE BQ-DESDE TO BQ-SIGUIENTE
               PERFORM 1035-REGISTRAR-BLOQUE
               OPEN OUTPUT BLOQUE-CAJA-FILE
               WRITE REG-BLOQUE-CAJA
               CLOSE BLOQUE-CAJA-FILE
               DISPLAY "FOLIOS RESERVADOS PARA VENTA FUERA DE LINEA: "
                       BQ-DESDE " A " BQ-HASTA.

       1035-REGISTRAR-BLOQUE.
           OPEN I-O RESERVA-FILE.
           IF FR-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT RESERVA-FILE
               CLOSE RESERVA-FILE
               OPEN I-O RESERVA-FILE.
           MOVE FR-STATUS TO FS-STATUS-CHEQUEO.
           MOVE "APERTURA DE RESERVA-FILE" TO WKS-DESCRIP-OPERACION.
           PERFORM 1900-VERIFICAR-ARCHIVO.
           IF WKS-FL-BLOQUE-ANT IS GREATER THAN 0 THEN
               MOVE WKS-FL-BLOQUE-ANT TO FR-DESDE
               READ RESERVA-FILE KEY IS FR-DESDE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO FR-ESTADO
                       REWRITE REG-RESERVA
                           INVALID KEY
                               DISPLAY "NO SE PUDO RELEVAR EL BLOQUE "
                                       WKS-FL-BLOQUE-ANT.
           MOVE BQ-DESDE TO FR-DESDE.
           MOVE BQ-HASTA TO FR-HASTA.
           MOVE WKS-CFG-CAJA TO FR-CAJA.
           ACCEPT FR-FECHA FROM DATE YYYYMMDD.
           MOVE 0 TO FR-ULTIMO.
           MOVE "A" TO FR-ESTADO.
           WRITE REG-RESERVA
               INVALID KEY
                   DISPLAY "NO SE PUDO ANOTAR EL BLOQUE DE FOLIOS "
                           BQ-DESDE.
           CLOSE RESERVA-FILE.

       1037-CONTAR-COLA-FL.
           MOVE 0 TO WKS-FL-PENDIENTES.
           MOVE "N" TO WKS-FIN-COLA-FL.
           OPEN INPUT COLA-CAJA-FILE.
           IF TF-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-COLA-FL
           ELSE
               PERFORM 1038-CONTAR-PARTIDA-FL UNTIL WKS-EOF-COLA-FL
               CLOSE COLA-CAJA-FILE.

       1038-CONTAR-PARTIDA-FL.
           READ COLA-CAJA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-COLA-FL
               NOT AT END
                   ADD 1 TO WKS-FL-PENDIENTES.

       2000-MENU.
           DISPLAY "=== SHOPPING DAVID ===".
           DISPLAY "1-. ALTA DE PRODUCTO".
           DISPLAY "41-. SOLICITAR FACTURA DE FOLIO".
           DISPLAY "42-. REIMPRIMIR TICKET POR FOLIO".
           DISPLAY "43-. DEVOLUCION A PROVEEDOR".
           DISPLAY "44-. IMPRIMIR ETIQUETAS DE ANAQUEL PENDIENTES".
           DISPLAY "45-. REBAJA POR CADUCIDAD Y MERMA DE LOTES".
           DISPLAY "46-. APLICAR TICKETS VENDIDOS FUERA DE LINEA".
           DISPLAY "47-. IMPORTAR ENCARGOS (TELEFONO Y WEB)".
           DISPLAY "48-. ENTREGAR ENCARGO".
           DISPLAY "49-. LIBERAR ENCARGOS NO RECOGIDOS".
           DISPLAY "50-. ANOTAR ENTREGA A DOMICILIO DE UN FOLIO".
           DISPLAY "51-. ARMAR SALIDA DE REPARTO (HOJA DE RUTA)".
           DISPLAY "52-. LIQUIDAR SALIDA DE REPARTO".
           DISPLAY "53-. CONSULTA DE GARANTIA POR NUMERO DE SERIE".
           DISPLAY "54-. CONTROL POR NUMERO DE SERIE DE UN PRODUCTO".
           DISPLAY "55-. EMPAQUE DE COMPRA POR PROVEEDOR".
           DISPLAY "56-. IMPRIMIR ORDEN DE COMPRA".
           DISPLAY "57-. COSTO EN DESTINO DE UNA ORDEN (FLETE, ADUANA)".
           DISPLAY "58-. IMPORTAR LISTA DE COSTOS DEL PROVEEDOR".
           DISPLAY "59-. AUTORIZAR PRECIOS POR LISTA DE COSTOS".
           DISPLAY "60-. IMPORTAR AVISO DE EMBARQUE DEL PROVEEDOR".
           DISPLAY "61-. PRODUCTO EN CONSIGNACION".
           DISPLAY "62-. NIVELES MIN/MAX POR UBICACION".
           DISPLAY "63-. REABASTECIMIENTO POR UBICACION".
           DISPLAY "64-. RECIBIR TRASPASO".
           DISPLAY "65-. TRASPASOS EN TRANSITO / EXTRAVIADOS".
           DISPLAY "66-. ESTILOS CON TALLA Y COLOR".
           DISPLAY "67-. MOTIVOS DE AJUSTE DE INVENTARIO".
           DISPLAY "68-. CONDONAR INTERES MORATORIO".
           DISPLAY "69-. CHEQUE DEVUELTO POR EL BANCO".
           DISPLAY "70-. LIBERAR CLIENTE PARA PAGAR CON CHEQUE".
           DISPLAY "99-. SALIR".
           ACCEPT WKS-OPCION-MENU.
           MOVE "COM" TO WKS-PRM-FUNCION.
           MOVE WKS-OPCION-MENU TO WKS-PRM-FUNCION(4:2).
           MOVE WKS-OPERADOR-SESION TO WKS-PRM-OPERADOR.
           PERFORM 1992-VERIFICAR-PERMISO.

           IF NOT WKS-PRM-CONCEDIDO THEN
               CONTINUE
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 1 THEN
               PERFORM 3000-ALTA-PRODUCTO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 43 THEN
               PERFORM 7300-DEVOLUCION-PROVEEDOR
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 44 THEN
               PERFORM 7400-IMPRIMIR-ETIQUETAS
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 45 THEN
               PERFORM 6850-REBAJAR-CADUCIDAD
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 46 THEN
               PERFORM 5191-APLICAR-FUERA-LINEA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 47 THEN
               PERFORM 6900-IMPORTAR-ENCARGOS
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 48 THEN
               PERFORM 6950-ENTREGAR-ENCARGO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 49 THEN
               PERFORM 6970-LIBERAR-VENCIDOS
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 50 THEN
               PERFORM 7500-ANOTAR-ENTREGA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 51 THEN
               PERFORM 7520-ARMAR-SALIDA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 52 THEN
               PERFORM 7540-LIQUIDAR-SALIDA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 53 THEN
               PERFORM 7650-CONSULTA-GARANTIA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 54 THEN
               PERFORM 7660-DEFINIR-SERIADO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 55 THEN
               PERFORM 7730-DEFINIR-EMPAQUE
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 56 THEN
               PERFORM 7720-REIMPRIMIR-OC
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 57 THEN
               PERFORM 7750-COSTO-EN-DESTINO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 58 THEN
               PERFORM 7770-IMPORTAR-LISTA-PROV
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 59 THEN
               PERFORM 7790-AUTORIZAR-PRECIOS
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 60 THEN
               PERFORM 7820-IMPORTAR-AVISO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 61 THEN
               PERFORM 7860-CONSIGNACION
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 62 THEN
               PERFORM 7870-NIVELES-UBICACION
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 63 THEN
               PERFORM 7880-REABASTECIMIENTO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 64 THEN
               PERFORM 4770-RECIBIR-TRASPASO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 65 THEN
               PERFORM 4780-REPORTE-TRANSITO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 66 THEN
               PERFORM 7890-ESTILOS
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 67 THEN
               PERFORM 7930-MOTIVOS-AJUSTE
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 68 THEN
               PERFORM 7940-CONDONAR-INTERES
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 69 THEN
               PERFORM 7950-CHEQUE-DEVUELTO
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 70 THEN
               PERFORM 7955-LIBERAR-CHEQUES
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 99 THEN
               MOVE "S" TO WKS-SALIR-MENU
           ELSE
               DISPLAY "OPCION INVALIDA".

      * MENU REDUCIDO DE LA CAJA FUERA DE LINEA: SOLO SE VENDE; LO
      * DEMAS NECESITA EL MAESTRO Y VENTAS.TXT
       2100-MENU-FUERA-LINEA.
           PERFORM 1033-LEER-BLOQUE-CAJA.
           DISPLAY "=== SHOPPING DAVID - CAJA " WKS-CFG-CAJA
                   " FUERA DE LINEA ===".
           DISPLAY "FOLIOS RESERVADOS DISPONIBLES: " WKS-FL-RESTANTES.
           DISPLAY "1-. VENTA EN TICKET (ULTIMOS PRECIOS CONOCIDOS)".
           DISPLAY "99-. SALIR".
           ACCEPT WKS-OPCION-MENU.

           IF WKS-OPCION-MENU IS EQUAL TO 1 THEN
               PERFORM 5180-VENTA-FUERA-LINEA
           ELSE
           IF WKS-OPCION-MENU IS EQUAL TO 99 THEN
               MOVE "S" TO WKS-SALIR-MENU
           ELSE
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
               DISPLAY "CAMBIO CANCELADO, NO SE ESCRIBIO NADA"
           ELSE
           IF WKS-CANTIDAD-NUEVA IS EQUAL TO WKS-CANTIDAD-ANTERIOR THEN
               PERFORM 3306-REESCRIBIR-CAMBIO
           ELSE
               PERFORM 4398-PEDIR-MOTIVO-AJUSTE
               IF WKS-AJ-MOTIVO IS EQUAL TO SPACES THEN
                   DISPLAY "CAMBIO CANCELADO SIN MOTIVO DE AJUSTE"
               ELSE
                   PERFORM 3306-REESCRIBIR-CAMBIO.

       3306-REESCRIBIR-CAMBIO.
           PERFORM 1977-JOURNAL-PROD-CAMBIO
                   END-IF
                   IF WKS-PRECIO-NUEVO IS NOT EQUAL TO
                                          WKS-PRECIO-ANTERIOR
                       MOVE "PRE" TO WKS-EQ-MOTIVO
                       PERFORM 3310-REGISTRAR-HIST-PRECIO.

       3310-REGISTRAR-HIST-PRECIO.
           MOVE WKS-PRECIO-ANTERIOR TO WKS-AUD-ANTERIOR.
           MOVE WKS-PRECIO-NUEVO TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.
           PERFORM 7450-ENCOLAR-ETIQUETA.

       3320-AUDITAR-CANTIDAD.
           MOVE WKS-OPERADOR-SESION TO WKS-AUD-OPERADOR.
           PERFORM 1950-REGISTRAR-AUDITORIA.

      * UN CAMBIO DIRECTO DE CANTIDAD ES UN AJUSTE DE INVENTARIO:
      * LAS UBICACIONES SE RECUADRAN (LO QUE VA EN TRANSITO NO SE
      * TOCA, SE RESPETA BODEGA Y LA DIFERENCIA SE ASIENTA EN
      * TIENDA, COMO EN EL CONTEO FISICO), EL AJUSTE SE ESCRIBE CON
      * EL MOTIVO CAPTURADO Y EL MOVIMIENTO QUEDA EN EL KARDEX
       3330-AJUSTAR-EXISTENCIA-CAMBIO.
           PERFORM 4700-ASEGURAR-EXISTENCIAS.
           MOVE WKS-UBI-TRANSITO TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           IF WKS-CANTIDAD-NUEVA IS GREATER THAN EX-CANTIDAD THEN
               COMPUTE WKS-AJ-CANT-FISICA =
                       WKS-CANTIDAD-NUEVA - EX-CANTIDAD
           ELSE
               MOVE 0 TO WKS-AJ-CANT-FISICA.
           MOVE "TIENDA" TO WKS-AJ-UBICACION.
           MOVE "BODEGA" TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           IF WKS-AJ-CANT-FISICA IS NOT LESS THAN EX-CANTIDAD THEN
               MOVE WKS-AJ-CANT-FISICA TO WKS-CANT-RESTANTE
               SUBTRACT EX-CANTIDAD FROM WKS-CANT-RESTANTE
           ELSE
               MOVE WKS-AJ-CANT-FISICA TO EX-CANTIDAD
               REWRITE REG-EXISTENCIA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR BODEGA"
               END-REWRITE
               MOVE "BODEGA" TO WKS-AJ-UBICACION
               MOVE 0 TO WKS-CANT-RESTANTE.
           MOVE "TIENDA" TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
                       WKS-CANTIDAD-ANTERIOR - WKS-CANTIDAD-NUEVA.
           MOVE "CAMBIO DIRECTO" TO WKS-KX-REFERENCIA.
           PERFORM 5500-REGISTRAR-KARDEX.
           ACCEPT AJ-FECHA FROM DATE YYYYMMDD.
           MOVE RP-ID TO AJ-RP-ID.
           MOVE WKS-CANTIDAD-ANTERIOR TO AJ-CANT-ANTERIOR.
           MOVE WKS-CANTIDAD-NUEVA TO AJ-CANT-NUEVA.
           COMPUTE AJ-DIFERENCIA =
                   WKS-CANTIDAD-NUEVA - WKS-CANTIDAD-ANTERIOR.
           COMPUTE AJ-VALOR = AJ-DIFERENCIA * RP-PRECIO.
           MOVE WKS-OPERADOR-SESION TO AJ-OPERADOR.
           MOVE WKS-AJ-MOTIVO TO AJ-MOTIVO.
           MOVE WKS-AJ-UBICACION TO AJ-UBICACION.
           PERFORM 4397-ESCRIBIR-AJUSTE.

       3400-BAJA-PRODUCTO.
           DISPLAY "INGRESE ID DE PRODUCTO A DAR DE BAJA".
      * EL PRECIO EFECTIVO Y EL DESCUENTO YA QUEDARON CALCULADOS Y
      * AUTORIZADOS EN LA CAPTURA, ANTES DE CONSUMIR FOLIO
           MOVE WKS-FECHA-HOY TO TR-FECHA.
           ACCEPT WKS-HORA-FOLIO FROM TIME.
           MOVE WKS-HORA-FOLIO(1:6) TO TR-HORA.
           MOVE RP-ID TO TR-RP-ID.
           MOVE WKS-CANTIDAD-VENDIDA TO TR-CANTIDAD.
           MOVE WKS-PRECIO-EFECTIVO TO TR-PRECIO.
                       MOVE WKS-IMPORTE-LINEA TO WKS-IMPORTE-CARGO
                       PERFORM 5920-CARGAR-CUENTA
                   END-IF
                   IF WKS-FORMA-PAGO IS EQUAL TO "Q" THEN
                       MOVE WKS-IMPORTE-LINEA TO WKS-CHQ-IMPORTE
                       PERFORM 5975-REGISTRAR-CHEQUE
                   END-IF
                   MOVE WKS-IMPORTE-LINEA TO WKS-TOTAL-TICKET
                   PERFORM 5948-ACUMULAR-PUNTOS
                   DISPLAY "VENTA REGISTRADA CON FOLIO "
               MOVE 1 TO WKS-IDX-CAT
               PERFORM 3530-RESUMEN-REORDEN-CAT
                   UNTIL WKS-IDX-CAT IS GREATER THAN WKS-NUM-CATS.
           PERFORM 7908-REORDEN-ESTILOS.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "REPORTE IMPRESO EN REPORTE-REORDEN.TXT".

           MOVE "BODEGA" TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           MOVE EX-CANTIDAD TO WKS-CANT-BODEGA.
           MOVE WKS-UBI-TRANSITO TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           MOVE EX-CANTIDAD TO WKS-CANT-EN-TRANSITO.
           DISPLAY "   TIENDA: " WKS-CANT-TIENDA
                   " BODEGA: " WKS-CANT-BODEGA
                   " EN TRANSITO: " WKS-CANT-EN-TRANSITO.
           IF WKS-BO-PENDIENTES IS GREATER THAN 0 THEN
               DISPLAY "   PEDIDOS PENDIENTES: " WKS-BO-PENDIENTES.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "   TIENDA " WKS-CANT-TIENDA
                  " BODEGA " WKS-CANT-BODEGA
                  " TRANSITO " WKS-CANT-EN-TRANSITO
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE RP-PROVEEDOR-ID TO PV-ID.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           MOVE 0 TO WKS-VALOR-TOTAL.
           MOVE 0 TO WKS-VALOR-COSTO-TOTAL.
           MOVE 0 TO WKS-VALOR-CONSIGNA.
           MOVE 0 TO WKS-NUM-CATS.
           MOVE LOW-VALUES TO RP-ID.
           START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
           DISPLAY "BODEGA A PRECIO: " WKS-VALOR-TOTAL-FORMAT.
           MOVE "BODEGA A PRECIO" TO WKS-CONCEPTO-VAL.
           PERFORM 3655-ESCRIBIR-VALUACION.
           IF WKS-VAL-COSTO-TRANSITO IS GREATER THAN 0 THEN
               MOVE WKS-VAL-COSTO-TRANSITO TO WKS-VALOR-TOTAL-FORMAT
               DISPLAY "EN TRANSITO A COSTO:  " WKS-VALOR-TOTAL-FORMAT
               MOVE "EN TRANSITO A COSTO" TO WKS-CONCEPTO-VAL
               PERFORM 3655-ESCRIBIR-VALUACION
               MOVE WKS-VAL-TRANSITO TO WKS-VALOR-TOTAL-FORMAT
               DISPLAY "EN TRANSITO A PRECIO: " WKS-VALOR-TOTAL-FORMAT
               MOVE "EN TRANSITO A PRECIO" TO WKS-CONCEPTO-VAL
               PERFORM 3655-ESCRIBIR-VALUACION.
           MOVE WKS-VALOR-COSTO-TOTAL TO WKS-VALOR-TOTAL-FORMAT.
           DISPLAY "VALOR DE INVENTARIO A COSTO:  "
                   WKS-VALOR-TOTAL-FORMAT.
           DISPLAY "VALOR TOTAL DE INVENTARIO: " WKS-VALOR-TOTAL-FORMAT.
           MOVE "TOTAL A PRECIO" TO WKS-CONCEPTO-VAL.
           PERFORM 3655-ESCRIBIR-VALUACION.
           IF WKS-VALOR-CONSIGNA IS GREATER THAN 0 THEN
               MOVE WKS-VALOR-CONSIGNA TO WKS-VALOR-TOTAL-FORMAT
               DISPLAY "EN CONSIGNACION (DEL PROVEEDOR, NO SUMA): "
                       WKS-VALOR-TOTAL-FORMAT
               MOVE "CONSIGNACION NO SUMA" TO WKS-CONCEPTO-VAL
               PERFORM 3655-ESCRIBIR-VALUACION.
           DISPLAY "(LOS PRODUCTOS SIN DESGLOSE DE UBICACION SOLO "
                   "APARECEN EN LOS TOTALES COMBINADOS)".
           IF WKS-NUM-CATS IS GREATER THAN 0 THEN
           MOVE 0 TO WKS-VAL-BODEGA.
           MOVE 0 TO WKS-VAL-COSTO-TIENDA.
           MOVE 0 TO WKS-VAL-COSTO-BODEGA.
           MOVE 0 TO WKS-VAL-TRANSITO.
           MOVE 0 TO WKS-VAL-COSTO-TRANSITO.
           MOVE "N" TO WKS-FIN-EXIS.
           MOVE LOW-VALUES TO EX-LLAVE.
           START EXISTENCIA-FILE KEY IS NOT LESS THAN EX-LLAVE
                           MOVE 0 TO RP-PRECIO
                           MOVE 0 TO RP-COSTO
                   END-READ
                   PERFORM 7866-BUSCAR-CONSIGNA
                   IF WKS-ES-CONSIGNA THEN
                       MOVE 0 TO RP-PRECIO
                       MOVE 0 TO RP-COSTO
                   END-IF
                   COMPUTE WKS-VALOR-RENGLON =
                           RP-PRECIO * EX-CANTIDAD
                   COMPUTE WKS-VALOR-COSTO-RENGLON =
                       ADD WKS-VALOR-RENGLON TO WKS-VAL-TIENDA
                       ADD WKS-VALOR-COSTO-RENGLON
                           TO WKS-VAL-COSTO-TIENDA
                   ELSE
                   IF EX-UBICACION IS EQUAL TO WKS-UBI-TRANSITO THEN
                       ADD WKS-VALOR-RENGLON TO WKS-VAL-TRANSITO
                       ADD WKS-VALOR-COSTO-RENGLON
                           TO WKS-VAL-COSTO-TRANSITO
                   ELSE
                       ADD WKS-VALOR-RENGLON TO WKS-VAL-BODEGA
                       ADD WKS-VALOR-COSTO-RENGLON
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   PERFORM 3615-VALUAR-PRODUCTO.

      * LA MERCANCIA EN CONSIGNACION ES DEL PROVEEDOR: SE MUESTRA
      * APARTE Y NO SUMA A NUESTRO INVENTARIO
       3615-VALUAR-PRODUCTO.
           COMPUTE WKS-VALOR-RENGLON =
                   RP-PRECIO * RP-CANTIDAD.
           COMPUTE WKS-VALOR-COSTO-RENGLON =
                   RP-COSTO * RP-CANTIDAD.
           PERFORM 7866-BUSCAR-CONSIGNA.
           IF WKS-ES-CONSIGNA THEN
               ADD WKS-VALOR-COSTO-RENGLON TO WKS-VALOR-CONSIGNA
           ELSE
               ADD WKS-VALOR-RENGLON TO WKS-VALOR-TOTAL
               ADD WKS-VALOR-COSTO-RENGLON
                   TO WKS-VALOR-COSTO-TOTAL
               PERFORM 4810-PREPARAR-CAT-ACTUAL
               IF WKS-POS-CAT IS GREATER THAN 0 THEN
                   ADD WKS-VALOR-RENGLON
                       TO WKS-TC-VALOR(WKS-POS-CAT)
                   ADD WKS-VALOR-COSTO-RENGLON
                       TO WKS-TC-VALOR-COSTO(WKS-POS-CAT).

       4600-REPORTE-MARGEN.
           DISPLAY "=== MARGEN POR PRODUCTO (COSTO VS PRECIO) ===".
           DISPLAY "INGRESE DIAS DE CREDITO DEL PROVEEDOR (0 = "
                   "CONTADO)".
           ACCEPT PV-DIAS-CREDITO.
           DISPLAY "INGRESE RFC DEL PROVEEDOR".
           ACCEPT PV-RFC.
           DISPLAY "TIPO DE TERCERO (N=NACIONAL E=EXTRANJERO)".
           ACCEPT PV-TIPO-TERCERO.
           IF PV-TIPO-TERCERO IS NOT EQUAL TO "E" THEN
               MOVE "N" TO PV-TIPO-TERCERO.

           WRITE REG-PROVEEDOR
               INVALID KEY
               DISPLAY RP-NOMBRE " NO TIENE PROVEEDOR ASIGNADO"
           ELSE
               PERFORM 4046-SUGERIR-CANTIDAD
               MOVE RP-PROVEEDOR-ID TO WKS-EM-PV
               PERFORM 7700-BUSCAR-EMPAQUE
               IF WKS-HAY-EMPAQUE THEN
                   PERFORM 7702-CONFIRMAR-CAJAS
               ELSE
                   PERFORM 4048-CONFIRMAR-CANTIDAD
               END-IF
               IF WKS-CANT-PEDIR IS EQUAL TO 0 THEN
                   DISPLAY RP-NOMBRE " SIN CANTIDAD A PEDIR, SE "
                           "OMITE"
           READ PROVEEDOR-FILE KEY IS PV-ID
               INVALID KEY
                   MOVE 0 TO PV-TIEMPO-ENTREGA.
      * SI REPORTE-PROVEEDORES YA CALIFICO RECEPCIONES DEL PROVEEDOR
      * MANDA LO QUE REALMENTE TARDA, NO LO QUE PROMETE
           MOVE PV-TIEMPO-ENTREGA TO WKS-ENTREGA-USADA.
           MOVE RP-PROVEEDOR-ID TO DP-PV-ID.
           READ DESEMPENO-FILE KEY IS DP-PV-ID
               INVALID KEY
                   MOVE 0 TO DP-ENTREGA-REAL.
           IF DP-ENTREGA-REAL IS GREATER THAN 0 THEN
               MOVE DP-ENTREGA-REAL TO WKS-ENTREGA-USADA.
           COMPUTE WKS-DIAS-COBERTURA =
                   WKS-ENTREGA-USADA + WKS-CFG-DIAS-SEGURIDAD.
           COMPUTE WKS-CANT-SUGERIDA ROUNDED =
                   WKS-DEMANDA-TOTAL * WKS-DIAS-COBERTURA /
                   WKS-DIAS-VENTANA - RP-CANTIDAD.
                   " (" WKS-DEMANDA-SEMANAL " POR SEMANA)".
           DISPLAY "  EXISTENCIA: " RP-CANTIDAD
                   "  COBERTURA: " WKS-DIAS-COBERTURA
                   " DIAS (ENTREGA " WKS-ENTREGA-USADA
                   " + COLCHON " WKS-CFG-DIAS-SEGURIDAD ")".
           IF DP-ENTREGA-REAL IS GREATER THAN 0 THEN
               DISPLAY "  ENTREGA REAL " DP-ENTREGA-REAL
                       " DIAS (MES " DP-MES "), PROMETIDA "
                       PV-TIEMPO-ENTREGA " DIAS".
           IF WKS-BO-PENDIENTES IS GREATER THAN 0 THEN
               DISPLAY "  PEDIDOS PENDIENTES SUMADOS: "
                       WKS-BO-PENDIENTES.
           MOVE WKS-CANT-PEDIR TO OD-CANT-PEDIDA.
           MOVE 0 TO OD-CANT-RECIBIDA.
           MOVE 0 TO OD-COSTO-UNITARIO.
           PERFORM 7798-COSTO-PACTADO-OC.
           WRITE REG-ORDEN-DET
               INVALID KEY
                   DISPLAY "NO SE PUDO ESCRIBIR PARTIDA DE LA ORDEN "
           DISPLAY "ORDEN " WKS-OC-NUM(WKS-IDX-OC)
                   " PROVEEDOR " PV-NOMBRE
                   " PARTIDAS " WKS-OC-PARTIDAS(WKS-IDX-OC).
           MOVE WKS-OC-NUM(WKS-IDX-OC) TO WKS-OC-IMPRESA.
           PERFORM 7710-IMPRIMIR-OC.
           PERFORM 7800-EXPORTAR-OC.
           ADD 1 TO WKS-IDX-OC.

       4070-OBTENER-SIGUIENTE-FOLIO.
                   MOVE "S" TO WKS-FIN-PARTIDAS.
           PERFORM 5016-CANCELAR-UNA UNTIL WKS-EOF-PARTIDAS.
           DISPLAY "PARTIDAS CANCELADAS: " WKS-PARTIDAS-CANCELADAS.
           IF WKS-PARTIDAS-CANCELADAS IS GREATER THAN 0 THEN
               PERFORM 5027-CANCELAR-CHEQUE.

       5016-CANCELAR-UNA.
           READ TRANS-FILE NEXT RECORD
           CLOSE CUENTA-FILE.
           DISPLAY "CARGO A CUENTA REVERTIDO POR LA CANCELACION".

      * EL FOLIO PAGADO CON CHEQUE QUE SE CANCELA REGRESA EL CHEQUE
      * AL CLIENTE; SI YA SE DEPOSITO SOLO SE AVISA (EL REEMBOLSO VA
      * POR FUERA DE LA CAJA)
       5027-CANCELAR-CHEQUE.
           MOVE WKS-FOLIO-BUSCADO TO CH-FOLIO.
           READ CHEQUE-FILE KEY IS CH-FOLIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CH-ESTADO IS EQUAL TO "R" THEN
                       MOVE "C" TO CH-ESTADO
                       REWRITE REG-CHEQUE
                       DISPLAY "REGRESE AL CLIENTE EL CHEQUE "
                               CH-NUMERO " DE " CH-BANCO
                   ELSE
                   IF CH-ESTADO IS EQUAL TO "D" THEN
                       DISPLAY "EL CHEQUE " CH-NUMERO " YA SE "
                               "DEPOSITO (FICHA " CH-FICHA "); EL "
                               "REEMBOLSO VA POR FUERA DE LA CAJA"
           END-READ.

       5100-VENTA-TICKET.
           DISPLAY "=== VENTA EN TICKET ===".
           MOVE 0 TO WKS-NUM-LINEAS.

       5115-LOCALIZAR-PRODUCTO.
           MOVE "N" TO WKS-PROD-HALLADO-SW.
           MOVE "N" TO WKS-ETIQUETA-SW.
           MOVE WKS-CODIGO-CAPTURADO TO RP-CODIGO-BARRAS.
           READ F-ARCHIVO KEY IS RP-CODIGO-BARRAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WKS-PROD-HALLADO-SW.
           IF NOT WKS-PRODUCTO-HALLADO AND
              WKS-CODIGO-CAPTURADO(1:1) IS EQUAL TO "2" AND
              WKS-CODIGO-CAPTURADO IS NUMERIC THEN
               PERFORM 5116-LEER-ETIQUETA-BASCULA
           ELSE
           IF NOT WKS-PRODUCTO-HALLADO THEN
               COMPUTE WKS-ID-TECLEADO-TK =
                       FUNCTION NUMVAL(WKS-CODIGO-CAPTURADO)
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WKS-PROD-HALLADO-SW.
           IF NOT WKS-PRODUCTO-HALLADO THEN
               PERFORM 7925-ELEGIR-VARIANTE.

      * ETIQUETA IMPRESA POR LA BASCULA: EL PRODUCTO SALE DEL CODIGO
      * INCRUSTADO Y LA CANTIDAD DEL PESO, O DEL IMPORTE ENTRE EL
      * RP-PRECIO CUANDO LA ETIQUETA TRAE PRECIO. SI LA CANTIDAD NO
      * SE PUEDE SACAR DE LA ETIQUETA SE PIDE A MANO COMO SIEMPRE
       5116-LEER-ETIQUETA-BASCULA.
           MOVE WKS-CODIGO-CAPTURADO TO WKS-ETIQUETA-BASCULA.
           PERFORM 5117-DIGITO-VERIFICADOR.
           IF WKS-EB-CALCULADO IS NOT EQUAL TO WKS-EB-VERIFICADOR THEN
               DISPLAY "ETIQUETA DE BASCULA ILEGIBLE (DIGITO "
                       "VERIFICADOR), VUELVA A ESCANEAR"
           ELSE
               MOVE WKS-EB-PRODUCTO TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       DISPLAY "ETIQUETA DE BASCULA DE UN CODIGO "
                               WKS-EB-PRODUCTO " QUE NO EXISTE"
                   NOT INVALID KEY
                       MOVE "S" TO WKS-PROD-HALLADO-SW
               END-READ
               IF WKS-PRODUCTO-HALLADO THEN
                   PERFORM 5118-CANTIDAD-DE-ETIQUETA.

      * EAN-13: LOS DOCE PRIMEROS DIGITOS PESAN 1 Y 3 ALTERNADOS; EL
      * VERIFICADOR ES LO QUE FALTA PARA LA SIGUIENTE DECENA
       5117-DIGITO-VERIFICADOR.
           MOVE 0 TO WKS-EB-SUMA.
           MOVE 1 TO WKS-EB-IDX.
           PERFORM 5119-SUMAR-DIGITO
               UNTIL WKS-EB-IDX IS GREATER THAN 12.
           DIVIDE WKS-EB-SUMA BY 10 GIVING WKS-EB-COCIENTE
               REMAINDER WKS-EB-RESTO.
           IF WKS-EB-RESTO IS EQUAL TO 0 THEN
               MOVE 0 TO WKS-EB-CALCULADO
           ELSE
               COMPUTE WKS-EB-CALCULADO = 10 - WKS-EB-RESTO.

       5118-CANTIDAD-DE-ETIQUETA.
           MOVE 0 TO WKS-CANT-ETIQUETA.
           IF RP-GRANEL IS NOT EQUAL TO "S" THEN
               DISPLAY "ETIQUETA DE BASCULA EN UN PRODUCTO QUE NO SE "
                       "VENDE A GRANEL; CAPTURE LA CANTIDAD"
           ELSE
           IF WKS-EB-PREFIJO IS NOT GREATER THAN WKS-CFG-BASCULA-PESO
           THEN
               MOVE WKS-EB-PESO TO WKS-CANT-ETIQUETA
           ELSE
           IF RP-PRECIO IS GREATER THAN 0 THEN
               COMPUTE WKS-CANT-ETIQUETA ROUNDED =
                       WKS-EB-IMPORTE / RP-PRECIO
           ELSE
               DISPLAY "PRODUCTO SIN PRECIO; CAPTURE LA CANTIDAD".
           IF WKS-CANT-ETIQUETA IS GREATER THAN 0 THEN
               MOVE "S" TO WKS-ETIQUETA-SW.

       5119-SUMAR-DIGITO.
           DIVIDE WKS-EB-IDX BY 2 GIVING WKS-EB-COCIENTE
               REMAINDER WKS-EB-RESTO.
           IF WKS-EB-RESTO IS EQUAL TO 0 THEN
               COMPUTE WKS-EB-SUMA =
                       WKS-EB-SUMA + WKS-EB-DIGITO(WKS-EB-IDX) * 3
           ELSE
               ADD WKS-EB-DIGITO(WKS-EB-IDX) TO WKS-EB-SUMA.
           ADD 1 TO WKS-EB-IDX.

       5120-AGREGAR-LINEA.
           IF RP-INACTIVO THEN
               DISPLAY "    PROMOCION: PRECIO " WKS-PRECIO-EFECTIVO
                       " (DESCUENTO " WKS-DESC-UNITARIO
                       " POR UNIDAD)".
           PERFORM 7600-REVISAR-SERIADO.
           MOVE SPACES TO WKS-NS-ELEGIDA.
           IF WKS-HAY-ETIQUETA THEN
               MOVE WKS-CANT-ETIQUETA TO WKS-CANTIDAD-VENDIDA
               MOVE "N" TO WKS-ETIQUETA-SW
               DISPLAY "CANTIDAD DE LA ETIQUETA DE BASCULA: "
                       WKS-CANTIDAD-VENDIDA
           ELSE
           IF WKS-PRODUCTO-SERIADO THEN
               MOVE 0 TO WKS-CANTIDAD-VENDIDA
               PERFORM 7605-ELEGIR-SERIE
           ELSE
               IF RP-GRANEL IS EQUAL TO "S" THEN
                   DISPLAY "INGRESE CANTIDAD (ACEPTA DECIMALES, "
                           "EJ. 1.5)"
               ELSE
                   DISPLAY "INGRESE CANTIDAD"
               END-IF
               PERFORM 1990-CAPTURAR-CANTIDAD
               MOVE WKS-CANT-DECIMAL TO WKS-CANTIDAD-VENDIDA.
           IF WKS-CANTIDAD-VENDIDA IS EQUAL TO 0 THEN
               DISPLAY "LINEA OMITIDA"
           ELSE
                       TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS)
                   MOVE WKS-PRECIO-EFECTIVO
                       TO WKS-TK-PRECIO(WKS-NUM-LINEAS)
                   MOVE WKS-NS-ELEGIDA TO WKS-TK-SERIE(WKS-NUM-LINEAS)
                   COMPUTE WKS-TK-IMPORTE(WKS-NUM-LINEAS) =
                           WKS-CANTIDAD-VENDIDA * WKS-PRECIO-EFECTIVO
                   COMPUTE WKS-TK-DESCUENTO(WKS-NUM-LINEAS) =
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WKS-FIN-PROMO.
           OPEN INPUT PROMO-FILE.
           IF PRO-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-PROMO
           ELSE
               PERFORM 5176-LEER-PROMO UNTIL WKS-EOF-PROMO
               MOVE WKS-PRECIO-BASE TO WKS-DESC-UNITARIO.
           COMPUTE WKS-PRECIO-EFECTIVO =
                   WKS-PRECIO-BASE - WKS-DESC-UNITARIO.
           MOVE PM-DESDE TO WKS-PROMO-DESDE.
           MOVE PM-HASTA TO WKS-PROMO-HASTA.

      * LOS FOLIOS CONVERTIDOS (COTIZACION O APARTADO) NO PASAN POR
      * LA CAPTURA DE VENDEDOR NI POR LA IDENTIFICACION DE CLIENTE:
              NOT WKS-PAGO-YA-CUBIERTO THEN
               PERFORM 5940-REDIMIR-VALE.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-FOLIO FROM TIME.
           PERFORM 4520-REVISAR-DIA-CERRADO.
           IF WKS-YA-CERRADO THEN
               DISPLAY "ATENCION: EL DIA YA TIENE CORTE DE CAJA, "
           IF WKS-FORMA-PAGO IS EQUAL TO "C" THEN
               MOVE WKS-TOTAL-TICKET TO WKS-IMPORTE-CARGO
               PERFORM 5920-CARGAR-CUENTA.
           IF WKS-FORMA-PAGO IS EQUAL TO "Q" THEN
               MOVE WKS-TOTAL-TICKET TO WKS-CHQ-IMPORTE
               PERFORM 5975-REGISTRAR-CHEQUE.
           PERFORM 5948-ACUMULAR-PUNTOS.
           PERFORM 5160-IMPRIMIR-TICKET.
           DISPLAY "TICKET REGISTRADO CON FOLIO " WKS-FOLIO-ACTUAL.
           IF WKS-FORMA-PAGO IS EQUAL TO "R" THEN
               PERFORM 7505-ENTREGA-DEL-TICKET.

       5150-APLICAR-LINEA.
           MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO RP-ID.
                       PERFORM 5149-RELEVAR-PRODUCTO
                   END-IF
                   MOVE WKS-FECHA-HOY TO TR-FECHA
                   MOVE WKS-HORA-FOLIO(1:6) TO TR-HORA
                   MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO TR-RP-ID
                   MOVE WKS-TK-CANTIDAD(WKS-IDX-TK) TO TR-CANTIDAD
                   MOVE WKS-TK-PRECIO(WKS-IDX-TK) TO TR-PRECIO
                       INVALID KEY
                           DISPLAY "NO SE PUDO ESCRIBIR LA PARTIDA "
                                   TR-PARTIDA
                       NOT INVALID KEY
                           PERFORM 7610-VENDER-SERIES
                   END-WRITE.
           ADD 1 TO WKS-IDX-TK.

           MOVE WKS-TK-CANTIDAD(WKS-IDX-TK)
               TO WKS-CANTIDAD-VENDIDA.
           PERFORM 4730-RESTAR-VENTA-EXISTENCIA.
           IF WKS-TK-CANTIDAD(WKS-IDX-TK) IS GREATER THAN RP-CANTIDAD
           THEN
               COMPUTE WKS-FL-FALTANTE =
                       WKS-TK-CANTIDAD(WKS-IDX-TK) - RP-CANTIDAD
               MOVE 0 TO RP-CANTIDAD
               PERFORM 5199-AVISAR-FALTANTE
           ELSE
               SUBTRACT WKS-TK-CANTIDAD(WKS-IDX-TK)
                   FROM RP-CANTIDAD.
           PERFORM 1977-JOURNAL-PROD-CAMBIO
           REWRITE REG-PRODUCTO
               INVALID KEY
                               MOVE WKS-COMP-CANT
                                   TO WKS-CANTIDAD-VENDIDA
                               PERFORM 4730-RESTAR-VENTA-EXISTENCIA
                               IF WKS-COMP-CANT IS GREATER THAN
                                  RP-CANTIDAD THEN
                                   COMPUTE WKS-FL-FALTANTE =
                                           WKS-COMP-CANT - RP-CANTIDAD
                                   MOVE 0 TO RP-CANTIDAD
                                   PERFORM 5199-AVISAR-FALTANTE
                               ELSE
                                   SUBTRACT WKS-COMP-CANT
                                       FROM RP-CANTIDAD
                               END-IF
                               PERFORM 1977-JOURNAL-PROD-CAMBIO
                               REWRITE REG-PRODUCTO
                                   INVALID KEY
           WRITE REG-TICKET.
           ADD 1 TO WKS-IDX-TK.

      * VENTA FUERA DE LINEA: LA MISMA CAPTURA DEL TICKET PERO CONTRA
      * LA FOTO DE PRECIOS, SIN PROMOCIONES NI EXISTENCIAS (NO HAY
      * MAESTRO QUE CONSULTAR). EL TICKET VA A LA COLA DE LA CAJA CON
      * UN FOLIO DE SU BLOQUE RESERVADO; LA OPCION 46 LO APLICA
      * CUANDO VUELVE LA LINEA
       5180-VENTA-FUERA-LINEA.
           DISPLAY "=== VENTA EN TICKET (FUERA DE LINEA) ===".
           PERFORM 1033-LEER-BLOQUE-CAJA.
           IF WKS-FL-RESTANTES IS EQUAL TO 0 THEN
               DISPLAY "LA CAJA NO TIENE FOLIOS RESERVADOS "
                       "DISPONIBLES, NO SE PUEDE VENDER FUERA DE LINEA"
           ELSE
               OPEN INPUT PRECIO-CAJA-FILE
               IF PC-STATUS IS NOT EQUAL TO "00" THEN
                   DISPLAY "LA CAJA NO TIENE FOTO DE PRECIOS ("
                           WKS-NOMBRE-PRECIOS-CAJA ")"
               ELSE
                   PERFORM 5185-CAPTURAR-TICKET-FL
                   CLOSE PRECIO-CAJA-FILE.

       5181-CAPTURAR-LINEA-FL.
           DISPLAY "ESCANEE CODIGO O INGRESE ID (0 = TERMINAR "
                   "CAPTURA)".
           MOVE SPACES TO WKS-CODIGO-CAPTURADO.
           ACCEPT WKS-CODIGO-CAPTURADO.
           IF WKS-CODIGO-CAPTURADO IS EQUAL TO "0" OR SPACES THEN
               MOVE "S" TO WKS-FIN-TICKET
           ELSE
               PERFORM 5182-LOCALIZAR-PRECIO-FL
               IF WKS-PRODUCTO-HALLADO THEN
                   PERFORM 5184-AGREGAR-LINEA-FL
               ELSE
                   DISPLAY "PRODUCTO NO ENCONTRADO EN LA FOTO DE "
                           "PRECIOS".

      * MISMA BUSQUEDA QUE 5115 (CODIGO DE BARRAS, ETIQUETA DE BASCULA
      * O RP-ID) PERO EN LA FOTO; EL RENGLON HALLADO SE PASA A
      * REG-PRODUCTO PARA QUE LA CAPTURA DE CANTIDAD SEA LA MISMA
       5182-LOCALIZAR-PRECIO-FL.
           MOVE "N" TO WKS-PROD-HALLADO-SW.
           MOVE "N" TO WKS-ETIQUETA-SW.
           MOVE WKS-CODIGO-CAPTURADO TO PC-CODIGO-BARRAS.
           READ PRECIO-CAJA-FILE KEY IS PC-CODIGO-BARRAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WKS-PROD-HALLADO-SW
                   MOVE REG-PRECIO-CAJA TO REG-PRODUCTO.
           IF NOT WKS-PRODUCTO-HALLADO AND
              WKS-CODIGO-CAPTURADO(1:1) IS EQUAL TO "2" AND
              WKS-CODIGO-CAPTURADO IS NUMERIC THEN
               PERFORM 5183-ETIQUETA-BASCULA-FL
           ELSE
           IF NOT WKS-PRODUCTO-HALLADO THEN
               COMPUTE WKS-ID-TECLEADO-TK =
                       FUNCTION NUMVAL(WKS-CODIGO-CAPTURADO)
               IF WKS-ID-TECLEADO-TK IS GREATER THAN 0 THEN
                   MOVE WKS-ID-TECLEADO-TK TO PC-ID
                   READ PRECIO-CAJA-FILE KEY IS PC-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WKS-PROD-HALLADO-SW
                           MOVE REG-PRECIO-CAJA TO REG-PRODUCTO.

       5183-ETIQUETA-BASCULA-FL.
           MOVE WKS-CODIGO-CAPTURADO TO WKS-ETIQUETA-BASCULA.
           PERFORM 5117-DIGITO-VERIFICADOR.
           IF WKS-EB-CALCULADO IS NOT EQUAL TO WKS-EB-VERIFICADOR THEN
               DISPLAY "ETIQUETA DE BASCULA ILEGIBLE (DIGITO "
                       "VERIFICADOR), VUELVA A ESCANEAR"
           ELSE
               MOVE WKS-EB-PRODUCTO TO PC-ID
               READ PRECIO-CAJA-FILE KEY IS PC-ID
                   INVALID KEY
                       DISPLAY "ETIQUETA DE BASCULA DE UN CODIGO "
                               WKS-EB-PRODUCTO " QUE NO ESTA EN LA "
                               "FOTO DE PRECIOS"
                   NOT INVALID KEY
                       MOVE "S" TO WKS-PROD-HALLADO-SW
                       MOVE REG-PRECIO-CAJA TO REG-PRODUCTO
               END-READ
               IF WKS-PRODUCTO-HALLADO THEN
                   PERFORM 5118-CANTIDAD-DE-ETIQUETA.

       5184-AGREGAR-LINEA-FL.
           IF RP-INACTIVO THEN
               DISPLAY "PRODUCTO INACTIVO, LINEA OMITIDA"
           ELSE
               DISPLAY RP-NOMBRE " PRECIO: " RP-PRECIO
               IF WKS-HAY-ETIQUETA THEN
                   MOVE WKS-CANT-ETIQUETA TO WKS-CANTIDAD-VENDIDA
                   MOVE "N" TO WKS-ETIQUETA-SW
                   DISPLAY "CANTIDAD DE LA ETIQUETA DE BASCULA: "
                           WKS-CANTIDAD-VENDIDA
               ELSE
                   IF RP-GRANEL IS EQUAL TO "S" THEN
                       DISPLAY "INGRESE CANTIDAD (ACEPTA DECIMALES, "
                               "EJ. 1.5)"
                   ELSE
                       DISPLAY "INGRESE CANTIDAD"
                   END-IF
                   PERFORM 1990-CAPTURAR-CANTIDAD
                   MOVE WKS-CANT-DECIMAL TO WKS-CANTIDAD-VENDIDA
               END-IF
               IF WKS-CANTIDAD-VENDIDA IS EQUAL TO 0 THEN
                   DISPLAY "LINEA OMITIDA"
               ELSE
                   ADD 1 TO WKS-NUM-LINEAS
                   MOVE RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS)
                   MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS)
                   MOVE RP-NOMBRE TO WKS-TK-NOMBRE(WKS-NUM-LINEAS)
                   MOVE WKS-CANTIDAD-VENDIDA
                       TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS)
                   MOVE RP-PRECIO TO WKS-TK-PRECIO(WKS-NUM-LINEAS)
                   COMPUTE WKS-TK-IMPORTE(WKS-NUM-LINEAS) =
                           WKS-CANTIDAD-VENDIDA * RP-PRECIO
                   MOVE 0 TO WKS-TK-DESCUENTO(WKS-NUM-LINEAS)
                   ADD WKS-TK-IMPORTE(WKS-NUM-LINEAS)
                       TO WKS-TOTAL-TICKET
                   MOVE WKS-TOTAL-TICKET TO WKS-IMPORTE-FORMAT
                   DISPLAY "TOTAL ACUMULADO: " WKS-IMPORTE-FORMAT.

       5185-CAPTURAR-TICKET-FL.
           MOVE 0 TO WKS-NUM-LINEAS.
           MOVE 0 TO WKS-TOTAL-TICKET.
           MOVE WKS-OPERADOR-SESION TO WKS-VENDEDOR-VENTA.
           MOVE 0 TO WKS-CLIENTE-VENTA.
           DISPLAY "CLIENTE (ID, 0 = PUBLICO EN GENERAL)".
           ACCEPT WKS-CLIENTE-VENTA.
           MOVE "N" TO WKS-FIN-TICKET.
           PERFORM 5181-CAPTURAR-LINEA-FL
               UNTIL WKS-TERMINA-TICKET
                  OR WKS-NUM-LINEAS IS NOT LESS THAN 50.
           IF WKS-NUM-LINEAS IS EQUAL TO 0 THEN
               DISPLAY "TICKET VACIO, NO SE REGISTRA NADA"
           ELSE
               MOVE WKS-TOTAL-TICKET TO WKS-IMPORTE-FORMAT
               DISPLAY "TOTAL DEL TICKET: " WKS-IMPORTE-FORMAT
               DISPLAY "CONFIRMA LA VENTA (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                   PERFORM 5186-FORMA-PAGO-FL
                   PERFORM 5187-ENCOLAR-TICKET-FL
               ELSE
                   DISPLAY "VENTA CANCELADA POR EL OPERADOR".

      * FUERA DE LINEA NO HAY SALDOS NI PUNTOS QUE CONSULTAR: SOLO
      * CONTADO, TARJETA O CREDITO A CLIENTE IDENTIFICADO (EL CARGO Y
      * SU LIMITE SE REVISAN AL APLICAR LA COLA)
       5186-FORMA-PAGO-FL.
           MOVE "E" TO WKS-FORMA-PAGO.
           DISPLAY "FORMA DE PAGO (1=EFECTIVO 2=TARJETA 3=CREDITO)".
           ACCEPT WKS-OPCION-PAGO.
           IF WKS-OPCION-PAGO IS EQUAL TO 2 THEN
               MOVE "T" TO WKS-FORMA-PAGO
           ELSE
           IF WKS-OPCION-PAGO IS EQUAL TO 3 THEN
               IF WKS-CLIENTE-VENTA IS EQUAL TO 0 THEN
                   DISPLAY "EL CREDITO REQUIERE CLIENTE, SE COBRA DE "
                           "CONTADO"
               ELSE
                   MOVE "C" TO WKS-FORMA-PAGO
                   DISPLAY "CREDITO SIN REVISAR LIMITE: EL CARGO SE "
                           "VALIDA AL APLICAR LA COLA".

       5187-ENCOLAR-TICKET-FL.
           PERFORM 5189-FOLIO-DEL-BLOQUE.
           IF WKS-FOLIO-ACTUAL IS EQUAL TO 0 THEN
               DISPLAY "EL TICKET NO SE REGISTRO"
           ELSE
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WKS-HORA-FOLIO FROM TIME
               OPEN EXTEND COLA-CAJA-FILE
               IF TF-STATUS IS EQUAL TO "35" THEN
                   OPEN OUTPUT COLA-CAJA-FILE
               END-IF
               MOVE 1 TO WKS-IDX-TK
               PERFORM 5188-ENCOLAR-LINEA-FL
                   UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS
               CLOSE COLA-CAJA-FILE
               PERFORM 5190-IMPRIMIR-TICKET-FL
               DISPLAY "TICKET EN COLA FUERA DE LINEA CON FOLIO "
                       WKS-FOLIO-ACTUAL.

       5188-ENCOLAR-LINEA-FL.
           MOVE WKS-FOLIO-ACTUAL TO TF-FOLIO.
           MOVE WKS-IDX-TK TO TF-PARTIDA.
           MOVE WKS-FECHA-HOY TO TF-FECHA.
           MOVE WKS-HORA-FOLIO(1:6) TO TF-HORA.
           MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO TF-RP-ID.
           MOVE WKS-TK-CANTIDAD(WKS-IDX-TK) TO TF-CANTIDAD.
           MOVE WKS-TK-PRECIO(WKS-IDX-TK) TO TF-PRECIO.
           MOVE WKS-CLIENTE-VENTA TO TF-CLIENTE-ID.
           MOVE WKS-FORMA-PAGO TO TF-FORMA-PAGO.
           MOVE WKS-VENDEDOR-VENTA TO TF-VENDEDOR.
           MOVE WKS-CFG-CAJA TO TF-CAJA.
           WRITE REG-COLA-CAJA.
           ADD 1 TO WKS-IDX-TK.

      * EL FOLIO SE GASTA (SE ANOTA EL SIGUIENTE EN EL BLOQUE LOCAL)
      * ANTES DE ESCRIBIR LA COLA, PARA QUE UNA CAIDA NO LO REPITA
       5189-FOLIO-DEL-BLOQUE.
           MOVE 0 TO WKS-FOLIO-ACTUAL.
           PERFORM 1033-LEER-BLOQUE-CAJA.
           IF WKS-FL-RESTANTES IS EQUAL TO 0 THEN
               DISPLAY "LA CAJA " WKS-CFG-CAJA " YA NO TIENE FOLIOS "
                       "RESERVADOS"
           ELSE
               MOVE BQ-SIGUIENTE TO WKS-FOLIO-ACTUAL
               ADD 1 TO BQ-SIGUIENTE
               OPEN OUTPUT BLOQUE-CAJA-FILE
               WRITE REG-BLOQUE-CAJA
               CLOSE BLOQUE-CAJA-FILE.

       5190-IMPRIMIR-TICKET-FL.
           MOVE WKS-FOLIO-ACTUAL TO WKS-TICKET-FOLIO.
           OPEN OUTPUT TICKET-FILE.
           MOVE "          === SHOPPING DAVID ===" TO REG-TICKET.
           WRITE REG-TICKET.
           MOVE SPACES TO REG-TICKET.
           STRING "FOLIO: " WKS-FOLIO-ACTUAL
                  "   FECHA: " WKS-FECHA-HOY
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           MOVE SPACES TO REG-TICKET.
           STRING "CAJA " WKS-CFG-CAJA " (VENTA FUERA DE LINEA)"
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           MOVE "----------------------------------------"
               TO REG-TICKET.
           WRITE REG-TICKET.
           MOVE 1 TO WKS-IDX-TK.
           PERFORM 5165-IMPRIMIR-LINEA
               UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS.
           MOVE "----------------------------------------"
               TO REG-TICKET.
           WRITE REG-TICKET.
           MOVE SPACES TO REG-TICKET.
           MOVE WKS-TOTAL-TICKET TO WKS-IMPORTE-FORMAT.
           STRING "TOTAL:    " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           MOVE "PRECIOS CON IVA INCLUIDO" TO REG-TICKET.
           WRITE REG-TICKET.
           MOVE "     GRACIAS POR SU COMPRA" TO REG-TICKET.
           WRITE REG-TICKET.
           CLOSE TICKET-FILE.
           DISPLAY "TICKET IMPRESO EN " WKS-NOMBRE-TICKET.

      * APLICACION DE LA COLA FUERA DE LINEA: CADA TICKET PASA POR EL
      * MISMO 5150 DEL TICKET EN LINEA (EXISTENCIAS, LOTES, KARDEX Y
      * VENTAS.TXT CON SU FOLIO RESERVADO), MAS CARGO A CUENTA Y
      * PUNTOS. LA PARTIDA QUE YA ESTA EN VENTAS.TXT SE SALTA, ASI QUE
      * UNA APLICACION INTERRUMPIDA SE PUEDE REPETIR. SE REPORTAN LOS
      * PRECIOS QUE CAMBIARON Y LAS EXISTENCIAS QUE NO ALCANZARON
       5191-APLICAR-FUERA-LINEA.
           MOVE "N" TO WKS-FIN-COLA-FL.
           OPEN INPUT COLA-CAJA-FILE.
           IF TF-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "LA CAJA NO TIENE TICKETS FUERA DE LINEA "
                       "PENDIENTES"
           ELSE
               PERFORM 4080-ABRIR-TRANS-IO
               IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
                   DISPLAY "VENTAS.TXT SIGUE SIN ABRIR, LA COLA SE "
                           "CONSERVA"
                   CLOSE COLA-CAJA-FILE
               ELSE
                   PERFORM 5192-RECORRER-COLA-FL
                   CLOSE TRANS-FILE
                   CLOSE COLA-CAJA-FILE
                   OPEN OUTPUT COLA-CAJA-FILE
                   CLOSE COLA-CAJA-FILE.

       5192-RECORRER-COLA-FL.
           MOVE 0 TO WKS-FL-TICKETS.
           MOVE 0 TO WKS-FL-PARTIDAS.
           MOVE 0 TO WKS-FL-YA-APLICADAS.
           MOVE 0 TO WKS-FL-AVISOS-PRECIO.
           MOVE 0 TO WKS-FL-AVISOS-EXIST.
           MOVE 0 TO WKS-FL-AVISOS-OTROS.
           MOVE 0 TO WKS-FL-ULTIMO.
           MOVE 0 TO WKS-FL-FOLIO-ANT.
           MOVE 0 TO WKS-NUM-LINEAS.
           MOVE 0 TO WKS-TOTAL-TICKET.
           MOVE "S" TO WKS-FL-APLICANDO-SW.
           MOVE "REPORTE-FUERA-LINEA.TXT" TO WKS-REP-NOMBRE.
           MOVE "APLICACION DE TICKETS VENDIDOS FUERA DE LINEA"
               TO WKS-REP-TITULO.
           MOVE "AVISO     FOLIO      PDA ID         DETALLE"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           PERFORM 5193-LEER-COLA-FL UNTIL WKS-EOF-COLA-FL.
           IF WKS-NUM-LINEAS IS GREATER THAN 0 THEN
               PERFORM 5194-APLICAR-TICKET-FL.
           PERFORM 5192A-ANOTAR-ULTIMO-FOLIO.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "TICKETS: " WKS-FL-TICKETS
                  "  PARTIDAS APLICADAS: " WKS-FL-PARTIDAS
                  "  YA APLICADAS ANTES: " WKS-FL-YA-APLICADAS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "AVISOS DE PRECIO: " WKS-FL-AVISOS-PRECIO
                  "  DE EXISTENCIA: " WKS-FL-AVISOS-EXIST
                  "  OTROS: " WKS-FL-AVISOS-OTROS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           MOVE "N" TO WKS-FL-APLICANDO-SW.
           DISPLAY "TICKETS FUERA DE LINEA APLICADOS: " WKS-FL-TICKETS
                   " (" WKS-FL-PARTIDAS " PARTIDAS)".
           DISPLAY "AVISOS DE PRECIO: " WKS-FL-AVISOS-PRECIO
                   " DE EXISTENCIA: " WKS-FL-AVISOS-EXIST
                   " OTROS: " WKS-FL-AVISOS-OTROS
                   ", VEA " WKS-REP-NOMBRE.

      * EL ULTIMO FOLIO APLICADO QUEDA ANOTADO EN EL BLOQUE: DE AHI
      * PARA ABAJO VERIFICA-FOLIOS EXIGE QUE TODOS ESTEN EN VENTAS
       5192A-ANOTAR-ULTIMO-FOLIO.
           PERFORM 1033-LEER-BLOQUE-CAJA.
           IF WKS-FL-ULTIMO IS GREATER THAN 0 AND
              BQ-DESDE IS GREATER THAN 0 THEN
               OPEN I-O RESERVA-FILE
               MOVE FR-STATUS TO FS-STATUS-CHEQUEO
               MOVE "APERTURA DE RESERVA-FILE"
                   TO WKS-DESCRIP-OPERACION
               PERFORM 1900-VERIFICAR-ARCHIVO
               MOVE BQ-DESDE TO FR-DESDE
               READ RESERVA-FILE KEY IS FR-DESDE
                   INVALID KEY
                       DISPLAY "EL BLOQUE " BQ-DESDE " NO ESTA EN "
                               "FOLIOS-RESERVADOS.TXT"
                   NOT INVALID KEY
                       IF WKS-FL-ULTIMO IS GREATER THAN FR-ULTIMO THEN
                           MOVE WKS-FL-ULTIMO TO FR-ULTIMO
                           REWRITE REG-RESERVA
                               INVALID KEY
                                   DISPLAY "NO SE PUDO ANOTAR EL "
                                           "ULTIMO FOLIO APLICADO"
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE RESERVA-FILE.

      * CORTE DE CONTROL POR FOLIO: LAS PARTIDAS DE UN TICKET SE
      * JUNTAN EN LA TABLA DEL TICKET Y AL CAMBIAR DE FOLIO SE APLICA
       5193-LEER-COLA-FL.
           READ COLA-CAJA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-COLA-FL
               NOT AT END
                   IF TF-FOLIO IS NOT EQUAL TO WKS-FL-FOLIO-ANT AND
                      WKS-NUM-LINEAS IS GREATER THAN 0 THEN
                       PERFORM 5194-APLICAR-TICKET-FL
                   END-IF
                   PERFORM 5195-JUNTAR-PARTIDA-FL.

       5194-APLICAR-TICKET-FL.
           ADD 1 TO WKS-FL-TICKETS.
           MOVE 0 TO WKS-TICKET-IVA.
           MOVE 0 TO WKS-TICKET-DESCUENTO.
           MOVE 0 TO WKS-PUNTOS-GANADOS.
           MOVE "1" TO WKS-NIVEL-VENTA.
           MOVE "N" TO WKS-FL-NUEVO-SW.
           PERFORM 4520-REVISAR-DIA-CERRADO.
           IF WKS-YA-CERRADO THEN
               ADD 1 TO WKS-FL-AVISOS-OTROS
               MOVE SPACES TO WKS-REP-LINEA
               STRING "CORTADO   " WKS-FOLIO-ACTUAL "     "
                      WKS-FECHA-HOY
                      " EL DIA YA TENIA CORTE, EXTEMPORANEO"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           MOVE 1 TO WKS-IDX-TK.
           PERFORM 5196-APLICAR-PARTIDA-FL
               UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS.
           IF WKS-FL-TICKET-NUEVO THEN
               IF WKS-FORMA-PAGO IS EQUAL TO "C" THEN
                   MOVE WKS-TOTAL-TICKET TO WKS-IMPORTE-CARGO
                   PERFORM 5920-CARGAR-CUENTA
                   PERFORM 5198-REVISAR-LIMITE-FL
               END-IF
               PERFORM 5948-ACUMULAR-PUNTOS.
           IF WKS-FOLIO-ACTUAL IS GREATER THAN WKS-FL-ULTIMO THEN
               MOVE WKS-FOLIO-ACTUAL TO WKS-FL-ULTIMO.
           MOVE 0 TO WKS-NUM-LINEAS.
           MOVE 0 TO WKS-TOTAL-TICKET.

       5195-JUNTAR-PARTIDA-FL.
           IF WKS-NUM-LINEAS IS EQUAL TO 0 THEN
               MOVE TF-FOLIO TO WKS-FOLIO-ACTUAL
               MOVE TF-FECHA TO WKS-FECHA-HOY
               MOVE 0 TO WKS-HORA-FOLIO
               MOVE TF-HORA TO WKS-HORA-FOLIO(1:6)
               MOVE TF-CLIENTE-ID TO WKS-CLIENTE-VENTA
               MOVE TF-FORMA-PAGO TO WKS-FORMA-PAGO
               MOVE TF-VENDEDOR TO WKS-VENDEDOR-VENTA.
           MOVE TF-FOLIO TO WKS-FL-FOLIO-ANT.
           ADD 1 TO WKS-NUM-LINEAS.
           MOVE TF-RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS).
           MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS).
           MOVE SPACES TO WKS-TK-NOMBRE(WKS-NUM-LINEAS).
           MOVE TF-CANTIDAD TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS).
           MOVE TF-PRECIO TO WKS-TK-PRECIO(WKS-NUM-LINEAS).
           COMPUTE WKS-TK-IMPORTE(WKS-NUM-LINEAS) =
                   TF-CANTIDAD * TF-PRECIO.
           MOVE 0 TO WKS-TK-DESCUENTO(WKS-NUM-LINEAS).
           ADD WKS-TK-IMPORTE(WKS-NUM-LINEAS) TO WKS-TOTAL-TICKET.

       5196-APLICAR-PARTIDA-FL.
           MOVE WKS-FOLIO-ACTUAL TO TR-FOLIO.
           MOVE WKS-IDX-TK TO TR-PARTIDA.
           READ TRANS-FILE KEY IS TR-LLAVE
               INVALID KEY
                   PERFORM 5197-REVISAR-PARTIDA-FL
                   PERFORM 5150-APLICAR-LINEA
               NOT INVALID KEY
                   ADD 1 TO WKS-FL-YA-APLICADAS
                   ADD 1 TO WKS-IDX-TK.

       5197-REVISAR-PARTIDA-FL.
           ADD 1 TO WKS-FL-PARTIDAS.
           IF WKS-IDX-TK IS EQUAL TO 1 THEN
               MOVE "S" TO WKS-FL-NUEVO-SW.
           MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   ADD 1 TO WKS-FL-AVISOS-OTROS
                   MOVE SPACES TO WKS-REP-LINEA
                   STRING "NO EXISTE " WKS-FOLIO-ACTUAL " "
                          WKS-IDX-TK "  " RP-ID
                          " PARTIDA NO APLICADA"
                       DELIMITED BY SIZE INTO WKS-REP-LINEA
                   PERFORM 1961-REPORTE-LINEA
               NOT INVALID KEY
                   IF WKS-TK-PRECIO(WKS-IDX-TK) IS NOT EQUAL TO
                      RP-PRECIO THEN
                       ADD 1 TO WKS-FL-AVISOS-PRECIO
                       MOVE WKS-TK-PRECIO(WKS-IDX-TK)
                           TO WKS-FL-PRECIO-FORMAT
                       MOVE RP-PRECIO TO WKS-FL-PRECIO-FORMAT-2
                       MOVE SPACES TO WKS-REP-LINEA
                       STRING "PRECIO    " WKS-FOLIO-ACTUAL " "
                              WKS-IDX-TK "  " RP-ID
                              " COBRADO " WKS-FL-PRECIO-FORMAT
                              " HOY " WKS-FL-PRECIO-FORMAT-2
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA.

      * EL CREDITO FUERA DE LINEA NO PUDO REVISAR LIMITE: AL APLICAR
      * SE AVISA EL CLIENTE INEXISTENTE O EL QUE QUEDO SOBRE SU LIMITE
       5198-REVISAR-LIMITE-FL.
           IF WKS-HAY-CLIENTES THEN
               MOVE WKS-CLIENTE-VENTA TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       ADD 1 TO WKS-FL-AVISOS-OTROS
                       MOVE SPACES TO WKS-REP-LINEA
                       STRING "CLIENTE   " WKS-FOLIO-ACTUAL "     "
                              WKS-CLIENTE-VENTA
                              " CARGO A CLIENTE NO REGISTRADO"
                           DELIMITED BY SIZE INTO WKS-REP-LINEA
                       PERFORM 1961-REPORTE-LINEA
                   NOT INVALID KEY
                       MOVE WKS-CLIENTE-VENTA TO WKS-CLIENTE-CONSULTA
                       PERFORM 5900-SALDO-CLIENTE
                       IF RC-LIMITE-CREDITO IS NUMERIC AND
                          WKS-SALDO-CLIENTE IS GREATER THAN
                          RC-LIMITE-CREDITO THEN
                           ADD 1 TO WKS-FL-AVISOS-OTROS
                           MOVE WKS-SALDO-CLIENTE TO WKS-SALDO-FORMAT
                           MOVE SPACES TO WKS-REP-LINEA
                           STRING "LIMITE    " WKS-FOLIO-ACTUAL
                                  "     " WKS-CLIENTE-VENTA
                                  " SALDO " WKS-SALDO-FORMAT
                               DELIMITED BY SIZE INTO WKS-REP-LINEA
                           PERFORM 1961-REPORTE-LINEA.

      * LA EXISTENCIA NO ALCANZO PARA LO VENDIDO (VENTA FUERA DE LINEA
      * O DOS CAJAS SOBRE LA ULTIMA PIEZA): EL MAESTRO QUEDA EN CERO Y
      * EL FALTANTE SE AVISA PARA QUE SE CUENTE EL PRODUCTO
       5199-AVISAR-FALTANTE.
           ADD 1 TO WKS-FL-AVISOS-EXIST.
           MOVE WKS-FL-FALTANTE TO WKS-FL-CANT-FORMAT.
           IF WKS-FL-APLICANDO THEN
               MOVE SPACES TO WKS-REP-LINEA
               STRING "EXISTENC. " WKS-FOLIO-ACTUAL " "
                      WKS-IDX-TK "  " RP-ID
                      " FALTARON " WKS-FL-CANT-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
           ELSE
               DISPLAY "AVISO: " RP-NOMBRE(1:30)
                       " NO TENIA EXISTENCIA SUFICIENTE (FALTARON "
                       WKS-FL-CANT-FORMAT ")".

       5200-ALTA-TASA-IVA.
           DISPLAY "INGRESE CODIGO DE TASA (1 CARACTER, EJ. G/F/E)".
           ACCEPT TI-CODIGO.
           ELSE
               ADD 1 TO WKS-NUM-LINEAS
               MOVE RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS)
               MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS)
               MOVE RP-NOMBRE TO WKS-TK-NOMBRE(WKS-NUM-LINEAS)
               MOVE WKS-CANTIDAD-VENDIDA
                   TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS)
           ELSE
               ADD 1 TO WKS-NUM-LINEAS
               MOVE CD-RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS)
               MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS)
               MOVE RP-NOMBRE TO WKS-TK-NOMBRE(WKS-NUM-LINEAS)
               MOVE CD-CANTIDAD TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS)
               MOVE CD-PRECIO TO WKS-TK-PRECIO(WKS-NUM-LINEAS)
                           DISPLAY "NO SE PUDO ACTUALIZAR " RP-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-MPU-APLICADOS
                           MOVE "MPU" TO WKS-EQ-MOTIVO
                           PERFORM 3310-REGISTRAR-HIST-PRECIO.
           ADD 1 TO WKS-IDX-MPU.

               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       IF CU-TIPO IS EQUAL TO "A" OR
                          CU-TIPO IS EQUAL TO "N" THEN
                           SUBTRACT CU-IMPORTE FROM WKS-SALDO-CLIENTE
                       ELSE
                           ADD CU-IMPORTE TO WKS-SALDO-CLIENTE.

      * DECIDE LA FORMA DE PAGO PARA EL IMPORTE EN WKS-IMPORTE-LINEA:
      * EFECTIVO, TARJETA EN LA TERMINAL BANCARIA, O CREDITO (ESTE
      * ULTIMO VALIDADO CONTRA EL LIMITE Y LA MORA DEL CLIENTE). EL
      * CHEQUE (Q) SOLO DE CLIENTE REGISTRADO SIN CHEQUES DEVUELTOS
      * CON EL PAGO YA CUBIERTO (CONVERSION DE APARTADO) EL FOLIO
      * SALE CON FORMA A: EL EFECTIVO YA ENTRO EN LOS ABONOS Y EL
      * CORTE DE HOY NO DEBE ESPERARLO
               MOVE "A" TO WKS-FORMA-PAGO
           ELSE
               DISPLAY "FORMA DE PAGO (1=EFECTIVO 2=TARJETA "
                       "3=CREDITO 4=PUNTOS 5=NOMINA EMPLEADO "
                       "6=CONTRA ENTREGA A DOMICILIO 7=CHEQUE)"
               ACCEPT WKS-OPCION-PAGO
               IF WKS-OPCION-PAGO IS EQUAL TO 2 THEN
                   MOVE "T" TO WKS-FORMA-PAGO
                   PERFORM 5950-PAGAR-CON-PUNTOS
               ELSE
               IF WKS-OPCION-PAGO IS EQUAL TO 5 THEN
                   PERFORM 5960-PAGO-NOMINA
               ELSE
               IF WKS-OPCION-PAGO IS EQUAL TO 6 THEN
                   MOVE "R" TO WKS-FORMA-PAGO
               ELSE
               IF WKS-OPCION-PAGO IS EQUAL TO 7 THEN
                   PERFORM 5970-PAGO-CHEQUE.

       5915-INTENTAR-CREDITO.
           IF WKS-CLIENTE-VENTA IS EQUAL TO 0 OR
                       IF CU-TIPO IS EQUAL TO "A" THEN
                           ADD CU-IMPORTE TO WKS-ABONOS-TOTAL
                       ELSE
                       IF CU-TIPO IS EQUAL TO "N" THEN
                           PERFORM 6035-APLICAR-CONDONACION
                       ELSE
                       IF WKS-NUM-CARGOS IS LESS THAN 200 THEN
                           ADD 1 TO WKS-NUM-CARGOS
                           MOVE CU-FECHA
                               TO WKS-CG-FECHA(WKS-NUM-CARGOS)
                           MOVE CU-IMPORTE
                               TO WKS-CG-IMPORTE(WKS-NUM-CARGOS)
                           MOVE CU-REFERENCIA
                               TO WKS-CG-REFERENCIA(WKS-NUM-CARGOS).

      * UNA CONDONACION ("CON AAAAMM") ANULA EL CARGO DE INTERES DEL
      * MISMO MES ("INT AAAAMM") EN LUGAR DE IRSE CONTRA EL CARGO MAS
      * VIEJO; SI ESE CARGO NO ESTA EN LA TABLA SE APLICA COMO ABONO
       6035-APLICAR-CONDONACION.
           MOVE SPACES TO WKS-REF-INTERES.
           STRING "INT " CU-REFERENCIA(5:6)
               DELIMITED BY SIZE INTO WKS-REF-INTERES.
           MOVE 0 TO WKS-POS-INTERES.
           MOVE 1 TO WKS-IDX-CG.
           PERFORM 6036-BUSCAR-INTERES
               UNTIL WKS-IDX-CG IS GREATER THAN WKS-NUM-CARGOS
                  OR WKS-POS-INTERES IS GREATER THAN 0.
           IF WKS-POS-INTERES IS EQUAL TO 0 THEN
               ADD CU-IMPORTE TO WKS-ABONOS-TOTAL
           ELSE
           IF CU-IMPORTE IS GREATER THAN
              WKS-CG-IMPORTE(WKS-POS-INTERES) THEN
               COMPUTE WKS-ABONOS-TOTAL = WKS-ABONOS-TOTAL +
                       CU-IMPORTE - WKS-CG-IMPORTE(WKS-POS-INTERES)
               MOVE 0 TO WKS-CG-IMPORTE(WKS-POS-INTERES)
           ELSE
               SUBTRACT CU-IMPORTE
                   FROM WKS-CG-IMPORTE(WKS-POS-INTERES).

       6036-BUSCAR-INTERES.
           IF WKS-CG-REFERENCIA(WKS-IDX-CG) IS EQUAL TO
              WKS-REF-INTERES THEN
               MOVE WKS-IDX-CG TO WKS-POS-INTERES.
           ADD 1 TO WKS-IDX-CG.

       6040-APLICAR-FIFO.
           MOVE 1 TO WKS-IDX-CG.
               TO REG-ESTADO.
           WRITE REG-ESTADO.
           MOVE 0 TO WKS-SALDO-CLIENTE.
           MOVE 0 TO WKS-INTERES-ESTADO.
           MOVE "N" TO WKS-FIN-CUENTA.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS EQUAL TO "35" THEN
           STRING "SALDO: " WKS-SALDO-FORMAT
               DELIMITED BY SIZE INTO REG-ESTADO.
           WRITE REG-ESTADO.
           IF WKS-INTERES-ESTADO IS NOT EQUAL TO 0 THEN
               MOVE SPACES TO REG-ESTADO
               MOVE WKS-INTERES-ESTADO TO WKS-SALDO-FORMAT
               STRING "INTERESES MORATORIOS INCLUIDOS: "
                      WKS-SALDO-FORMAT
                   DELIMITED BY SIZE INTO REG-ESTADO
               WRITE REG-ESTADO.
           PERFORM 5955-SALDO-PUNTOS.
           MOVE SPACES TO REG-ESTADO.
           MOVE WKS-PUNTOS-SALDO TO WKS-PUNTOS-FORMAT.
               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       IF CU-TIPO IS EQUAL TO "A" OR
                          CU-TIPO IS EQUAL TO "N" THEN
                           SUBTRACT CU-IMPORTE FROM WKS-SALDO-CLIENTE
                       ELSE
                           ADD CU-IMPORTE TO WKS-SALDO-CLIENTE
                       END-IF
                       IF CU-TIPO IS EQUAL TO "I" THEN
                           ADD CU-IMPORTE TO WKS-INTERES-ESTADO
                       END-IF
                       IF CU-TIPO IS EQUAL TO "N" THEN
                           SUBTRACT CU-IMPORTE FROM WKS-INTERES-ESTADO
                       END-IF
                       MOVE WKS-SALDO-CLIENTE TO WKS-SALDO-FORMAT
                       MOVE SPACES TO REG-ESTADO
                       STRING CU-FECHA " " CU-TIPO " "
                       END-READ
                       ADD 1 TO WKS-NUM-LINEAS
                       MOVE DA-RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS)
                       MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS)
                       MOVE RP-NOMBRE
                           TO WKS-TK-NOMBRE(WKS-NUM-LINEAS)
                       MOVE DA-CANTIDAD

       6320-GRABAR-PROMO.
           OPEN EXTEND PROMO-FILE.
           IF PRO-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PROMO-FILE.
           WRITE REG-PROMO.
           CLOSE PROMO-FILE.
           MOVE PM-VALOR TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.
           DISPLAY "PROMOCION REGISTRADA".
      * SI YA CORRE (O EMPIEZA MANANA) SUS ETIQUETAS SE ENCOLAN DE
      * UNA VEZ; LAS QUE EMPIEZAN DESPUES LAS ENCOLA EL LOTE NOCTURNO
      * LA NOCHE ANTERIOR
           PERFORM 7460-FECHA-DE-MANANA.
           IF PM-DESDE IS NOT GREATER THAN WKS-FECHA-MANANA AND
              PM-HASTA IS NOT LESS THAN WKS-FECHA-HOY THEN
               PERFORM 7470-ENCOLAR-PROMOCION
               DISPLAY "ETIQUETAS ENCOLADAS: " WKS-EQ-ENCOLADAS.

      * PRECIO NEGOCIADO POR NIVEL: SE CAPTURA O CORRIGE EL RENGLON
      * DEL PRODUCTO EN LA LISTA DE PRECIOS DE MAYOREO
                   MOVE "PRECIO-NIVEL" TO WKS-AUD-CAMPO
                   MOVE LP-NIVEL TO WKS-AUD-ANTERIOR
                   MOVE LP-PRECIO TO WKS-AUD-NUEVO
                   PERFORM 1950-REGISTRAR-AUDITORIA
                   MOVE "LPR" TO WKS-EQ-MOTIVO
                   PERFORM 7450-ENCOLAR-ETIQUETA.

      ******************************************************************
      * VALES: SE VENDEN EN CAJA COMO LINEA SIN EXISTENCIA (EL
           ELSE
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WKS-FECHA-HOY TO TR-FECHA
               ACCEPT WKS-HORA-FOLIO FROM TIME
               MOVE WKS-HORA-FOLIO(1:6) TO TR-HORA
               MOVE 0 TO TR-RP-ID
               MOVE 1 TO TR-CANTIDAD
               MOVE WKS-VALE-IMPORTE TO TR-PRECIO
                   DISPLAY "CARGO A NOMINA DEL EMPLEADO "
                           WKS-EMP-COMPRA " REGISTRADO".

      ******************************************************************
      * PAGO CON CHEQUE: SOLO CLIENTE REGISTRADO Y SIN CHEQUES
      * DEVUELTOS PENDIENTES DE LIBERAR. SE CAPTURAN BANCO, NUMERO Y
      * QUIEN LO FIRMA; EL CHEQUE SE GRABA CON EL FOLIO YA ESCRITO
      * (5975) PARA EL CORTE, EL DEPOSITO Y UNA EVENTUAL DEVOLUCION
      ******************************************************************
       5970-PAGO-CHEQUE.
           IF WKS-CLIENTE-VENTA IS EQUAL TO 0 OR
              NOT WKS-HAY-CLIENTES THEN
               DISPLAY "EL CHEQUE REQUIERE CLIENTE REGISTRADO, SE "
                       "COBRA DE CONTADO"
           ELSE
               MOVE WKS-CLIENTE-VENTA TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       DISPLAY "CLIENTE NO REGISTRADO, SE COBRA DE "
                               "CONTADO"
                   NOT INVALID KEY
                       PERFORM 5971-CAPTURAR-CHEQUE.

       5971-CAPTURAR-CHEQUE.
           MOVE WKS-CLIENTE-VENTA TO WKS-CHQ-CLIENTE.
           MOVE "C" TO WKS-CHQ-MODO.
           PERFORM 5972-REVISAR-DEVUELTOS.
           IF WKS-CHQ-VETADOS IS GREATER THAN 0 THEN
               DISPLAY "EL CLIENTE TIENE CHEQUES DEVUELTOS SIN "
                       "LIBERAR, NO SE ACEPTA CHEQUE; SE COBRA DE "
                       "CONTADO"
           ELSE
               DISPLAY "BANCO DEL CHEQUE"
               ACCEPT WKS-CHQ-BANCO
               DISPLAY "NUMERO DE CHEQUE"
               ACCEPT WKS-CHQ-NUMERO
               DISPLAY "NOMBRE DE QUIEN LO FIRMA (EN BLANCO = EL "
                       "CLIENTE)"
               MOVE SPACES TO WKS-CHQ-LIBRADOR
               ACCEPT WKS-CHQ-LIBRADOR
               IF WKS-CHQ-LIBRADOR IS EQUAL TO SPACES THEN
                   STRING RC-NOMBRE DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          RC-APELLIDOS DELIMITED BY "  "
                       INTO WKS-CHQ-LIBRADOR
               END-IF
               IF WKS-CHQ-BANCO IS EQUAL TO SPACES OR
                  WKS-CHQ-NUMERO IS EQUAL TO SPACES THEN
                   DISPLAY "SIN BANCO Y NUMERO NO SE ACEPTA EL "
                           "CHEQUE, SE COBRA DE CONTADO"
               ELSE
                   MOVE "Q" TO WKS-FORMA-PAGO.

      * RECORRE CHEQUES.TXT BUSCANDO LOS DEVUELTOS (V) DEL CLIENTE
      * WKS-CHQ-CLIENTE. CON WKS-CHQ-SOLO-CONTAR SOLO LOS CUENTA Y LOS
      * MUESTRA; CON WKS-CHQ-LIBERAR LOS PASA A L (OPCION 70)
       5972-REVISAR-DEVUELTOS.
           MOVE 0 TO WKS-CHQ-VETADOS.
           MOVE 0 TO WKS-CHQ-LIBERADOS.
           MOVE "N" TO WKS-FIN-CHEQUES.
           MOVE LOW-VALUES TO CH-FOLIO.
           START CHEQUE-FILE KEY IS NOT LESS THAN CH-FOLIO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CHEQUES.
           PERFORM 5973-REVISAR-UN-CHEQUE UNTIL WKS-EOF-CHEQUES.

       5973-REVISAR-UN-CHEQUE.
           READ CHEQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CHEQUES
               NOT AT END
                   IF CH-CLIENTE-ID IS EQUAL TO WKS-CHQ-CLIENTE AND
                      CH-ESTADO IS EQUAL TO "V" THEN
                       ADD 1 TO WKS-CHQ-VETADOS
                       IF WKS-CHQ-LIBERAR THEN
                           PERFORM 7957-LIBERAR-UN-CHEQUE
                       ELSE
                           MOVE CH-IMPORTE TO WKS-SALDO-FORMAT
                           DISPLAY "  CHEQUE DEVUELTO " CH-NUMERO
                                   " " CH-BANCO " DEL "
                                   CH-FECHA-DEVOLUCION " "
                                   WKS-SALDO-FORMAT.

       5975-REGISTRAR-CHEQUE.
           MOVE WKS-FOLIO-ACTUAL TO CH-FOLIO.
           MOVE WKS-FECHA-HOY TO CH-FECHA.
           MOVE WKS-CFG-CAJA TO CH-CAJA.
           MOVE WKS-CLIENTE-VENTA TO CH-CLIENTE-ID.
           MOVE WKS-CHQ-BANCO TO CH-BANCO.
           MOVE WKS-CHQ-NUMERO TO CH-NUMERO.
           MOVE WKS-CHQ-LIBRADOR TO CH-LIBRADOR.
           MOVE WKS-CHQ-IMPORTE TO CH-IMPORTE.
           MOVE "R" TO CH-ESTADO.
           MOVE 0 TO CH-FECHA-DEPOSITO.
           MOVE SPACES TO CH-FICHA.
           MOVE 0 TO CH-FECHA-DEVOLUCION.
           MOVE 0 TO CH-COMISION.
           MOVE SPACES TO CH-SUPERVISOR.
           WRITE REG-CHEQUE
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR EL CHEQUE DEL FOLIO "
                           WKS-FOLIO-ACTUAL
               NOT INVALID KEY
                   DISPLAY "CHEQUE " CH-NUMERO " REGISTRADO CON EL "
                           "FOLIO"
           END-WRITE.

      * SALDO DE PUNTOS DEL CLIENTE EN WKS-CLIENTE-CONSULTA
       5955-SALDO-PUNTOS.
           MOVE 0 TO WKS-PUNTOS-SALDO.
           MOVE "N" TO WKS-FIN-PUNTOS.
           OPEN INPUT PUNTOS-FILE.
           IF PU-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-PUNTOS
           ELSE
               PERFORM 5956-SUMAR-MOV-PUNTOS UNTIL WKS-EOF-PUNTOS
               CLOSE PUNTOS-FILE.

       5956-SUMAR-MOV-PUNTOS.
           READ PUNTOS-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PUNTOS
               NOT AT END
                   IF PU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       IF PU-TIPO IS EQUAL TO "R" THEN
                           SUBTRACT PU-PUNTOS FROM WKS-PUNTOS-SALDO
                       ELSE
               MOVE WKS-CONS-TOTAL TO WKS-DIF-CAJA-FORMAT
               DISPLAY "TOTAL SISTEMA:  " WKS-DIF-CAJA-FORMAT
               MOVE WKS-CONS-EFECTIVO TO WKS-DIF-CAJA-FORMAT
               DISPLAY "EFECTIVO (SIN FONDO FIJO): "
                       WKS-DIF-CAJA-FORMAT
               MOVE WKS-CONS-DIFERENCIA TO WKS-DIF-CAJA-FORMAT
               DISPLAY "DIFERENCIA:     " WKS-DIF-CAJA-FORMAT.

                   " CANTIDAD " LT-CANTIDAD
                   " VALOR A COSTO " WKS-IMPORTE-FORMAT.

      * REBAJA POR CADUCIDAD: SE RECORRE LOTES.TXT POR PRODUCTO. UN
      * LOTE YA CADUCO CON EXISTENCIA SALE COMO MERMA; DE LOS QUE
      * SIGUEN VIGENTES SOLO CUENTA EL MAS VIEJO (LA CAJA NO SABE QUE
      * LOTE VENDE Y EL RELEVO FIFO SACA PRIMERO ESE), Y SI YA ENTRO
      * A UN ESCALON SE DA DE ALTA SU PROMOCION HASTA LA CADUCIDAD
       6850-REBAJAR-CADUCIDAD.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "=== REBAJA POR CADUCIDAD " WKS-FECHA-HOY " ===".
           MOVE 0 TO WKS-RB-REBAJADOS.
           MOVE 0 TO WKS-RB-MERMADOS.
           MOVE 0 TO WKS-RB-VALOR-MERMA.
           MOVE 0 TO WKS-RB-PRODUCTO.
           MOVE 99999999 TO WKS-RB-CAD-MIN.
           MOVE "N" TO WKS-FIN-LOTES.
           MOVE LOW-VALUES TO LT-LLAVE.
           START LOTE-FILE KEY IS NOT LESS THAN LT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-LOTES.
           PERFORM 6855-REVISAR-LOTE-REBAJA UNTIL WKS-EOF-LOTES.
           PERFORM 6875-REBAJAR-PRODUCTO.
           MOVE WKS-RB-VALOR-MERMA TO WKS-VALOR-TOTAL-FORMAT.
           DISPLAY "PRODUCTOS REBAJADOS: " WKS-RB-REBAJADOS.
           DISPLAY "LOTES A MERMA: " WKS-RB-MERMADOS
                   " VALOR A COSTO " WKS-VALOR-TOTAL-FORMAT.

       6855-REVISAR-LOTE-REBAJA.
           READ LOTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-LOTES
               NOT AT END
                   IF LT-RP-ID IS NOT EQUAL TO WKS-RB-PRODUCTO THEN
                       PERFORM 6875-REBAJAR-PRODUCTO
                       MOVE LT-RP-ID TO WKS-RB-PRODUCTO
                   END-IF
                   IF LT-CANTIDAD IS GREATER THAN 0 THEN
                       IF LT-CADUCIDAD IS LESS THAN WKS-FECHA-HOY THEN
                           PERFORM 6860-MERMAR-LOTE
                       ELSE
                       IF LT-CADUCIDAD IS LESS THAN WKS-RB-CAD-MIN THEN
                           MOVE LT-CADUCIDAD TO WKS-RB-CAD-MIN
                           MOVE LT-LOTE TO WKS-RB-LOTE-MIN
                           MOVE LT-CANTIDAD TO WKS-RB-CANT-MIN.

       6860-MERMAR-LOTE.
           MOVE LT-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "LOTE " LT-LOTE " DE UN PRODUCTO QUE YA NO "
                           "EXISTE: " LT-RP-ID
               NOT INVALID KEY
                   PERFORM 6865-APLICAR-MERMA.

      * LO QUE QUEDA DEL LOTE SALE DE LA EXISTENCIA (SIN PASAR DE LO
      * QUE HAY: LO DEMAS YA SE VENDIO SIN LOTE) Y EL LOTE QUEDA EN 0
       6865-APLICAR-MERMA.
           MOVE LT-CANTIDAD TO WKS-RB-CANT-MERMA.
           IF WKS-RB-CANT-MERMA IS GREATER THAN RP-CANTIDAD THEN
               MOVE RP-CANTIDAD TO WKS-RB-CANT-MERMA.
           IF WKS-RB-CANT-MERMA IS GREATER THAN 0 THEN
               PERFORM 4700-ASEGURAR-EXISTENCIAS
               MOVE WKS-RB-CANT-MERMA TO WKS-CANTIDAD-VENDIDA
               PERFORM 4730-RESTAR-VENTA-EXISTENCIA
               MOVE RP-CANTIDAD TO AJ-CANT-ANTERIOR
               SUBTRACT WKS-RB-CANT-MERMA FROM RP-CANTIDAD
               PERFORM 1977-JOURNAL-PROD-CAMBIO
               REWRITE REG-PRODUCTO
                   INVALID KEY
                       DISPLAY "NO SE PUDO DESCONTAR LA EXISTENCIA"
               END-REWRITE
               MOVE "MR" TO WKS-KX-TIPO
               MOVE 0 TO WKS-KX-ENTRADA
               MOVE WKS-RB-CANT-MERMA TO WKS-KX-SALIDA
               MOVE SPACES TO WKS-KX-REFERENCIA
               STRING "L " LT-LOTE
                   DELIMITED BY SIZE INTO WKS-KX-REFERENCIA
               PERFORM 5500-REGISTRAR-KARDEX
               PERFORM 6866-AJUSTE-MERMA.
           COMPUTE WKS-VALOR-LOTE = WKS-RB-CANT-MERMA * RP-COSTO.
           ADD WKS-VALOR-LOTE TO WKS-RB-VALOR-MERMA.
           ADD 1 TO WKS-RB-MERMADOS.
           MOVE "M" TO RM-TIPO.
           MOVE LT-LOTE TO RM-LOTE.
           MOVE LT-CADUCIDAD TO RM-CADUCIDAD.
           MOVE WKS-RB-CANT-MERMA TO RM-CANTIDAD.
           MOVE 0 TO RM-PORCENTAJE.
           MOVE 0 TO RM-HASTA.
           PERFORM 6895-GRABAR-REBAJA-MERMA.
           MOVE 0 TO LT-CANTIDAD.
           REWRITE REG-LOTE
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA EL LOTE".
           MOVE WKS-VALOR-LOTE TO WKS-IMPORTE-FORMAT.
           DISPLAY "MERMA " RP-NOMBRE(1:30) " LOTE " LT-LOTE
                   " CADUCO " LT-CADUCIDAD.
           DISPLAY "    CANTIDAD " WKS-RB-CANT-MERMA
                   " VALOR A COSTO " WKS-IMPORTE-FORMAT.

      * LA MERMA POR CADUCIDAD TAMBIEN ES UN AJUSTE DE INVENTARIO
      * (MOTIVO CAD); SALE DE TIENDA COMO LA VENTA
       6866-AJUSTE-MERMA.
           MOVE WKS-FECHA-HOY TO AJ-FECHA.
           MOVE RP-ID TO AJ-RP-ID.
           MOVE RP-CANTIDAD TO AJ-CANT-NUEVA.
           COMPUTE AJ-DIFERENCIA = 0 - WKS-RB-CANT-MERMA.
           COMPUTE AJ-VALOR = AJ-DIFERENCIA * RP-PRECIO.
           MOVE WKS-OPERADOR-SESION TO AJ-OPERADOR.
           MOVE "CAD" TO AJ-MOTIVO.
           MOVE "TIENDA" TO AJ-UBICACION.
           PERFORM 4397-ESCRIBIR-AJUSTE.

      * CIERRA EL PRODUCTO ANTERIOR: SU LOTE VIGENTE MAS VIEJO DECIDE
      * EL ESCALON
       6875-REBAJAR-PRODUCTO.
           IF WKS-RB-CAD-MIN IS NOT EQUAL TO 99999999 THEN
               MOVE WKS-RB-PRODUCTO TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT RP-INACTIVO THEN
                           PERFORM 6880-ESCALON-DE-REBAJA.
           MOVE 99999999 TO WKS-RB-CAD-MIN.

       6880-ESCALON-DE-REBAJA.
           MOVE 0 TO WKS-RB-PORCENTAJE.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-DE.
           MOVE WKS-RB-CAD-MIN TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           IF WKS-CFG-REBAJA-DIAS-2 IS GREATER THAN 0 AND
              WKS-DIAS-DIFERENCIA IS NOT GREATER THAN
              WKS-CFG-REBAJA-DIAS-2 THEN
               MOVE WKS-CFG-REBAJA-PCT-2 TO WKS-RB-PORCENTAJE
           ELSE
           IF WKS-CFG-REBAJA-DIAS-1 IS GREATER THAN 0 AND
              WKS-DIAS-DIFERENCIA IS NOT GREATER THAN
              WKS-CFG-REBAJA-DIAS-1 THEN
               MOVE WKS-CFG-REBAJA-PCT-1 TO WKS-RB-PORCENTAJE.
           IF WKS-RB-PORCENTAJE IS GREATER THAN 0 THEN
               PERFORM 6885-BUSCAR-REBAJA-VIGENTE
               IF NOT WKS-RB-YA-VIGENTE THEN
                   PERFORM 6890-ALTA-REBAJA.

      * SI YA HAY UNA PROMOCION DEL PRODUCTO IGUAL O MAYOR QUE CUBRE
      * HASTA LA CADUCIDAD NO SE DUPLICA (LA CORRIDA ES DIARIA)
       6885-BUSCAR-REBAJA-VIGENTE.
           MOVE "N" TO WKS-RB-VIGENTE-SW.
           MOVE "N" TO WKS-FIN-PROMO.
           OPEN INPUT PROMO-FILE.
           IF PRO-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-PROMO
           ELSE
               PERFORM 6886-PROBAR-REBAJA-VIGENTE
                   UNTIL WKS-EOF-PROMO OR WKS-RB-YA-VIGENTE
               CLOSE PROMO-FILE.

       6886-PROBAR-REBAJA-VIGENTE.
           READ PROMO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PROMO
               NOT AT END
                   IF PM-TIPO IS EQUAL TO "P" AND
                      PM-CLAVE IS NUMERIC AND
                      PM-MODO IS EQUAL TO "P" THEN
                       MOVE PM-CLAVE TO WKS-PM-CLAVE-NUM
                       IF WKS-PM-CLAVE-NUM IS EQUAL TO RP-ID AND
                          PM-VALOR IS NOT LESS THAN
                          WKS-RB-PORCENTAJE AND
                          PM-DESDE IS NOT GREATER THAN
                          WKS-FECHA-HOY AND
                          PM-HASTA IS NOT LESS THAN
                          WKS-RB-CAD-MIN THEN
                           MOVE "S" TO WKS-RB-VIGENTE-SW.

      * LA PROMOCION ENTRA POR EL CAMINO NORMAL (BITACORA Y COLA DE
      * ETIQUETAS) Y SE ANOTA EN LA BITACORA DE REBAJAS
       6890-ALTA-REBAJA.
           MOVE "P" TO PM-TIPO.
           MOVE RP-ID TO WKS-PM-CLAVE-NUM.
           MOVE WKS-PM-CLAVE-NUM TO PM-CLAVE.
           MOVE WKS-FECHA-HOY TO PM-DESDE.
           MOVE WKS-RB-CAD-MIN TO PM-HASTA.
           MOVE "P" TO PM-MODO.
           MOVE WKS-RB-PORCENTAJE TO PM-VALOR.
           PERFORM 6320-GRABAR-PROMO.
           ADD 1 TO WKS-RB-REBAJADOS.
           MOVE "R" TO RM-TIPO.
           MOVE WKS-RB-LOTE-MIN TO RM-LOTE.
           MOVE WKS-RB-CAD-MIN TO RM-CADUCIDAD.
           MOVE WKS-RB-CANT-MIN TO RM-CANTIDAD.
           MOVE WKS-RB-PORCENTAJE TO RM-PORCENTAJE.
           MOVE WKS-RB-CAD-MIN TO RM-HASTA.
           PERFORM 6895-GRABAR-REBAJA-MERMA.
           DISPLAY "REBAJA " WKS-RB-PORCENTAJE "% " RP-NOMBRE(1:30)
                   " LOTE " WKS-RB-LOTE-MIN " HASTA " WKS-RB-CAD-MIN.

      * RM-TIPO, LOTE, CADUCIDAD, CANTIDAD, PORCENTAJE Y HASTA YA
      * VIENEN LLENOS; AQUI SE SELLAN FECHA, PRODUCTO Y COSTO
       6895-GRABAR-REBAJA-MERMA.
           MOVE WKS-FECHA-HOY TO RM-FECHA.
           MOVE RP-ID TO RM-RP-ID.
           MOVE RP-CATEGORIA TO RM-CATEGORIA.
           MOVE RP-COSTO TO RM-COSTO.
           OPEN EXTEND REBAJA-FILE.
           IF RM-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT REBAJA-FILE.
           WRITE REG-REBAJA.
           CLOSE REBAJA-FILE.

      ******************************************************************
      * ENCARGOS POR TELEFONO Y WEB: EL ARCHIVO ENCARGOS-ENTRADA.TXT
      * (UN RENGLON POR PARTIDA, LAS DEL MISMO ENCARGO SEGUIDAS) SE
      * VALIDA CONTRA EL MAESTRO Y DATOS.TXT, LO ACEPTADO RESERVA
      * EXISTENCIA IGUAL QUE UN APARTADO (KARDEX EN) Y SALE EN LA
      * LISTA DE SURTIDO; LO RECHAZADO VA A ENCARGOS-RECHAZADOS.TXT
      * CON EL TELEFONO DEL CLIENTE PARA DEVOLVER LA LLAMADA. AL
      * RECOGERLO SE VUELVE UN FOLIO NORMAL POR EL CAMINO DEL TICKET
      * Y EL QUE NO SE RECOGE LIBERA SU RESERVA ENCARGO-DIAS DESPUES
      * DE LA FECHA PROMETIDA.
      ******************************************************************
       6900-IMPORTAR-ENCARGOS.
           DISPLAY "=== IMPORTAR ENCARGOS (TELEFONO Y WEB) ===".
           OPEN INPUT ENCARGO-ENTRADA-FILE.
           IF IE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY ENCARGOS POR IMPORTAR "
                       "(ENCARGOS-ENTRADA.TXT)"
           ELSE
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE 0 TO WKS-EC-IMPORTADOS
               MOVE 0 TO WKS-EC-RENGLONES
               MOVE 0 TO WKS-EC-RECHAZADOS
               MOVE SPACES TO WKS-EC-REF-ANT
               MOVE 0 TO WKS-NUM-LINEAS
               MOVE 0 TO WKS-TOTAL-TICKET
               MOVE "N" TO WKS-FIN-ENTRADA-EC
               OPEN EXTEND ENCARGO-RECHAZO-FILE
               IF RX-STATUS IS EQUAL TO "35" THEN
                   OPEN OUTPUT ENCARGO-RECHAZO-FILE
               END-IF
               OPEN OUTPUT SURTIDO-PRINT
               MOVE "     === LISTA DE SURTIDO DE ENCARGOS ==="
                   TO REG-SURTIDO
               WRITE REG-SURTIDO
               PERFORM 6905-LEER-ENTRADA-EC UNTIL WKS-EOF-ENTRADA-EC
               IF WKS-EC-REF-ANT IS NOT EQUAL TO SPACES THEN
                   PERFORM 6915-CERRAR-ENCARGO
               END-IF
               CLOSE SURTIDO-PRINT
               CLOSE ENCARGO-RECHAZO-FILE
               CLOSE ENCARGO-ENTRADA-FILE
      * LO IMPORTADO YA VIVE EN ENCARGOS.TXT: LA ENTRADA SE VACIA
      * PARA QUE LA SIGUIENTE IMPORTACION NO LO DUPLIQUE
               OPEN OUTPUT ENCARGO-ENTRADA-FILE
               CLOSE ENCARGO-ENTRADA-FILE
               DISPLAY "ENCARGOS IMPORTADOS: " WKS-EC-IMPORTADOS
                       " (" WKS-EC-RENGLONES " PARTIDAS)"
               DISPLAY "PARTIDAS RECHAZADAS: " WKS-EC-RECHAZADOS
                       ", VEA ENCARGOS-RECHAZADOS.TXT"
               DISPLAY "LISTA DE SURTIDO EN LISTA-SURTIDO.TXT".

      * CORTE DE CONTROL POR REFERENCIA: AL CAMBIAR DE ENCARGO SE
      * GRABA EL ANTERIOR CON LAS PARTIDAS QUE PASARON
       6905-LEER-ENTRADA-EC.
           READ ENCARGO-ENTRADA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-ENTRADA-EC
               NOT AT END
                   IF IE-REFERENCIA IS NOT EQUAL TO WKS-EC-REF-ANT THEN
                       IF WKS-EC-REF-ANT IS NOT EQUAL TO SPACES THEN
                           PERFORM 6915-CERRAR-ENCARGO
                       END-IF
                       PERFORM 6908-INICIAR-ENCARGO
                   END-IF
                   PERFORM 6910-VALIDAR-RENGLON-EC.

      * EL CLIENTE DEBE EXISTIR EN DATOS.TXT Y LA REFERENCIA NO DEBE
      * HABERSE IMPORTADO ANTES; SI NO, TODO EL ENCARGO SE RECHAZA
       6908-INICIAR-ENCARGO.
           MOVE IE-REFERENCIA TO WKS-EC-REF-ANT.
           MOVE IE-ORIGEN TO WKS-EC-ORIGEN.
           MOVE IE-CLIENTE-ID TO WKS-EC-CLIENTE.
           MOVE IE-CLIENTE-ID TO WKS-CLIENTE-VENTA.
           MOVE 0 TO WKS-EC-TELEFONO.
           MOVE 0 TO WKS-NUM-LINEAS.
           MOVE 0 TO WKS-TOTAL-TICKET.
           MOVE SPACES TO WKS-EC-MOTIVO.
           MOVE IE-FECHA-RECOGE TO WKS-EC-RECOGE.
           IF WKS-EC-RECOGE IS NOT NUMERIC OR
              WKS-EC-RECOGE IS LESS THAN WKS-FECHA-HOY THEN
               MOVE WKS-FECHA-HOY TO WKS-EC-RECOGE.
           IF NOT WKS-HAY-CLIENTES THEN
               MOVE "NO HAY ARCHIVO DE CLIENTES" TO WKS-EC-MOTIVO
           ELSE
               MOVE IE-CLIENTE-ID TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       MOVE "CLIENTE NO REGISTRADO" TO WKS-EC-MOTIVO
                   NOT INVALID KEY
                       MOVE RC-TELEFONO TO WKS-EC-TELEFONO
               END-READ.
           IF WKS-EC-MOTIVO IS EQUAL TO SPACES THEN
               MOVE IE-REFERENCIA TO EC-REFERENCIA
               READ ENCARGO-FILE KEY IS EC-REFERENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "REFERENCIA YA IMPORTADA" TO WKS-EC-MOTIVO
               END-READ.
           IF WKS-EC-MOTIVO IS EQUAL TO SPACES THEN
               PERFORM 5173-PREPARAR-VENTA-CONVERTIDA.

       6910-VALIDAR-RENGLON-EC.
           MOVE WKS-EC-MOTIVO TO WKS-EC-MOTIVO-LINEA.
           IF WKS-EC-MOTIVO-LINEA IS EQUAL TO SPACES THEN
               MOVE IE-CODIGO TO WKS-CODIGO-CAPTURADO
               PERFORM 5115-LOCALIZAR-PRODUCTO
               MOVE "N" TO WKS-ETIQUETA-SW
               IF NOT WKS-PRODUCTO-HALLADO THEN
                   MOVE "PRODUCTO NO EXISTE" TO WKS-EC-MOTIVO-LINEA
               ELSE
                   PERFORM 6912-REVISAR-PRODUCTO-EC.
           IF WKS-EC-MOTIVO-LINEA IS EQUAL TO SPACES THEN
               ADD 1 TO WKS-NUM-LINEAS
               MOVE RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS)
               MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS)
               MOVE RP-NOMBRE TO WKS-TK-NOMBRE(WKS-NUM-LINEAS)
               MOVE IE-CANTIDAD TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS)
               PERFORM 5174-PRECIO-SEGUN-NIVEL
               MOVE WKS-PRECIO-BASE TO WKS-TK-PRECIO(WKS-NUM-LINEAS)
               COMPUTE WKS-TK-IMPORTE(WKS-NUM-LINEAS) =
                       IE-CANTIDAD * WKS-PRECIO-BASE
               MOVE 0 TO WKS-TK-DESCUENTO(WKS-NUM-LINEAS)
               ADD WKS-TK-IMPORTE(WKS-NUM-LINEAS) TO WKS-TOTAL-TICKET
           ELSE
               PERFORM 6914-RECHAZAR-RENGLON-EC.

      * LA EXISTENCIA SE COMPARA CONTRA LO QUE YA PIDIO EL MISMO
      * ENCARGO EN PARTIDAS ANTERIORES (LA RESERVA SE TOMA AL GRABAR)
       6912-REVISAR-PRODUCTO-EC.
           MOVE IE-CANTIDAD TO WKS-EC-ENTERO.
           MOVE IE-CANTIDAD TO WKS-CANT-NECESARIA.
           MOVE 1 TO WKS-IDX-TK-2.
           PERFORM 6913-SUMAR-PEDIDA-EC
               UNTIL WKS-IDX-TK-2 IS GREATER THAN WKS-NUM-LINEAS.
           PERFORM 5148-REVISAR-KIT.
           IF RP-INACTIVO THEN
               MOVE "PRODUCTO INACTIVO" TO WKS-EC-MOTIVO-LINEA
           ELSE
           IF WKS-PRODUCTO-ES-KIT THEN
               MOVE "KIT, SE VENDE SOLO EN CAJA" TO WKS-EC-MOTIVO-LINEA
           ELSE
           IF IE-CANTIDAD IS NOT NUMERIC OR
              IE-CANTIDAD IS EQUAL TO 0 THEN
               MOVE "CANTIDAD INVALIDA" TO WKS-EC-MOTIVO-LINEA
           ELSE
           IF RP-GRANEL IS NOT EQUAL TO "S" AND
              WKS-EC-ENTERO IS NOT EQUAL TO IE-CANTIDAD THEN
               MOVE "CANTIDAD CON DECIMALES EN PIEZAS"
                   TO WKS-EC-MOTIVO-LINEA
           ELSE
           IF WKS-CANT-NECESARIA IS GREATER THAN RP-CANTIDAD THEN
               MOVE "EXISTENCIA INSUFICIENTE" TO WKS-EC-MOTIVO-LINEA
           ELSE
           IF WKS-NUM-LINEAS IS NOT LESS THAN 50 THEN
               MOVE "MAS DE 50 PARTIDAS EN EL ENCARGO"
                   TO WKS-EC-MOTIVO-LINEA.

       6913-SUMAR-PEDIDA-EC.
           IF WKS-TK-RP-ID(WKS-IDX-TK-2) IS EQUAL TO RP-ID THEN
               ADD WKS-TK-CANTIDAD(WKS-IDX-TK-2) TO WKS-CANT-NECESARIA.
           ADD 1 TO WKS-IDX-TK-2.

       6914-RECHAZAR-RENGLON-EC.
           ADD 1 TO WKS-EC-RECHAZADOS.
           MOVE WKS-FECHA-HOY TO RX-FECHA.
           MOVE IE-REFERENCIA TO RX-REFERENCIA.
           MOVE IE-CLIENTE-ID TO RX-CLIENTE-ID.
           MOVE WKS-EC-TELEFONO TO RX-TELEFONO.
           MOVE IE-CODIGO TO RX-CODIGO.
           MOVE IE-CANTIDAD TO RX-CANTIDAD.
           MOVE WKS-EC-MOTIVO-LINEA TO RX-MOTIVO.
           WRITE REG-ENCARGO-RECHAZO.

       6915-CERRAR-ENCARGO.
           IF WKS-NUM-LINEAS IS GREATER THAN 0 THEN
               PERFORM 6940-OBTENER-SIGUIENTE-EC
               IF WKS-EC-ACTUAL IS EQUAL TO 0 THEN
                   DISPLAY "SIN NUMERO DE ENCARGO, LA REFERENCIA "
                           WKS-EC-REF-ANT " QUEDA SIN IMPORTAR"
               ELSE
                   PERFORM 6920-GRABAR-ENCARGO.
           MOVE SPACES TO WKS-EC-REF-ANT.

       6920-GRABAR-ENCARGO.
           PERFORM 6925-RESERVAR-LINEAS-EC.
           MOVE WKS-EC-ACTUAL TO EC-NUMERO.
           MOVE WKS-EC-REF-ANT TO EC-REFERENCIA.
           MOVE WKS-EC-ORIGEN TO EC-ORIGEN.
           MOVE WKS-FECHA-HOY TO EC-FECHA.
           MOVE WKS-EC-CLIENTE TO EC-CLIENTE-ID.
           MOVE WKS-EC-RECOGE TO EC-RECOGE.
           MOVE WKS-EC-RECOGE TO WKS-FECHA-BASE.
           MOVE WKS-CFG-ENCARGO-DIAS TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO EC-VENCE.
           MOVE WKS-TOTAL-TICKET TO EC-TOTAL.
           MOVE "R" TO EC-ESTADO.
           MOVE 0 TO EC-FOLIO.
           WRITE REG-ENCARGO
               INVALID KEY
                   DISPLAY "NO SE PUDO GUARDAR EL ENCARGO "
                           WKS-EC-ACTUAL.
           MOVE 1 TO WKS-IDX-TK.
           PERFORM 6922-GUARDAR-LINEA-EC
               UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS.
           ADD 1 TO WKS-EC-IMPORTADOS.
           ADD WKS-NUM-LINEAS TO WKS-EC-RENGLONES.
           PERFORM 6930-IMPRIMIR-SURTIDO.

       6922-GUARDAR-LINEA-EC.
           MOVE WKS-EC-ACTUAL TO ED-NUMERO.
           MOVE WKS-IDX-TK TO ED-PARTIDA.
           MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO ED-RP-ID.
           MOVE WKS-TK-CANTIDAD(WKS-IDX-TK) TO ED-CANTIDAD.
           MOVE WKS-TK-PRECIO(WKS-IDX-TK) TO ED-PRECIO.
           WRITE REG-ENCARGO-DET
               INVALID KEY
                   DISPLAY "NO SE PUDO GUARDAR LA PARTIDA "
                           ED-PARTIDA.
           ADD 1 TO WKS-IDX-TK.

      * LA RESERVA SALE DE LA EXISTENCIA IGUAL QUE LA DEL APARTADO
       6925-RESERVAR-LINEAS-EC.
           MOVE 1 TO WKS-IDX-TK.
           PERFORM 6926-RESERVAR-UNA-EC
               UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS.

       6926-RESERVAR-UNA-EC.
           MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO AL RESERVAR"
               NOT INVALID KEY
                   PERFORM 4700-ASEGURAR-EXISTENCIAS
                   MOVE WKS-TK-CANTIDAD(WKS-IDX-TK)
                       TO WKS-CANTIDAD-VENDIDA
                   PERFORM 4730-RESTAR-VENTA-EXISTENCIA
                   SUBTRACT WKS-TK-CANTIDAD(WKS-IDX-TK)
                       FROM RP-CANTIDAD
                   PERFORM 1977-JOURNAL-PROD-CAMBIO
                   REWRITE REG-PRODUCTO
                       INVALID KEY
                           DISPLAY "NO SE PUDO RESERVAR LA "
                                   "EXISTENCIA"
                   END-REWRITE
                   MOVE "EN" TO WKS-KX-TIPO
                   MOVE 0 TO WKS-KX-ENTRADA
                   MOVE WKS-TK-CANTIDAD(WKS-IDX-TK) TO WKS-KX-SALIDA
                   MOVE SPACES TO WKS-KX-REFERENCIA
                   STRING "ENCAR " WKS-EC-ACTUAL(5:6)
                       DELIMITED BY SIZE INTO WKS-KX-REFERENCIA
                   PERFORM 5500-REGISTRAR-KARDEX.
           ADD 1 TO WKS-IDX-TK.

      * AL ENTREGAR O AL VENCER LA RESERVA REGRESA A TIENDA
       6927-LIBERAR-LINEAS-EC.
           MOVE 1 TO WKS-IDX-TK.
           PERFORM 6928-LIBERAR-UNA-EC
               UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS.

       6928-LIBERAR-UNA-EC.
           MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO AL LIBERAR"
               NOT INVALID KEY
                   PERFORM 4700-ASEGURAR-EXISTENCIAS
                   MOVE WKS-TK-CANTIDAD(WKS-IDX-TK)
                       TO WKS-CANT-RESTANTE
                   MOVE "TIENDA" TO EX-UBICACION
                   PERFORM 4710-SUMAR-EXISTENCIA
                   ADD WKS-TK-CANTIDAD(WKS-IDX-TK) TO RP-CANTIDAD
                   PERFORM 1977-JOURNAL-PROD-CAMBIO
                   REWRITE REG-PRODUCTO
                       INVALID KEY
                           DISPLAY "NO SE PUDO LIBERAR LA "
                                   "EXISTENCIA"
                   END-REWRITE
                   MOVE "EN" TO WKS-KX-TIPO
                   MOVE WKS-TK-CANTIDAD(WKS-IDX-TK) TO WKS-KX-ENTRADA
                   MOVE 0 TO WKS-KX-SALIDA
                   MOVE SPACES TO WKS-KX-REFERENCIA
                   STRING "ENLIB " WKS-EC-BUSCADO(5:6)
                       DELIMITED BY SIZE INTO WKS-KX-REFERENCIA
                   PERFORM 5500-REGISTRAR-KARDEX.
           ADD 1 TO WKS-IDX-TK.

      * LISTA DE SURTIDO: UN BLOQUE POR ENCARGO CON LO QUE HAY QUE
      * APARTAR DEL PISO Y LA FECHA EN QUE PASAN POR EL
       6930-IMPRIMIR-SURTIDO.
           MOVE SPACES TO REG-SURTIDO.
           WRITE REG-SURTIDO.
           MOVE SPACES TO REG-SURTIDO.
           STRING "ENCARGO " WKS-EC-ACTUAL "  REF " WKS-EC-REF-ANT
                  "  RECOGE " WKS-EC-RECOGE
               DELIMITED BY SIZE INTO REG-SURTIDO.
           WRITE REG-SURTIDO.
           MOVE SPACES TO REG-SURTIDO.
           STRING "CLIENTE " WKS-EC-CLIENTE " "
                  RC-NOMBRE(1:20) " TEL " WKS-EC-TELEFONO
               DELIMITED BY SIZE INTO REG-SURTIDO.
           WRITE REG-SURTIDO.
           MOVE 1 TO WKS-IDX-TK.
           PERFORM 6935-IMPRIMIR-LINEA-SURTIDO
               UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS.
           MOVE WKS-TOTAL-TICKET TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO REG-SURTIDO.
           STRING "   TOTAL A COBRAR AL RECOGER: " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-SURTIDO.
           WRITE REG-SURTIDO.

       6935-IMPRIMIR-LINEA-SURTIDO.
           MOVE WKS-TK-CANTIDAD(WKS-IDX-TK) TO WKS-FL-CANT-FORMAT.
           MOVE SPACES TO REG-SURTIDO.
           STRING "   [ ] " WKS-TK-RP-ID(WKS-IDX-TK) " "
                  WKS-TK-NOMBRE(WKS-IDX-TK)(1:30) " "
                  WKS-FL-CANT-FORMAT
               DELIMITED BY SIZE INTO REG-SURTIDO.
           WRITE REG-SURTIDO.
           ADD 1 TO WKS-IDX-TK.

       6940-OBTENER-SIGUIENTE-EC.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.
           PERFORM 6945-ABRIR-LLAVE-EC
               UNTIL WKS-LLAVE-OK OR WKS-INTENTOS-LLAVE > 4.
           IF NOT WKS-LLAVE-OK THEN
               DISPLAY "LLAVE-ENCARGOS.TXT OCUPADO POR OTRA "
                       "TERMINAL, REINTENTE EN UN MOMENTO"
               MOVE 0 TO WKS-EC-ACTUAL
           ELSE
               READ EC-KEY-FILE NEXT RECORD
                   AT END
                       DISPLAY "LLAVE NO ENCONTRADA EN "
                               "LLAVE-ENCARGOS.TXT"
               END-READ
               ADD 1 TO REG-LLAVE-EC
               REWRITE REG-LLAVE-EC
               MOVE REG-LLAVE-EC TO WKS-EC-ACTUAL
               CLOSE EC-KEY-FILE.

       6945-ABRIR-LLAVE-EC.
           ADD 1 TO WKS-INTENTOS-LLAVE.
           OPEN I-O EC-KEY-FILE.
           IF ECKEY-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT EC-KEY-FILE
               MOVE 0 TO REG-LLAVE-EC
               WRITE REG-LLAVE-EC
               CLOSE EC-KEY-FILE
               OPEN I-O EC-KEY-FILE.
           IF ECKEY-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-LLAVE-ABIERTA
           ELSE
               CALL "C$SLEEP" USING WKS-SEGUNDOS-ESPERA.

      * EL CLIENTE PASA POR SU ENCARGO (POR NUMERO O POR LA REFERENCIA
      * DEL WHATSAPP/WEB): SE LIBERA LA RESERVA Y SE SURTE Y COBRA POR
      * EL CAMINO NORMAL DEL TICKET
       6950-ENTREGAR-ENCARGO.
           DISPLAY "NUMERO DE ENCARGO O REFERENCIA".
           MOVE SPACES TO WKS-EC-CAPTURA.
           ACCEPT WKS-EC-CAPTURA.
           MOVE "N" TO WKS-EC-HALLADO-SW.
           MOVE WKS-EC-CAPTURA TO EC-REFERENCIA.
           READ ENCARGO-FILE KEY IS EC-REFERENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WKS-EC-HALLADO-SW.
           IF NOT WKS-EC-HALLADO THEN
               COMPUTE WKS-EC-BUSCADO =
                       FUNCTION NUMVAL(WKS-EC-CAPTURA)
               MOVE WKS-EC-BUSCADO TO EC-NUMERO
               READ ENCARGO-FILE KEY IS EC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WKS-EC-HALLADO-SW.
           IF NOT WKS-EC-HALLADO THEN
               DISPLAY "ENCARGO NO ENCONTRADO"
           ELSE
           IF EC-ESTADO IS EQUAL TO "V" THEN
               DISPLAY "EL ENCARGO YA SE ENTREGO CON EL FOLIO "
                       EC-FOLIO
           ELSE
           IF EC-ESTADO IS EQUAL TO "L" THEN
               DISPLAY "EL ENCARGO VENCIO EL " EC-VENCE
                       " Y SU RESERVA SE LIBERO; CAPTURE UNA VENTA "
                       "NORMAL"
           ELSE
               PERFORM 6955-SURTIR-ENCARGO.

       6955-SURTIR-ENCARGO.
           MOVE EC-NUMERO TO WKS-EC-BUSCADO.
           PERFORM 6960-CARGAR-LINEAS-EC.
           IF WKS-NUM-LINEAS IS EQUAL TO 0 THEN
               DISPLAY "EL ENCARGO NO TIENE PARTIDAS, REVISE"
           ELSE
               MOVE EC-CLIENTE-ID TO WKS-CLIENTE-VENTA
               PERFORM 5173-PREPARAR-VENTA-CONVERTIDA
               PERFORM 6927-LIBERAR-LINEAS-EC
               PERFORM 5130-VALIDAR-TICKET
               IF WKS-TICKET-OK THEN
                   PERFORM 5140-APLICAR-TICKET
               ELSE
                   MOVE 0 TO WKS-FOLIO-ACTUAL
               END-IF
               IF WKS-FOLIO-ACTUAL IS EQUAL TO 0 THEN
                   DISPLAY "NO SE PUDO SURTIR, LA RESERVA SE VUELVE "
                           "A TOMAR"
                   MOVE WKS-EC-BUSCADO TO WKS-EC-ACTUAL
                   PERFORM 6925-RESERVAR-LINEAS-EC
               ELSE
                   MOVE WKS-EC-BUSCADO TO EC-NUMERO
                   READ ENCARGO-FILE KEY IS EC-NUMERO
                       INVALID KEY
                           DISPLAY "NO SE RELEYO EL ENCARGO"
                       NOT INVALID KEY
                           MOVE "V" TO EC-ESTADO
                           MOVE WKS-FOLIO-ACTUAL TO EC-FOLIO
                           REWRITE REG-ENCARGO
                               INVALID KEY
                                   DISPLAY "NO SE PUDO MARCAR EL "
                                           "ENCARGO"
                           END-REWRITE
                   END-READ.

       6960-CARGAR-LINEAS-EC.
           MOVE 0 TO WKS-NUM-LINEAS.
           MOVE 0 TO WKS-TOTAL-TICKET.
           MOVE "N" TO WKS-FIN-EC-DET.
           MOVE WKS-EC-BUSCADO TO ED-NUMERO.
           MOVE 0 TO ED-PARTIDA.
           START ENCARGO-DET-FILE KEY IS NOT LESS THAN ED-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EC-DET.
           PERFORM 6965-CARGAR-LINEA-EC UNTIL WKS-EOF-EC-DET.

       6965-CARGAR-LINEA-EC.
           READ ENCARGO-DET-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EC-DET
               NOT AT END
                   IF ED-NUMERO IS NOT EQUAL TO WKS-EC-BUSCADO THEN
                       MOVE "S" TO WKS-FIN-EC-DET
                   ELSE
                       MOVE ED-RP-ID TO RP-ID
                       READ F-ARCHIVO KEY IS RP-ID
                           INVALID KEY
                               MOVE "(PRODUCTO NO REGISTRADO)"
                                   TO RP-NOMBRE
                       END-READ
                       ADD 1 TO WKS-NUM-LINEAS
                       MOVE ED-RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS)
                       MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS)
                       MOVE RP-NOMBRE
                           TO WKS-TK-NOMBRE(WKS-NUM-LINEAS)
                       MOVE ED-CANTIDAD
                           TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS)
                       MOVE ED-PRECIO
                           TO WKS-TK-PRECIO(WKS-NUM-LINEAS)
                       MOVE 0 TO WKS-TK-DESCUENTO(WKS-NUM-LINEAS)
                       COMPUTE WKS-TK-IMPORTE(WKS-NUM-LINEAS) =
                               ED-CANTIDAD * ED-PRECIO
                       ADD WKS-TK-IMPORTE(WKS-NUM-LINEAS)
                           TO WKS-TOTAL-TICKET.

      * ENCARGO NO RECOGIDO: PASADO EC-VENCE LA MERCANCIA REGRESA A
      * LA VENTA (TAMBIEN CORRE EN EL LOTE NOCTURNO)
       6970-LIBERAR-VENCIDOS.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-EC-LIBERADOS.
           MOVE "N" TO WKS-FIN-EC.
           MOVE 0 TO EC-NUMERO.
           START ENCARGO-FILE KEY IS NOT LESS THAN EC-NUMERO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EC.
           PERFORM 6975-REVISAR-VENCIDO UNTIL WKS-EOF-EC.
           DISPLAY "ENCARGOS VENCIDOS LIBERADOS: " WKS-EC-LIBERADOS.

       6975-REVISAR-VENCIDO.
           READ ENCARGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EC
               NOT AT END
                   IF EC-ESTADO IS EQUAL TO "R" AND
                      EC-VENCE IS LESS THAN WKS-FECHA-HOY THEN
                       PERFORM 6980-LIBERAR-ENCARGO.

       6980-LIBERAR-ENCARGO.
           MOVE EC-NUMERO TO WKS-EC-BUSCADO.
           PERFORM 6960-CARGAR-LINEAS-EC.
           PERFORM 6927-LIBERAR-LINEAS-EC.
           MOVE WKS-EC-BUSCADO TO EC-NUMERO.
           READ ENCARGO-FILE KEY IS EC-NUMERO
               INVALID KEY
                   DISPLAY "NO SE RELEYO EL ENCARGO " WKS-EC-BUSCADO
               NOT INVALID KEY
                   MOVE "L" TO EC-ESTADO
                   REWRITE REG-ENCARGO
                       INVALID KEY
                           DISPLAY "NO SE PUDO MARCAR EL ENCARGO "
                                   WKS-EC-BUSCADO
                   END-REWRITE
                   ADD 1 TO WKS-EC-LIBERADOS
                   DISPLAY "ENCARGO " EC-NUMERO " REF " EC-REFERENCIA
                           " VENCIDO, RESERVA LIBERADA"
           END-READ.
      * LA LECTURA POR LLAVE MOVIO LA POSICION: SE REPOSICIONA
      * DESPUES DEL ENCARGO LIBERADO
           START ENCARGO-FILE KEY IS GREATER THAN EC-NUMERO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EC.

      * SOLICITUD DE FACTURA: SE VALIDA QUE EL FOLIO EXISTA Y QUE EL
      * CLIENTE TENGA RFC; EL EXTRACTO LO ARMA DESPUES GENERA-FACTURA
       7100-SOLICITAR-FACTURA.
           DISPLAY "=== SOLICITUD DE FACTURA ===".
           DISPLAY "INGRESE FOLIO DEL TICKET".
           ACCEPT WKS-FOLIO-FACTURA.
           MOVE "N" TO WKS-FOLIO-FAC-HALLADO.
           MOVE 0 TO WKS-CLIENTE-FACTURA.
           MOVE 0 TO WKS-FECHA-VENTA-FAC.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS EQUAL TO "00" THEN
               MOVE WKS-FOLIO-FACTURA TO TR-FOLIO
               MOVE 1 TO TR-PARTIDA
               READ TRANS-FILE KEY IS TR-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WKS-FOLIO-FAC-HALLADO
                       MOVE TR-FECHA TO WKS-FECHA-VENTA-FAC
                       IF TR-CLIENTE-ID IS NUMERIC THEN
                           MOVE TR-CLIENTE-ID TO WKS-CLIENTE-FACTURA
                       END-IF
               END-READ
               CLOSE TRANS-FILE.
           IF NOT WKS-SI-FOLIO-FAC THEN
               DISPLAY "EL FOLIO NO ESTA EN EL ARCHIVO VIVO (QUIZA "
                       "YA SE ARCHIVO)"
               DISPLAY "FECHA DE LA VENTA (AAAAMMDD, 0 = CANCELAR)"
               ACCEPT WKS-FECHA-VENTA-FAC
               IF WKS-FECHA-VENTA-FAC IS GREATER THAN 0 THEN
                   DISPLAY "ID DEL CLIENTE"
                   ACCEPT WKS-CLIENTE-FACTURA
                   MOVE "S" TO WKS-FOLIO-FAC-HALLADO.
           IF WKS-SI-FOLIO-FAC THEN
               PERFORM 7110-VALIDAR-RFC-CLIENTE.

       7110-VALIDAR-RFC-CLIENTE.
           IF WKS-CLIENTE-FACTURA IS EQUAL TO 0 OR
              NOT WKS-HAY-CLIENTES THEN
               DISPLAY "LA VENTA NO TIENE CLIENTE REGISTRADO, NO SE "
                       "PUEDE FACTURAR"
           ELSE
               MOVE WKS-CLIENTE-FACTURA TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO"
                   NOT INVALID KEY
                       IF RC-RFC IS EQUAL TO SPACES THEN
                           DISPLAY "EL CLIENTE NO TIENE RFC, "
                                   "CAPTURELO EN DATOSCLIENTES"
                       ELSE
                           PERFORM 7120-GRABAR-SOLICITUD.

       7120-GRABAR-SOLICITUD.
           ACCEPT SF-FECHA FROM DATE YYYYMMDD.
           MOVE WKS-FOLIO-FACTURA TO SF-FOLIO.
           MOVE WKS-CLIENTE-FACTURA TO SF-CLIENTE-ID.
           MOVE WKS-FECHA-VENTA-FAC TO SF-FECHA-VENTA.
           MOVE "P" TO SF-ESTADO.
           OPEN EXTEND SOLFAC-FILE.
           IF SF-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT SOLFAC-FILE.
           WRITE REG-SOLFAC.
           CLOSE SOLFAC-FILE.
           DISPLAY "SOLICITUD DE FACTURA REGISTRADA, CORRA "
                   "GENERA-FACTURA PARA EMITIR EL EXTRACTO".

      ******************************************************************
      * REIMPRESION DE TICKET: EL TICKET SE RECONSTRUYE DESDE LAS
      * PARTIDAS DE VENTAS.TXT (O DEL HISTORICO VENTAS-AAAAMM SI EL
      * MES YA SE ARCHIVO), CON SU DESGLOSE DE IVA Y EL ESTADO DE
      * CANCELACION, CLARAMENTE MARCADO COMO REIMPRESION; EL ARCHIVO
      * TICKET-<FOLIO>.TXT SE VUELVE A GENERAR
      ******************************************************************
       7200-REIMPRIMIR-TICKET.
           DISPLAY "=== REIMPRESION DE TICKET ===".
           DISPLAY "INGRESE FOLIO".
           ACCEPT WKS-FOLIO-BUSCADO.
           MOVE 0 TO WKS-NUM-LINEAS.
           MOVE 0 TO WKS-TOTAL-TICKET.
           MOVE 0 TO WKS-TICKET-IVA.
           MOVE 0 TO WKS-TICKET-DESCUENTO.
           MOVE 0 TO WKS-REIMP-FECHA.
           MOVE 0 TO WKS-REIMP-CANCELADAS.
           PERFORM 7210-CARGAR-PARTIDAS-VIVAS.
           IF WKS-NUM-LINEAS IS EQUAL TO 0 THEN
               DISPLAY "EL FOLIO NO ESTA EN EL ARCHIVO VIVO"
               DISPLAY "MES ARCHIVADO A BUSCAR (AAAAMM, 0 = "
                       "CANCELAR)"
               ACCEPT WKS-REIMP-MES
               IF WKS-REIMP-MES IS GREATER THAN 0 THEN
                   PERFORM 7220-CARGAR-PARTIDAS-ARCH.
           IF WKS-NUM-LINEAS IS EQUAL TO 0 THEN
               DISPLAY "FOLIO NO ENCONTRADO, NO HAY NADA QUE "
                       "REIMPRIMIR"
           ELSE
               PERFORM 7230-IMPRIMIR-REIMPRESION.

       7210-CARGAR-PARTIDAS-VIVAS.
           MOVE "N" TO WKS-FIN-PARTIDAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-PARTIDAS
           ELSE
               MOVE WKS-FOLIO-BUSCADO TO TR-FOLIO
               MOVE 0 TO TR-PARTIDA
               START TRANS-FILE KEY IS NOT LESS THAN TR-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-PARTIDAS
               END-START
               PERFORM 7215-CARGAR-PARTIDA UNTIL WKS-EOF-PARTIDAS
               CLOSE TRANS-FILE.

       7215-CARGAR-PARTIDA.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PARTIDAS
               NOT AT END
                   IF TR-FOLIO IS NOT EQUAL TO WKS-FOLIO-BUSCADO THEN
                       MOVE "S" TO WKS-FIN-PARTIDAS
                   ELSE
                       PERFORM 7218-PASAR-PARTIDA-REIMP.

      * PASA LA PARTIDA EN REG-VENTA A LA TABLA DEL TICKET
       7218-PASAR-PARTIDA-REIMP.
           IF WKS-NUM-LINEAS IS NOT LESS THAN 50 THEN
               DISPLAY "DEMASIADAS PARTIDAS, SE TRUNCA LA "
                       "REIMPRESION"
           ELSE
               PERFORM 7219-GUARDAR-PARTIDA-REIMP.

       7219-GUARDAR-PARTIDA-REIMP.
           ADD 1 TO WKS-NUM-LINEAS.
           MOVE TR-RP-ID TO WKS-TK-RP-ID(WKS-NUM-LINEAS).
           MOVE SPACES TO WKS-TK-SERIE(WKS-NUM-LINEAS).
           MOVE TR-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   MOVE "(PRODUCTO NO REGISTRADO)" TO RP-NOMBRE.
           MOVE RP-NOMBRE TO WKS-TK-NOMBRE(WKS-NUM-LINEAS).
           MOVE TR-CANTIDAD TO WKS-TK-CANTIDAD(WKS-NUM-LINEAS).
           MOVE TR-PRECIO TO WKS-TK-PRECIO(WKS-NUM-LINEAS).
           COMPUTE WKS-TK-IMPORTE(WKS-NUM-LINEAS) =
                   TR-CANTIDAD * TR-PRECIO.
           IF TR-DESCUENTO IS NUMERIC THEN
               MOVE TR-DESCUENTO
                   TO WKS-TK-DESCUENTO(WKS-NUM-LINEAS)
               ADD TR-DESCUENTO TO WKS-TICKET-DESCUENTO
           ELSE
               MOVE 0 TO WKS-TK-DESCUENTO(WKS-NUM-LINEAS).
           MOVE TR-ESTADO TO WKS-TK-ESTADO(WKS-NUM-LINEAS).
           IF TR-ESTADO IS EQUAL TO "C" THEN
               ADD 1 TO WKS-REIMP-CANCELADAS
           ELSE
               ADD WKS-TK-IMPORTE(WKS-NUM-LINEAS)
                   TO WKS-TOTAL-TICKET
               IF TR-IVA-IMPORTE IS NUMERIC THEN
                   ADD TR-IVA-IMPORTE TO WKS-TICKET-IVA.
           MOVE TR-FECHA TO WKS-REIMP-FECHA.

       7220-CARGAR-PARTIDAS-ARCH.
           MOVE WKS-REIMP-MES TO WKS-MES-HIST-DEM.
           MOVE "N" TO WKS-FIN-HIST-DEM.
           OPEN INPUT DEMANDA-HIST-FILE.
           IF DH-STATUS IS EQUAL TO "35" THEN
               DISPLAY "NO EXISTE EL HISTORICO DE ESE MES"
               MOVE "S" TO WKS-FIN-HIST-DEM
           ELSE
               PERFORM 7225-CARGAR-PARTIDA-ARCH
                   UNTIL WKS-EOF-HIST-DEM
               CLOSE DEMANDA-HIST-FILE.

       7225-CARGAR-PARTIDA-ARCH.
           READ DEMANDA-HIST-FILE
               AT END
                   MOVE "S" TO WKS-FIN-HIST-DEM
               NOT AT END
                   MOVE REG-HIST-DEMANDA TO WKS-VENTA-ARCHIVADA
                   IF VA-FOLIO IS EQUAL TO WKS-FOLIO-BUSCADO THEN
                       MOVE WKS-VENTA-ARCHIVADA TO REG-VENTA
                       PERFORM 7218-PASAR-PARTIDA-REIMP.

       7230-IMPRIMIR-REIMPRESION.
           MOVE WKS-FOLIO-BUSCADO TO WKS-TICKET-FOLIO.
           OPEN OUTPUT TICKET-FILE.
           MOVE "          === SHOPPING DAVID ===" TO REG-TICKET.
           WRITE REG-TICKET.
           MOVE "   *** R E I M P R E S I O N ***" TO REG-TICKET.
           WRITE REG-TICKET.
           MOVE SPACES TO REG-TICKET.
           STRING "FOLIO: " WKS-FOLIO-BUSCADO
                  "   FECHA: " WKS-REIMP-FECHA
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           IF WKS-REIMP-CANCELADAS IS GREATER THAN 0 THEN
               MOVE SPACES TO REG-TICKET
               STRING "PARTIDAS CANCELADAS: " WKS-REIMP-CANCELADAS
                   DELIMITED BY SIZE INTO REG-TICKET
               WRITE REG-TICKET.
           MOVE "----------------------------------------"
               TO REG-TICKET.
           WRITE REG-TICKET.
           MOVE 1 TO WKS-IDX-TK.
           PERFORM 7235-IMPRIMIR-LINEA-REIMP
               UNTIL WKS-IDX-TK IS GREATER THAN WKS-NUM-LINEAS.
           MOVE "----------------------------------------"
               TO REG-TICKET.
           WRITE REG-TICKET.
           COMPUTE WKS-TICKET-SUBTOTAL =
                   WKS-TOTAL-TICKET - WKS-TICKET-IVA.
           MOVE SPACES TO REG-TICKET.
           MOVE WKS-TICKET-SUBTOTAL TO WKS-IMPORTE-FORMAT.
           STRING "SUBTOTAL: " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           MOVE SPACES TO REG-TICKET.
           MOVE WKS-TICKET-IVA TO WKS-IMPORTE-FORMAT.
           STRING "IVA:      " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           MOVE SPACES TO REG-TICKET.
           MOVE WKS-TOTAL-TICKET TO WKS-IMPORTE-FORMAT.
           STRING "TOTAL:    " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           MOVE "   *** R E I M P R E S I O N ***" TO REG-TICKET.
           WRITE REG-TICKET.
           CLOSE TICKET-FILE.
           DISPLAY "REIMPRESION ESCRITA EN " WKS-NOMBRE-TICKET.

       7235-IMPRIMIR-LINEA-REIMP.
           MOVE SPACES TO REG-TICKET.
           STRING WKS-TK-NOMBRE(WKS-IDX-TK)(1:30)
                  " " WKS-TK-CANTIDAD(WKS-IDX-TK)
                  " X " WKS-TK-PRECIO(WKS-IDX-TK)
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           IF WKS-TK-ESTADO(WKS-IDX-TK) IS EQUAL TO "C" THEN
               MOVE "        ** PARTIDA CANCELADA **" TO REG-TICKET
               WRITE REG-TICKET.
           MOVE SPACES TO REG-TICKET.
           MOVE WKS-TK-IMPORTE(WKS-IDX-TK) TO WKS-IMPORTE-FORMAT.
           STRING "        IMPORTE: " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-TICKET.
           WRITE REG-TICKET.
           ADD 1 TO WKS-IDX-TK.

      ******************************************************************
      * DEVOLUCION A PROVEEDOR: LA MERCANCIA DANIADA O EQUIVOCADA
      * SALE DEL INVENTARIO CON SU MOVIMIENTO DV EN EL KARDEX, SE
      * IMPRIME EL DOCUMENTO DE RETORNO Y QUEDA UNA NOTA DE CREDITO
      * PENDIENTE (VALUADA A RP-COSTO) QUE CUENTAS-PAGAR APLICA
      * CONTRA LO QUE LE DEBEMOS AL PROVEEDOR
      ******************************************************************
       7300-DEVOLUCION-PROVEEDOR.
           DISPLAY "=== DEVOLUCION A PROVEEDOR ===".
           DISPLAY "ID DEL PROVEEDOR".
           ACCEPT PV-ID.
           READ PROVEEDOR-FILE KEY IS PV-ID
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR: " PV-NOMBRE
                   PERFORM 7310-CAPTURAR-DEV-PROV.

       7310-CAPTURAR-DEV-PROV.
           DISPLAY "ID DEL PRODUCTO A DEVOLVER".
           ACCEPT RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY RP-NOMBRE " EXISTENCIA: " RP-CANTIDAD
                   DISPLAY "CANTIDAD A DEVOLVER"
                   ACCEPT WKS-CANT-DEV-PROV
                   IF WKS-CANT-DEV-PROV IS EQUAL TO 0 THEN
                       DISPLAY "NO SE DEVOLVIO NADA"
                   ELSE
                   IF WKS-CANT-DEV-PROV IS GREATER THAN RP-CANTIDAD
                   THEN
                       DISPLAY "NO HAY ESA EXISTENCIA"
                   ELSE
                       PERFORM 7640-ELEGIR-SERIES-PROV
                       IF NOT WKS-NS-COMPLETAS THEN
                           DISPLAY "DEVOLUCION CANCELADA"
                       ELSE
                           DISPLAY "MOTIVO DE LA DEVOLUCION"
                           ACCEPT WKS-MOTIVO-DEV-PROV
                           PERFORM 7320-APLICAR-DEV-PROV.

       7320-APLICAR-DEV-PROV.
           PERFORM 6420A-OBTENER-SIGUIENTE-NC.
           IF WKS-NC-ACTUAL IS EQUAL TO 0 THEN
               DISPLAY "SIN NUMERO DE NOTA, NO SE REGISTRO"
           ELSE
               PERFORM 4700-ASEGURAR-EXISTENCIAS
               MOVE WKS-CANT-DEV-PROV TO WKS-CANTIDAD-VENDIDA
               PERFORM 4730-RESTAR-VENTA-EXISTENCIA
               SUBTRACT WKS-CANT-DEV-PROV FROM RP-CANTIDAD
               PERFORM 1977-JOURNAL-PROD-CAMBIO
               REWRITE REG-PRODUCTO
                   INVALID KEY
                       DISPLAY "NO SE PUDO DESCONTAR LA EXISTENCIA"
               END-REWRITE
               MOVE "DV" TO WKS-KX-TIPO
               MOVE 0 TO WKS-KX-ENTRADA
               MOVE WKS-CANT-DEV-PROV TO WKS-KX-SALIDA
               MOVE SPACES TO WKS-KX-REFERENCIA
               STRING "NC " WKS-NC-ACTUAL(5:6)
                   DELIMITED BY SIZE INTO WKS-KX-REFERENCIA
               PERFORM 5500-REGISTRAR-KARDEX
               MOVE 1 TO WKS-NS-IDX
               PERFORM 7645-MARCAR-SERIE-PROV
                   UNTIL WKS-NS-IDX IS GREATER THAN WKS-NS-NUM
               PERFORM 7866-BUSCAR-CONSIGNA
               IF WKS-ES-CONSIGNA AND CN-PV-ID IS EQUAL TO PV-ID THEN
                   PERFORM 7868-DEVOLVER-CONSIGNA
                   PERFORM 7340-IMPRIMIR-DEV-PROV
                   DISPLAY "DEVOLUCION DE CONSIGNACION REGISTRADA, "
                           "SIN NOTA DE CREDITO"
               ELSE
                   PERFORM 7330-GRABAR-NOTA-CREDITO
                   PERFORM 7340-IMPRIMIR-DEV-PROV
                   DISPLAY "DEVOLUCION A PROVEEDOR REGISTRADA, NOTA "
                           "DE CREDITO " WKS-NC-ACTUAL " PENDIENTE".

       7330-GRABAR-NOTA-CREDITO.
           MOVE WKS-NC-ACTUAL TO NC-NUMERO.
           ACCEPT NC-FECHA FROM DATE YYYYMMDD.
           MOVE PV-ID TO NC-PV-ID.
           MOVE RP-ID TO NC-RP-ID.
           MOVE WKS-CANT-DEV-PROV TO NC-CANTIDAD.
           COMPUTE NC-IMPORTE = WKS-CANT-DEV-PROV * RP-COSTO.
           MOVE WKS-MOTIVO-DEV-PROV TO NC-MOTIVO.
           MOVE "P" TO NC-ESTADO.
           WRITE REG-NOTACRED
               INVALID KEY
                   DISPLAY "NO SE PUDO GUARDAR LA NOTA DE CREDITO".

       7340-IMPRIMIR-DEV-PROV.
           MOVE WKS-NC-ACTUAL TO WKS-DEVPROV-NUM.
           OPEN OUTPUT DEVPROV-PRINT.
           MOVE "          === SHOPPING DAVID ===" TO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE "       DEVOLUCION A PROVEEDOR" TO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE SPACES TO REG-DEVPROV.
           STRING "NOTA DE CREDITO: " WKS-NC-ACTUAL
                  "  FECHA: " NC-FECHA
               DELIMITED BY SIZE INTO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE SPACES TO REG-DEVPROV.
           STRING "PROVEEDOR: " FUNCTION TRIM(PV-NOMBRE)
               DELIMITED BY SIZE INTO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE SPACES TO REG-DEVPROV.
           STRING "PRODUCTO: " RP-NOMBRE(1:40)
               DELIMITED BY SIZE INTO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE SPACES TO REG-DEVPROV.
           MOVE NC-IMPORTE TO WKS-IMPORTE-FORMAT.
           STRING "CANTIDAD: " NC-CANTIDAD
                  "  VALOR A COSTO: " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE SPACES TO REG-DEVPROV.
           STRING "MOTIVO: " WKS-MOTIVO-DEV-PROV
               DELIMITED BY SIZE INTO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE " " TO REG-DEVPROV.
           WRITE REG-DEVPROV.
           MOVE "RECIBIO POR EL PROVEEDOR: __________________"
               TO REG-DEVPROV.
           WRITE REG-DEVPROV.
           CLOSE DEVPROV-PRINT.
           DISPLAY "DOCUMENTO IMPRESO EN " WKS-NOMBRE-DEVPROV.

      ******************************************************************
      * ETIQUETAS DE ANAQUEL: CADA CAMBIO DEL PRECIO QUE VE EL CLIENTE
      * DEJA EL PRODUCTO EN ETIQUETAS-PENDIENTES.TXT; AQUI SE IMPRIMEN
      * LAS PENDIENTES EN ETIQUETAS-ANAQUEL.TXT CON NOMBRE, PRECIO,
      * UNIDAD DE VENTA, PROMOCION VIGENTE A LA FECHA DE LA ETIQUETA
      * (PRECIO Y VIGENCIA), PRECIO DE MAYOREO Y CODIGO DE BARRAS, Y
      * SE MARCAN COMO IMPRESAS.
      ******************************************************************
       7400-IMPRIMIR-ETIQUETAS.
           DISPLAY "=== ETIQUETAS DE ANAQUEL PENDIENTES ===".
           DISPLAY "FECHA DE VIGENCIA DE LAS ETIQUETAS (AAAAMMDD, "
                   "0 = HOY)".
           ACCEPT WKS-FECHA-ETIQUETA.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WKS-FECHA-ETIQUETA IS EQUAL TO 0 THEN
               MOVE WKS-FECHA-HOY TO WKS-FECHA-ETIQUETA.
           MOVE WKS-FECHA-ETIQUETA TO WKS-FECHA-VALIDAR.
           PERFORM 2700-VALIDAR-FECHA.
           IF NOT WKS-FECHA-VALIDA THEN
               DISPLAY "FECHA INVALIDA, NO SE IMPRIME NADA"
           ELSE
               MOVE 0 TO WKS-EQ-IMPRESAS
               OPEN OUTPUT ETIQUETA-PRINT
               MOVE "N" TO WKS-EQ-FIN
               MOVE 0 TO EQ-RP-ID
               START ETIQUETA-FILE KEY IS NOT LESS THAN EQ-RP-ID
                   INVALID KEY
                       MOVE "S" TO WKS-EQ-FIN
               END-START
               PERFORM 7410-LEER-COLA UNTIL WKS-EOF-ETIQUETAS
               CLOSE ETIQUETA-PRINT
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               DISPLAY "ETIQUETAS IMPRESAS: " WKS-EQ-IMPRESAS
               DISPLAY "ARCHIVO: ETIQUETAS-ANAQUEL.TXT".

       7410-LEER-COLA.
           READ ETIQUETA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-EQ-FIN
               NOT AT END
                   IF EQ-PENDIENTE THEN
                       PERFORM 7420-IMPRIMIR-UNA-ETIQUETA.

      * LOS PRODUCTOS DADOS DE BAJA NO SE IMPRIMEN PERO SU RENGLON
      * TAMBIEN SE DA POR ATENDIDO
       7420-IMPRIMIR-UNA-ETIQUETA.
           MOVE EQ-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO " EQ-RP-ID " YA NO EXISTE, SE "
                           "DESCARTA SU ETIQUETA"
               NOT INVALID KEY
                   IF NOT RP-INACTIVO THEN
                       PERFORM 7430-ARMAR-ETIQUETA
                       ADD 1 TO WKS-EQ-IMPRESAS.
           MOVE "I" TO EQ-ESTADO.
           ACCEPT EQ-FECHA-IMPRESA FROM DATE YYYYMMDD.
           REWRITE REG-ETIQUETA
               INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR LA ETIQUETA DE "
                           EQ-RP-ID.

      * LA PROMOCION SE BUSCA A LA FECHA DE LA ETIQUETA (NO A LA DE
      * HOY) CON LAS MISMAS REGLAS DE LA CAJA; EL PRECIO DE ANAQUEL
      * ES SIEMPRE EL DE MENUDEO
       7430-ARMAR-ETIQUETA.
           MOVE WKS-FECHA-ETIQUETA TO WKS-FECHA-HOY.
           MOVE RP-PRECIO TO WKS-PRECIO-BASE.
           MOVE WKS-PRECIO-BASE TO WKS-PRECIO-EFECTIVO.
           MOVE 0 TO WKS-DESC-UNITARIO.
           MOVE "N" TO WKS-PROMO-PRODUCTO.
           MOVE "N" TO WKS-FIN-PROMO.
           OPEN INPUT PROMO-FILE.
           IF PRO-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-PROMO
           ELSE
               PERFORM 5176-LEER-PROMO UNTIL WKS-EOF-PROMO
               CLOSE PROMO-FILE.
           MOVE 0 TO WKS-PRECIO-MAYOREO.
           MOVE RP-ID TO LP-RP-ID.
           MOVE "2" TO LP-NIVEL.
           READ LISTA-PRECIO-FILE KEY IS LP-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LP-PRECIO TO WKS-PRECIO-MAYOREO.
           MOVE ALL "-" TO REG-ETIQUETA-PRINT.
           WRITE REG-ETIQUETA-PRINT.
           MOVE RP-NOMBRE(1:40) TO REG-ETIQUETA-PRINT.
           WRITE REG-ETIQUETA-PRINT.
           MOVE RP-PRECIO TO WKS-PRECIO-ETIQ-FORMAT.
           MOVE SPACES TO REG-ETIQUETA-PRINT.
           IF RP-GRANEL IS EQUAL TO "S" THEN
               STRING "PRECIO  $" WKS-PRECIO-ETIQ-FORMAT " POR KG"
                   DELIMITED BY SIZE INTO REG-ETIQUETA-PRINT
           ELSE
               STRING "PRECIO  $" WKS-PRECIO-ETIQ-FORMAT " POR PIEZA"
                   DELIMITED BY SIZE INTO REG-ETIQUETA-PRINT.
           WRITE REG-ETIQUETA-PRINT.
           IF WKS-DESC-UNITARIO IS GREATER THAN 0 THEN
               MOVE WKS-PRECIO-EFECTIVO TO WKS-PRECIO-ETIQ-FORMAT
               MOVE SPACES TO REG-ETIQUETA-PRINT
               STRING "PROMOCION  $" WKS-PRECIO-ETIQ-FORMAT
                   DELIMITED BY SIZE INTO REG-ETIQUETA-PRINT
               WRITE REG-ETIQUETA-PRINT
               MOVE SPACES TO REG-ETIQUETA-PRINT
               STRING "VIGENCIA " WKS-PROMO-DESDE " AL "
                      WKS-PROMO-HASTA
                   DELIMITED BY SIZE INTO REG-ETIQUETA-PRINT
               WRITE REG-ETIQUETA-PRINT.
           IF WKS-PRECIO-MAYOREO IS GREATER THAN 0 THEN
               MOVE WKS-PRECIO-MAYOREO TO WKS-PRECIO-ETIQ-FORMAT
               MOVE SPACES TO REG-ETIQUETA-PRINT
               STRING "MAYOREO $" WKS-PRECIO-ETIQ-FORMAT
                   DELIMITED BY SIZE INTO REG-ETIQUETA-PRINT
               WRITE REG-ETIQUETA-PRINT.
           MOVE SPACES TO REG-ETIQUETA-PRINT.
           STRING RP-CODIGO-BARRAS "  ID " RP-ID
               DELIMITED BY SIZE INTO REG-ETIQUETA-PRINT.
           WRITE REG-ETIQUETA-PRINT.

      * ENCOLA LA ETIQUETA DEL PRODUCTO EN CURSO (REG-PRODUCTO) CON
      * EL MOTIVO DE WKS-EQ-MOTIVO; SI YA ESTABA PENDIENTE CONSERVA
      * LA FECHA DEL PRIMER CAMBIO PARA EL AVISO DE ATRASO
       7450-ENCOLAR-ETIQUETA.
           MOVE RP-ID TO EQ-RP-ID.
           READ ETIQUETA-FILE KEY IS EQ-RP-ID
               INVALID KEY
                   PERFORM 7455-NUEVA-ETIQUETA
                   WRITE REG-ETIQUETA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ENCOLAR LA ETIQUETA DE "
                                   RP-ID
                   END-WRITE
               NOT INVALID KEY
                   IF NOT EQ-PENDIENTE THEN
                       PERFORM 7455-NUEVA-ETIQUETA
                   END-IF
                   MOVE WKS-EQ-MOTIVO TO EQ-MOTIVO
                   REWRITE REG-ETIQUETA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ENCOLAR LA ETIQUETA DE "
                                   RP-ID.
           ADD 1 TO WKS-EQ-ENCOLADAS.

       7455-NUEVA-ETIQUETA.
           MOVE RP-ID TO EQ-RP-ID.
           ACCEPT EQ-FECHA FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-HOY FROM TIME.
           MOVE WKS-HORA-HOY(1:6) TO EQ-HORA.
           MOVE WKS-EQ-MOTIVO TO EQ-MOTIVO.
           MOVE "P" TO EQ-ESTADO.
           MOVE 0 TO EQ-FECHA-IMPRESA.

       7460-FECHA-DE-MANANA.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BASE.
           MOVE 1 TO WKS-DIAS-SUMAR.
           PERFORM 2710-FECHA-MAS-DIAS.
           MOVE WKS-FECHA-RESULTADO TO WKS-FECHA-MANANA.

      * ENCOLA LAS ETIQUETAS QUE TOCA LA PROMOCION DE REG-PROMO: EL
      * PRODUCTO, O TODOS LOS PRODUCTOS ACTIVOS DE LA CATEGORIA
       7470-ENCOLAR-PROMOCION.
           MOVE 0 TO WKS-EQ-ENCOLADAS.
           MOVE "PRO" TO WKS-EQ-MOTIVO.
           IF PM-TIPO IS EQUAL TO "P" THEN
               IF PM-CLAVE IS NUMERIC THEN
                   MOVE PM-CLAVE TO WKS-PM-CLAVE-NUM
                   MOVE WKS-PM-CLAVE-NUM TO RP-ID
                   READ F-ARCHIVO KEY IS RP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 7450-ENCOLAR-ETIQUETA
                   END-READ
               END-IF
           ELSE
               MOVE "N" TO WKS-FIN-ARCHIVO
               MOVE LOW-VALUES TO RP-ID
               START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ARCHIVO
               END-START
               PERFORM 7475-ENCOLAR-DE-CATEGORIA UNTIL WKS-EOF-ARCHIVO.

       7475-ENCOLAR-DE-CATEGORIA.
           READ F-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF RP-CATEGORIA IS EQUAL TO PM-CLAVE(1:4) AND
                      RP-CATEGORIA IS NOT EQUAL TO SPACES AND
                      NOT RP-INACTIVO THEN
                       PERFORM 7450-ENCOLAR-ETIQUETA.

      ******************************************************************
      * REPARTO A DOMICILIO: CADA FOLIO A ENTREGAR QUEDA EN
      * ENTREGAS.TXT; LAS PENDIENTES SE SUBEN A UNA SALIDA CON SU
      * REPARTIDOR Y HOJA DE RUTA, Y AL REGRESAR LA SALIDA SE LIQUIDA
      * EN LA CAJA QUE RECIBE EL EFECTIVO
      ******************************************************************
       7500-ANOTAR-ENTREGA.
           DISPLAY "=== ENTREGA A DOMICILIO DE UN FOLIO ===".
           DISPLAY "FOLIO DEL TICKET".
           ACCEPT WKS-RT-FOLIO.
           MOVE WKS-RT-FOLIO TO EG-FOLIO.
           READ ENTREGA-FILE KEY IS EG-FOLIO
               INVALID KEY
                   PERFORM 7502-REVISAR-FOLIO-ENTREGA
               NOT INVALID KEY
                   DISPLAY "EL FOLIO YA TIENE ENTREGA ANOTADA "
                           "(ESTADO " EG-ESTADO ")".

       7502-REVISAR-FOLIO-ENTREGA.
           MOVE "N" TO WKS-VENTA-HALLADA.
           MOVE 0 TO WKS-RT-COBRAR.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO SE PUDO ABRIR VENTAS.TXT"
           ELSE
               MOVE WKS-RT-FOLIO TO TR-FOLIO
               MOVE 1 TO TR-PARTIDA
               READ TRANS-FILE KEY IS TR-LLAVE
                   INVALID KEY
                       DISPLAY "FOLIO NO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM 7503-VALIDAR-FOLIO-ENTREGA
               END-READ
               CLOSE TRANS-FILE.
           IF WKS-SI-VENTA-ORIG THEN
               IF WKS-RT-COBRAR IS GREATER THAN 0 THEN
                   MOVE WKS-RT-FOLIO TO WKS-FOLIO-BUSCADO
                   MOVE 0 TO WKS-NUM-LINEAS
                   MOVE 0 TO WKS-TOTAL-TICKET
                   MOVE 0 TO WKS-TICKET-IVA
                   MOVE 0 TO WKS-TICKET-DESCUENTO
                   MOVE 0 TO WKS-REIMP-CANCELADAS
                   PERFORM 7210-CARGAR-PARTIDAS-VIVAS
                   MOVE WKS-TOTAL-TICKET TO WKS-RT-COBRAR
               END-IF
               PERFORM 7510-CAPTURAR-DOMICILIO
               PERFORM 7515-GRABAR-ENTREGA.

      * SOLO SE REPARTEN VENTAS VIVAS; SI EL TICKET SE COBRO CONTRA
      * ENTREGA (FORMA R) EL REPARTIDOR COBRA EL TOTAL DEL FOLIO
       7503-VALIDAR-FOLIO-ENTREGA.
           IF TR-ESTADO IS EQUAL TO "C" THEN
               DISPLAY "EL FOLIO ESTA CANCELADO"
           ELSE
           IF TR-TIPO IS EQUAL TO "D" THEN
               DISPLAY "EL FOLIO ES UNA DEVOLUCION"
           ELSE
               MOVE "S" TO WKS-VENTA-HALLADA
               MOVE TR-FECHA TO WKS-RT-FECHA
               MOVE 0 TO WKS-RT-CLIENTE
               IF TR-CLIENTE-ID IS NUMERIC THEN
                   MOVE TR-CLIENTE-ID TO WKS-RT-CLIENTE
               END-IF
               IF TR-FORMA-PAGO IS EQUAL TO "R" THEN
                   MOVE 1 TO WKS-RT-COBRAR.

      * EL TICKET RECIEN COBRADO CONTRA ENTREGA SE ANOTA SOLO
       7505-ENTREGA-DEL-TICKET.
           MOVE WKS-FOLIO-ACTUAL TO WKS-RT-FOLIO.
           MOVE WKS-FECHA-HOY TO WKS-RT-FECHA.
           MOVE WKS-CLIENTE-VENTA TO WKS-RT-CLIENTE.
           MOVE WKS-TOTAL-TICKET TO WKS-RT-COBRAR.
           DISPLAY "ENTREGA A DOMICILIO, EL REPARTIDOR COBRARA "
                   "EL TOTAL DEL TICKET".
           PERFORM 7510-CAPTURAR-DOMICILIO.
           PERFORM 7515-GRABAR-ENTREGA.

      * SE PROPONE EL DOMICILIO DEL CLIENTE; SIN CLIENTE, O SI LO
      * ENTREGAN EN OTRA PARTE, SE CAPTURA EN EL TICKET
       7510-CAPTURAR-DOMICILIO.
           MOVE SPACES TO WKS-RT-DOMICILIO.
           MOVE 0 TO WKS-RT-TELEFONO.
           MOVE "N" TO WKS-CONFIRMA.
           IF WKS-RT-CLIENTE IS GREATER THAN 0 AND
              WKS-HAY-CLIENTES THEN
               MOVE WKS-RT-CLIENTE TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO"
                   NOT INVALID KEY
                       DISPLAY "DOMICILIO DEL CLIENTE: "
                               RC-DOMICILIO
                       DISPLAY "ENTREGAR EN ESTE DOMICILIO (S/N)"
                       ACCEPT WKS-CONFIRMA
                       IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                           MOVE RC-DOMICILIO TO WKS-RT-DOMICILIO
                           MOVE RC-TELEFONO TO WKS-RT-TELEFONO
                       END-IF
               END-READ.
           IF WKS-RT-DOMICILIO IS EQUAL TO SPACES THEN
               DISPLAY "DOMICILIO DE ENTREGA"
               ACCEPT WKS-RT-DOMICILIO
               DISPLAY "TELEFONO DE QUIEN RECIBE"
               ACCEPT WKS-RT-TELEFONO.

       7515-GRABAR-ENTREGA.
           MOVE WKS-RT-FOLIO TO EG-FOLIO.
           MOVE WKS-RT-FECHA TO EG-FECHA.
           MOVE WKS-RT-CLIENTE TO EG-CLIENTE-ID.
           MOVE WKS-RT-DOMICILIO TO EG-DOMICILIO.
           MOVE WKS-RT-TELEFONO TO EG-TELEFONO.
           MOVE WKS-RT-COBRAR TO EG-COBRAR.
           MOVE SPACES TO EG-REPARTIDOR.
           MOVE 0 TO EG-SALIDA.
           MOVE "P" TO EG-ESTADO.
           MOVE 0 TO EG-INTENTOS.
           MOVE WKS-CFG-CAJA TO EG-CAJA.
           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "NO SE PUDO ANOTAR LA ENTREGA DEL FOLIO "
                           EG-FOLIO
               NOT INVALID KEY
                   DISPLAY "ENTREGA ANOTADA, SALE EN LA SIGUIENTE "
                           "SALIDA DE REPARTO".

      * SALIDA DE REPARTO: SE VALIDA AL REPARTIDOR, SE LE DA NUMERO
      * DE SALIDA Y SE OFRECE CADA ENTREGA PENDIENTE
       7520-ARMAR-SALIDA.
           DISPLAY "=== SALIDA DE REPARTO ===".
           DISPLAY "ID DEL REPARTIDOR (OPERADOR)".
           ACCEPT WKS-RT-REPARTIDOR.
           PERFORM 7522-VALIDAR-REPARTIDOR.
           IF WKS-RT-REPARTIDOR-OK THEN
               PERFORM 7590-OBTENER-SIGUIENTE-RUTA.
           IF WKS-RT-REPARTIDOR-OK AND
              WKS-RT-SALIDA IS GREATER THAN 0 THEN
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE 0 TO WKS-RT-ENTREGAS
               MOVE 0 TO WKS-RT-ESPERADO
               MOVE WKS-RT-SALIDA TO WKS-RUTA-SALIDA
               OPEN OUTPUT HOJA-RUTA-PRINT
               PERFORM 7524-ENCABEZADO-RUTA
               MOVE "N" TO WKS-FIN-EG
               MOVE 0 TO EG-FOLIO
               START ENTREGA-FILE KEY IS NOT LESS THAN EG-FOLIO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-EG
               END-START
               PERFORM 7525-REVISAR-PENDIENTE UNTIL WKS-EOF-EG
               PERFORM 7528-PIE-RUTA
               CLOSE HOJA-RUTA-PRINT
               DISPLAY "SALIDA " WKS-RT-SALIDA " CON "
                       WKS-RT-ENTREGAS " ENTREGAS"
               MOVE WKS-RT-ESPERADO TO WKS-IMPORTE-FORMAT
               DISPLAY "EFECTIVO A COBRAR EN LA RUTA: "
                       WKS-IMPORTE-FORMAT
               DISPLAY "HOJA DE RUTA EN " WKS-NOMBRE-RUTA.

       7522-VALIDAR-REPARTIDOR.
           MOVE "N" TO WKS-RT-REPARTIDOR-SW.
           PERFORM 1839-ABRIR-OPERADORES.
           MOVE WKS-RT-REPARTIDOR TO OP-ID.
           READ OPERADOR-FILE KEY IS OP-ID
               INVALID KEY
                   DISPLAY "REPARTIDOR NO REGISTRADO EN OPERADORES"
               NOT INVALID KEY
                   IF OP-ESTADO IS NOT EQUAL TO "A" THEN
                       DISPLAY "EL OPERADOR NO ESTA ACTIVO"
                   ELSE
                       MOVE OP-NOMBRE TO WKS-RT-NOMBRE
                       MOVE "S" TO WKS-RT-REPARTIDOR-SW.
           CLOSE OPERADOR-FILE.

       7524-ENCABEZADO-RUTA.
           MOVE SPACES TO REG-HOJA-RUTA.
           STRING "     === HOJA DE RUTA, SALIDA " WKS-RT-SALIDA
                  " ==="
               DELIMITED BY SIZE INTO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE SPACES TO REG-HOJA-RUTA.
           STRING "FECHA " WKS-FECHA-HOY "  CAJA " WKS-CFG-CAJA
                  "  REPARTIDOR " WKS-RT-REPARTIDOR " "
                  WKS-RT-NOMBRE(1:25)
               DELIMITED BY SIZE INTO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.

       7525-REVISAR-PENDIENTE.
           READ ENTREGA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EG
               NOT AT END
                   IF EG-ESTADO IS EQUAL TO "P" THEN
                       MOVE EG-COBRAR TO WKS-IMPORTE-FORMAT
                       DISPLAY "FOLIO " EG-FOLIO " COBRAR "
                               WKS-IMPORTE-FORMAT
                       DISPLAY "   " EG-DOMICILIO
                       DISPLAY "SUBE A ESTA SALIDA (S/N)"
                       ACCEPT WKS-CONFIRMA
                       IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                           PERFORM 7527-SUBIR-A-SALIDA.

       7527-SUBIR-A-SALIDA.
           MOVE "R" TO EG-ESTADO.
           MOVE WKS-RT-SALIDA TO EG-SALIDA.
           MOVE WKS-RT-REPARTIDOR TO EG-REPARTIDOR.
           REWRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "NO SE PUDO ASIGNAR EL FOLIO " EG-FOLIO
               NOT INVALID KEY
                   ADD 1 TO WKS-RT-ENTREGAS
                   ADD EG-COBRAR TO WKS-RT-ESPERADO
                   PERFORM 7529-IMPRIMIR-ENTREGA.

       7528-PIE-RUTA.
           MOVE SPACES TO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE WKS-RT-ESPERADO TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO REG-HOJA-RUTA.
           STRING "ENTREGAS: " WKS-RT-ENTREGAS
                  "   TOTAL A COBRAR: " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE SPACES TO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE "FIRMA DEL REPARTIDOR: ______________________________"
               TO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.

       7529-IMPRIMIR-ENTREGA.
           MOVE SPACES TO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE SPACES TO RC-NOMBRE.
           IF EG-CLIENTE-ID IS GREATER THAN 0 AND
              WKS-HAY-CLIENTES THEN
               MOVE EG-CLIENTE-ID TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       MOVE SPACES TO RC-NOMBRE.
           MOVE SPACES TO REG-HOJA-RUTA.
           STRING "FOLIO " EG-FOLIO "  " RC-NOMBRE(1:30)
                  "  TEL " EG-TELEFONO
               DELIMITED BY SIZE INTO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE SPACES TO REG-HOJA-RUTA.
           STRING "   " EG-DOMICILIO
               DELIMITED BY SIZE INTO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE EG-COBRAR TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO REG-HOJA-RUTA.
           STRING "   COBRAR " WKS-IMPORTE-FORMAT
                  "  [ ]ENTREGO [ ]RECHAZO [ ]OTRO DIA"
               DELIMITED BY SIZE INTO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.
           MOVE "   RECIBIO: _______________________________"
               TO REG-HOJA-RUTA.
           WRITE REG-HOJA-RUTA.

      * LIQUIDACION DE LA SALIDA: POR CADA ENTREGA EN RUTA SE ANOTA
      * E = ENTREGADO, X = RECHAZADO (LA MERCANCIA REGRESA POR LA
      * DEVOLUCION NORMAL) O G = REPROGRAMADO (VUELVE A PENDIENTE);
      * LO ENTREGADO POR EL REPARTIDOR ENTRA COMO ENTRADA DE CAJA
       7540-LIQUIDAR-SALIDA.
           DISPLAY "=== LIQUIDAR SALIDA DE REPARTO ===".
           DISPLAY "NUMERO DE SALIDA".
           ACCEPT WKS-RT-SALIDA.
           PERFORM 7542-CARGAR-SALIDA.
           IF WKS-RT-NUM-FOLIOS IS EQUAL TO 0 THEN
               DISPLAY "LA SALIDA NO TIENE ENTREGAS EN RUTA (NO "
                       "EXISTE O YA SE LIQUIDO)"
           ELSE
               DISPLAY "REPARTIDOR " WKS-RT-REPARTIDOR ", "
                       WKS-RT-NUM-FOLIOS " ENTREGAS EN RUTA"
               MOVE 0 TO WKS-RT-ESPERADO
               MOVE 0 TO WKS-RT-ENTREGAS
               MOVE 0 TO WKS-RT-RECHAZOS
               MOVE 0 TO WKS-RT-REPROGRAMADAS
               MOVE 1 TO WKS-RT-IDX
               PERFORM 7550-LIQUIDAR-ENTREGA
                   UNTIL WKS-RT-IDX IS GREATER THAN WKS-RT-NUM-FOLIOS
               PERFORM 7570-CERRAR-LIQUIDACION.

      * LOS FOLIOS DE LA SALIDA SE APARTAN PRIMERO: AL LIQUIDAR CAMBIA
      * EG-SALIDA Y NO SE PUEDE SEGUIR LEYENDO POR ESA LLAVE
       7542-CARGAR-SALIDA.
           MOVE 0 TO WKS-RT-NUM-FOLIOS.
           MOVE SPACES TO WKS-RT-REPARTIDOR.
           MOVE "N" TO WKS-FIN-EG.
           MOVE WKS-RT-SALIDA TO EG-SALIDA.
           START ENTREGA-FILE KEY IS EQUAL TO EG-SALIDA
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EG.
           PERFORM 7545-LEER-DE-SALIDA UNTIL WKS-EOF-EG.

       7545-LEER-DE-SALIDA.
           READ ENTREGA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EG
               NOT AT END
                   IF EG-SALIDA IS NOT EQUAL TO WKS-RT-SALIDA THEN
                       MOVE "S" TO WKS-FIN-EG
                   ELSE
                   IF EG-ESTADO IS EQUAL TO "R" THEN
                       IF WKS-RT-NUM-FOLIOS IS NOT LESS THAN 100 THEN
                           DISPLAY "SALIDA CON MAS DE 100 ENTREGAS, "
                                   "LIQUIDE EL RESTO DESPUES"
                           MOVE "S" TO WKS-FIN-EG
                       ELSE
                           ADD 1 TO WKS-RT-NUM-FOLIOS
                           MOVE EG-FOLIO
                               TO WKS-RT-FOLIO-T(WKS-RT-NUM-FOLIOS)
                           MOVE EG-REPARTIDOR TO WKS-RT-REPARTIDOR.

       7550-LIQUIDAR-ENTREGA.
           MOVE WKS-RT-FOLIO-T(WKS-RT-IDX) TO EG-FOLIO.
           READ ENTREGA-FILE KEY IS EG-FOLIO
               INVALID KEY
                   DISPLAY "NO SE RELEYO LA ENTREGA " EG-FOLIO
               NOT INVALID KEY
                   MOVE EG-COBRAR TO WKS-IMPORTE-FORMAT
                   DISPLAY "FOLIO " EG-FOLIO " COBRAR "
                           WKS-IMPORTE-FORMAT
                   DISPLAY "   " EG-DOMICILIO
                   MOVE SPACE TO WKS-RT-RESULTADO
                   PERFORM 7552-PEDIR-RESULTADO
                       UNTIL WKS-RT-RESULTADO-OK
                   PERFORM 7555-APLICAR-RESULTADO.
           ADD 1 TO WKS-RT-IDX.

       7552-PEDIR-RESULTADO.
           DISPLAY "RESULTADO (E=ENTREGADO X=RECHAZADO "
                   "G=REPROGRAMADO)".
           ACCEPT WKS-RT-RESULTADO.
           IF WKS-RT-RESULTADO IS EQUAL TO "e" THEN
               MOVE "E" TO WKS-RT-RESULTADO
           ELSE
           IF WKS-RT-RESULTADO IS EQUAL TO "x" THEN
               MOVE "X" TO WKS-RT-RESULTADO
           ELSE
           IF WKS-RT-RESULTADO IS EQUAL TO "g" THEN
               MOVE "G" TO WKS-RT-RESULTADO.
           IF NOT WKS-RT-RESULTADO-OK THEN
               DISPLAY "RESULTADO INVALIDO".

       7555-APLICAR-RESULTADO.
           IF WKS-RT-RESULTADO IS EQUAL TO "E" THEN
               MOVE "E" TO EG-ESTADO
               ADD EG-COBRAR TO WKS-RT-ESPERADO
               ADD 1 TO WKS-RT-ENTREGAS
           ELSE
           IF WKS-RT-RESULTADO IS EQUAL TO "X" THEN
               MOVE "X" TO EG-ESTADO
               ADD 1 TO WKS-RT-RECHAZOS
           ELSE
               MOVE "P" TO EG-ESTADO
               MOVE 0 TO EG-SALIDA
               MOVE SPACES TO EG-REPARTIDOR
               ADD 1 TO EG-INTENTOS
               ADD 1 TO WKS-RT-REPROGRAMADAS.
           REWRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA ENTREGA "
                           EG-FOLIO.
           IF WKS-RT-RESULTADO IS EQUAL TO "X" THEN
               PERFORM 7560-REGRESAR-RECHAZO.

      * EL RECHAZO REGRESA PARTIDA POR PARTIDA POR LA DEVOLUCION
      * NORMAL (FOLIO, EXISTENCIA, KARDEX DE); SI ERA CONTRA ENTREGA
      * NO SE COBRO, ASI QUE NO HAY REEMBOLSO NI SALE DEL CAJON
       7560-REGRESAR-RECHAZO.
           MOVE EG-CLIENTE-ID TO WKS-RT-CLIENTE.
           IF EG-COBRAR IS GREATER THAN 0 THEN
               MOVE "S" TO WKS-RECHAZO-CE-SW
           ELSE
               MOVE "N" TO WKS-RECHAZO-CE-SW.
           MOVE EG-FOLIO TO WKS-FOLIO-BUSCADO.
           MOVE 0 TO WKS-NUM-LINEAS.
           MOVE 0 TO WKS-TOTAL-TICKET.
           MOVE 0 TO WKS-TICKET-IVA.
           MOVE 0 TO WKS-TICKET-DESCUENTO.
           MOVE 0 TO WKS-REIMP-CANCELADAS.
           MOVE EG-FECHA TO WKS-REIMP-FECHA.
           PERFORM 7210-CARGAR-PARTIDAS-VIVAS.
           MOVE 1 TO WKS-IDX-TK-2.
           PERFORM 7565-REGRESAR-PARTIDA
               UNTIL WKS-IDX-TK-2 IS GREATER THAN WKS-NUM-LINEAS.
           MOVE "N" TO WKS-RECHAZO-CE-SW.

       7565-REGRESAR-PARTIDA.
           IF WKS-TK-ESTADO(WKS-IDX-TK-2) IS NOT EQUAL TO "C" THEN
               MOVE WKS-TK-RP-ID(WKS-IDX-TK-2) TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       DISPLAY "PRODUCTO " RP-ID " NO ENCONTRADO, "
                               "NO SE REGRESO"
                   NOT INVALID KEY
                       MOVE WKS-TK-CANTIDAD(WKS-IDX-TK-2)
                           TO WKS-CANT-DEVUELTA
                       MOVE WKS-TK-PRECIO(WKS-IDX-TK-2)
                           TO WKS-PRECIO-VENTA-ORIG
                       MOVE WKS-RT-CLIENTE TO WKS-CLIENTE-VENTA-ORIG
                       MOVE WKS-REIMP-FECHA TO WKS-FECHA-VENTA-ORIG
                       MOVE "REC" TO WKS-MOTIVO-DEV
                       PERFORM 4430-APLICAR-DEVOLUCION.
           ADD 1 TO WKS-IDX-TK-2.

       7570-CERRAR-LIQUIDACION.
           MOVE WKS-RT-ESPERADO TO WKS-IMPORTE-FORMAT.
           DISPLAY "ENTREGADAS " WKS-RT-ENTREGAS "  RECHAZADAS "
                   WKS-RT-RECHAZOS "  REPROGRAMADAS "
                   WKS-RT-REPROGRAMADAS.
           DISPLAY "EFECTIVO QUE DEBE ENTREGAR EL REPARTIDOR: "
                   WKS-IMPORTE-FORMAT.
           DISPLAY "EFECTIVO ENTREGADO POR EL REPARTIDOR".
           ACCEPT WKS-RT-ENTREGADO.
           COMPUTE WKS-RT-DIFERENCIA =
                   WKS-RT-ENTREGADO - WKS-RT-ESPERADO.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-HOY FROM TIME.
           MOVE WKS-FECHA-HOY TO LQ-FECHA.
           MOVE WKS-HORA-HOY(1:6) TO LQ-HORA.
           MOVE WKS-CFG-CAJA TO LQ-CAJA.
           MOVE WKS-RT-SALIDA TO LQ-SALIDA.
           MOVE WKS-RT-REPARTIDOR TO LQ-REPARTIDOR.
           MOVE WKS-RT-ESPERADO TO LQ-ESPERADO.
           MOVE WKS-RT-ENTREGADO TO LQ-ENTREGADO.
           MOVE WKS-RT-DIFERENCIA TO LQ-DIFERENCIA.
           OPEN EXTEND LIQUIDA-FILE.
           IF LQ-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT LIQUIDA-FILE.
           WRITE REG-LIQUIDA.
           CLOSE LIQUIDA-FILE.
           IF WKS-RT-ENTREGADO IS GREATER THAN 0 THEN
               MOVE WKS-FECHA-HOY TO MC-FECHA
               MOVE WKS-HORA-HOY(1:6) TO MC-HORA
               MOVE "E" TO MC-TIPO
               MOVE SPACES TO MC-CONCEPTO
               STRING "LIQUIDA SALIDA " WKS-RT-SALIDA
                   DELIMITED BY SIZE INTO MC-CONCEPTO
               MOVE WKS-RT-ENTREGADO TO MC-IMPORTE
               MOVE WKS-RT-REPARTIDOR TO MC-OPERADOR
               MOVE WKS-CFG-CAJA TO MC-CAJA
               OPEN EXTEND CAJA-MOV-FILE
               IF MC-STATUS IS EQUAL TO "35" THEN
                   OPEN OUTPUT CAJA-MOV-FILE
               END-IF
               WRITE REG-CAJA-MOV
               CLOSE CAJA-MOV-FILE.
           MOVE WKS-RT-DIFERENCIA TO WKS-DIF-CAJA-FORMAT.
           IF WKS-RT-DIFERENCIA IS EQUAL TO 0 THEN
               DISPLAY "SALIDA LIQUIDADA SIN DIFERENCIA"
           ELSE
           IF WKS-RT-DIFERENCIA IS GREATER THAN 0 THEN
               DISPLAY "SOBRANTE DEL REPARTIDOR: " WKS-DIF-CAJA-FORMAT
           ELSE
               DISPLAY "*** FALTANTE DEL REPARTIDOR "
                       WKS-RT-REPARTIDOR ": " WKS-DIF-CAJA-FORMAT
                       " ***".

       7590-OBTENER-SIGUIENTE-RUTA.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.
           PERFORM 7595-ABRIR-LLAVE-RUTA
               UNTIL WKS-LLAVE-OK OR WKS-INTENTOS-LLAVE > 4.
           IF NOT WKS-LLAVE-OK THEN
               DISPLAY "LLAVE-RUTAS.TXT OCUPADO POR OTRA "
                       "TERMINAL, REINTENTE EN UN MOMENTO"
               MOVE 0 TO WKS-RT-SALIDA
           ELSE
               READ RUTA-KEY-FILE NEXT RECORD
                   AT END
                       DISPLAY "LLAVE NO ENCONTRADA EN "
                               "LLAVE-RUTAS.TXT"
               END-READ
               ADD 1 TO REG-LLAVE-RT
               REWRITE REG-LLAVE-RT
               MOVE REG-LLAVE-RT TO WKS-RT-SALIDA
               CLOSE RUTA-KEY-FILE.

       7595-ABRIR-LLAVE-RUTA.
           ADD 1 TO WKS-INTENTOS-LLAVE.
           OPEN I-O RUTA-KEY-FILE.
           IF RTKEY-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT RUTA-KEY-FILE
               MOVE 0 TO REG-LLAVE-RT
               WRITE REG-LLAVE-RT
               CLOSE RUTA-KEY-FILE
               OPEN I-O RUTA-KEY-FILE.
           IF RTKEY-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-LLAVE-ABIERTA
           ELSE
               CALL "C$SLEEP" USING WKS-SEGUNDOS-ESPERA.

      * NUMEROS DE SERIE: UN PRODUCTO CONTROLA SERIE SI TIENE RENGLON
      * EN PRODUCTOS-SERIE.TXT (SE LEE POR RP-ID)
       7600-REVISAR-SERIADO.
           MOVE "N" TO WKS-SERIADO-SW.
           MOVE 0 TO WKS-NS-MESES.
           MOVE RP-ID TO PS-RP-ID.
           READ SERIADO-FILE KEY IS PS-RP-ID
               INVALID KEY
                   MOVE "N" TO WKS-SERIADO-SW
               NOT INVALID KEY
                   MOVE "S" TO WKS-SERIADO-SW
                   MOVE PS-MESES-GARANTIA TO WKS-NS-MESES.

      * EN LA CAJA EL PRODUCTO CON SERIE SE VENDE PIEZA POR PIEZA: SE
      * MUESTRAN LAS SERIES EN EXISTENCIA Y SE ESCOGE UNA; SI NO SE
      * ESCOGE NINGUNA LA CANTIDAD QUEDA EN CERO Y LA LINEA SE OMITE
       7605-ELEGIR-SERIE.
           DISPLAY "PRODUCTO CON NUMERO DE SERIE, EN EXISTENCIA:".
           MOVE 0 TO WKS-NS-LISTADAS.
           MOVE "N" TO WKS-FIN-NS.
           MOVE RP-ID TO NS-RP-ID.
           MOVE SPACES TO NS-SERIE.
           START SERIE-FILE KEY IS NOT LESS THAN NS-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-NS.
           PERFORM 7606-LISTAR-SERIE UNTIL WKS-EOF-NS.
           IF WKS-NS-LISTADAS IS EQUAL TO 0 THEN
               DISPLAY "NO HAY SERIES EN EXISTENCIA"
           ELSE
               IF WKS-NS-LISTADAS IS GREATER THAN 20 THEN
                   DISPLAY "    ... " WKS-NS-LISTADAS
                           " SERIES EN EXISTENCIA EN TOTAL"
               END-IF
               DISPLAY "SERIE QUE SE VENDE (EN BLANCO = OMITIR LINEA)"
               ACCEPT WKS-NS-CAPTURA
               IF WKS-NS-CAPTURA IS NOT EQUAL TO SPACES THEN
                   PERFORM 7607-VALIDAR-SERIE
                   IF WKS-NS-VALIDA THEN
                       PERFORM 7608-SERIE-EN-TICKET
                   END-IF
                   IF WKS-NS-VALIDA THEN
                       MOVE 1 TO WKS-CANTIDAD-VENDIDA
                       MOVE WKS-NS-CAPTURA TO WKS-NS-ELEGIDA.

       7606-LISTAR-SERIE.
           READ SERIE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-NS
               NOT AT END
                   IF NS-RP-ID IS NOT EQUAL TO RP-ID THEN
                       MOVE "S" TO WKS-FIN-NS
                   ELSE
                   IF NS-ESTADO IS EQUAL TO "D" THEN
                       ADD 1 TO WKS-NS-LISTADAS
                       IF WKS-NS-LISTADAS IS NOT GREATER THAN 20 THEN
                           DISPLAY "    " NS-SERIE.

      * LA SERIE DEBE EXISTIR PARA EL PRODUCTO Y ESTAR EN EXISTENCIA
       7607-VALIDAR-SERIE.
           MOVE "N" TO WKS-NS-VALIDA-SW.
           MOVE RP-ID TO NS-RP-ID.
           MOVE WKS-NS-CAPTURA TO NS-SERIE.
           READ SERIE-FILE KEY IS NS-LLAVE
               INVALID KEY
                   DISPLAY "SERIE NO REGISTRADA PARA ESTE PRODUCTO"
               NOT INVALID KEY
                   IF NS-ESTADO IS EQUAL TO "D" THEN
                       MOVE "S" TO WKS-NS-VALIDA-SW
                   ELSE
                       DISPLAY "LA SERIE NO ESTA EN EXISTENCIA "
                               "(ESTADO " NS-ESTADO ")".

       7608-SERIE-EN-TICKET.
           MOVE 1 TO WKS-IDX-TK-2.
           PERFORM 7609-COMPARAR-SERIE
               UNTIL WKS-IDX-TK-2 IS GREATER THAN WKS-NUM-LINEAS.

       7609-COMPARAR-SERIE.
           IF WKS-TK-RP-ID(WKS-IDX-TK-2) IS EQUAL TO RP-ID AND
              WKS-TK-SERIE(WKS-IDX-TK-2) IS EQUAL TO WKS-NS-CAPTURA
              THEN
               MOVE "N" TO WKS-NS-VALIDA-SW
               DISPLAY "ESA SERIE YA ESTA EN EL TICKET".
           ADD 1 TO WKS-IDX-TK-2.

      * AL GRABAR LA PARTIDA SE LIGAN LAS SERIES AL FOLIO. LA ESCOGIDA
      * EN LA CAJA SE USA SI SIGUE EN EXISTENCIA; LAS PIEZAS QUE
      * LLEGAN SIN SERIE (COTIZACION, APARTADO, ENCARGO) SE PIDEN
      * AQUI, Y EN BLANCO LA PIEZA SE VENDE SIN SERIE
       7610-VENDER-SERIES.
           MOVE WKS-TK-RP-ID(WKS-IDX-TK) TO RP-ID.
           PERFORM 7600-REVISAR-SERIADO.
           IF WKS-PRODUCTO-SERIADO THEN
               MOVE WKS-TK-CANTIDAD(WKS-IDX-TK) TO WKS-NS-PIEZAS
               MOVE 1 TO WKS-NS-PIEZA
               IF WKS-TK-SERIE(WKS-IDX-TK) IS NOT EQUAL TO SPACES THEN
                   MOVE WKS-TK-SERIE(WKS-IDX-TK) TO WKS-NS-CAPTURA
                   PERFORM 7607-VALIDAR-SERIE
                   IF WKS-NS-VALIDA THEN
                       PERFORM 7612-MARCAR-SERIE-VENDIDA
                       MOVE 2 TO WKS-NS-PIEZA
                   END-IF
               END-IF
               PERFORM 7611-PEDIR-SERIE-VENTA
                   UNTIL WKS-NS-PIEZA IS GREATER THAN WKS-NS-PIEZAS.

       7611-PEDIR-SERIE-VENTA.
           DISPLAY WKS-TK-NOMBRE(WKS-IDX-TK)(1:30)
                   " SERIE DE LA PIEZA " WKS-NS-PIEZA
                   " (EN BLANCO = SIN SERIE)".
           ACCEPT WKS-NS-CAPTURA.
           IF WKS-NS-CAPTURA IS EQUAL TO SPACES THEN
               DISPLAY "PIEZA VENDIDA SIN SERIE"
               ADD 1 TO WKS-NS-PIEZA
           ELSE
               PERFORM 7607-VALIDAR-SERIE
               IF WKS-NS-VALIDA THEN
                   PERFORM 7612-MARCAR-SERIE-VENDIDA
                   ADD 1 TO WKS-NS-PIEZA.

       7612-MARCAR-SERIE-VENDIDA.
           MOVE "V" TO NS-ESTADO.
           MOVE TR-FOLIO TO NS-FOLIO.
           MOVE TR-PARTIDA TO NS-PARTIDA.
           MOVE WKS-CLIENTE-VENTA TO NS-CLIENTE-ID.
           MOVE WKS-FECHA-HOY TO NS-FECHA-VENTA.
           REWRITE REG-SERIE
               INVALID KEY
                   DISPLAY "NO SE PUDO LIGAR LA SERIE " NS-SERIE
                           " AL FOLIO".

      * AL RECIBIR SE CAPTURA UNA SERIE POR PIEZA (OBLIGATORIA). UNA
      * SERIE QUE YA SE HABIA DEVUELTO AL PROVEEDOR PUEDE REINGRESAR
       7620-CAPTURAR-SERIES-RECIBIDAS.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WKS-NS-ALTA-SW.
           MOVE WKS-CANT-RECIBIDA TO WKS-NS-PIEZAS.
           MOVE 1 TO WKS-NS-PIEZA.
           DISPLAY "CAPTURE LA SERIE DE CADA PIEZA RECIBIDA".
           PERFORM 7621-CAPTURAR-SERIE-PIEZA
               UNTIL WKS-NS-PIEZA IS GREATER THAN WKS-NS-PIEZAS.

       7621-CAPTURAR-SERIE-PIEZA.
           DISPLAY "SERIE DE LA PIEZA " WKS-NS-PIEZA
                   " DE " WKS-NS-PIEZAS.
           ACCEPT WKS-NS-CAPTURA.
           IF WKS-NS-CAPTURA IS EQUAL TO SPACES THEN
               IF WKS-NS-ALTA-EXISTENCIA THEN
                   DISPLAY "CAPTURA DE SERIES TERMINADA"
                   COMPUTE WKS-NS-PIEZA = WKS-NS-PIEZAS + 1
               ELSE
                   DISPLAY "LA SERIE ES OBLIGATORIA"
               END-IF
           ELSE
               MOVE RP-ID TO NS-RP-ID
               MOVE WKS-NS-CAPTURA TO NS-SERIE
               MOVE "D" TO NS-ESTADO
               MOVE WKS-FECHA-HOY TO NS-FECHA-ENTRADA
               MOVE WKS-NS-OC TO NS-OC
               MOVE 0 TO NS-FOLIO
               MOVE 0 TO NS-PARTIDA
               MOVE 0 TO NS-CLIENTE-ID
               MOVE 0 TO NS-FECHA-VENTA
               MOVE 0 TO NS-FECHA-DEVOL
               MOVE 0 TO NS-NC
               WRITE REG-SERIE
                   INVALID KEY
                       PERFORM 7622-SERIE-REINGRESA
                   NOT INVALID KEY
                       ADD 1 TO WKS-NS-PIEZA.

       7622-SERIE-REINGRESA.
           READ SERIE-FILE KEY IS NS-LLAVE
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA SERIE"
               NOT INVALID KEY
                   IF NS-ESTADO IS EQUAL TO "P" THEN
                       MOVE "D" TO NS-ESTADO
                       MOVE WKS-FECHA-HOY TO NS-FECHA-ENTRADA
                       MOVE WKS-NS-OC TO NS-OC
                       MOVE 0 TO NS-NC
                       REWRITE REG-SERIE
                           INVALID KEY
                               DISPLAY "NO SE PUDO REGISTRAR LA SERIE"
                           NOT INVALID KEY
                               DISPLAY "SERIE DEVUELTA AL PROVEEDOR, "
                                       "REINGRESA A EXISTENCIA"
                               ADD 1 TO WKS-NS-PIEZA
                       END-REWRITE
                   ELSE
                       DISPLAY "SERIE YA REGISTRADA, CAPTURE OTRA".

      * DEVOLUCION DE CLIENTE: CADA PIEZA REGRESA CON SU SERIE, QUE
      * DEBE FIGURAR COMO VENDIDA (EN BLANCO = PIEZA SIN SERIE)
       7630-REGRESAR-SERIES.
           MOVE WKS-CANT-DEVUELTA TO WKS-NS-PIEZAS.
           MOVE 1 TO WKS-NS-PIEZA.
           PERFORM 7631-REGRESAR-SERIE-PIEZA
               UNTIL WKS-NS-PIEZA IS GREATER THAN WKS-NS-PIEZAS.

       7631-REGRESAR-SERIE-PIEZA.
           DISPLAY "SERIE DE LA PIEZA DEVUELTA " WKS-NS-PIEZA
                   " (EN BLANCO = SIN SERIE)".
           ACCEPT WKS-NS-CAPTURA.
           IF WKS-NS-CAPTURA IS EQUAL TO SPACES THEN
               DISPLAY "PIEZA REGRESA SIN SERIE"
               ADD 1 TO WKS-NS-PIEZA
           ELSE
               MOVE RP-ID TO NS-RP-ID
               MOVE WKS-NS-CAPTURA TO NS-SERIE
               READ SERIE-FILE KEY IS NS-LLAVE
                   INVALID KEY
                       DISPLAY "SERIE NO REGISTRADA PARA ESTE PRODUCTO"
                   NOT INVALID KEY
                       IF NS-ESTADO IS NOT EQUAL TO "V" THEN
                           DISPLAY "ESA SERIE NO FIGURA COMO VENDIDA"
                       ELSE
                           MOVE "D" TO NS-ESTADO
                           MOVE WKS-FECHA-HOY TO NS-FECHA-DEVOL
                           REWRITE REG-SERIE
                               INVALID KEY
                                   DISPLAY "NO SE PUDO REGRESAR LA "
                                           "SERIE " NS-SERIE
                           END-REWRITE
                           ADD 1 TO WKS-NS-PIEZA.

      * DEVOLUCION A PROVEEDOR: SE ESCOGEN ANTES LAS SERIES QUE SALEN
      * (PIEZAS ENTERAS, EN EXISTENCIA, SIN REPETIR); UNA SERIE EN
      * BLANCO CANCELA LA DEVOLUCION COMPLETA
       7640-ELEGIR-SERIES-PROV.
           MOVE "S" TO WKS-NS-COMPLETAS-SW.
           MOVE 0 TO WKS-NS-NUM.
           PERFORM 7600-REVISAR-SERIADO.
           IF WKS-PRODUCTO-SERIADO THEN
               MOVE WKS-CANT-DEV-PROV TO WKS-NS-ENTERO
               IF WKS-NS-ENTERO IS NOT EQUAL TO WKS-CANT-DEV-PROV THEN
                   DISPLAY "PRODUCTO CON NUMERO DE SERIE: SOLO "
                           "PIEZAS ENTERAS"
                   MOVE "N" TO WKS-NS-COMPLETAS-SW
               ELSE
               IF WKS-NS-ENTERO IS GREATER THAN 50 THEN
                   DISPLAY "MAXIMO 50 PIEZAS CON SERIE POR DEVOLUCION"
                   MOVE "N" TO WKS-NS-COMPLETAS-SW
               ELSE
                   MOVE WKS-NS-ENTERO TO WKS-NS-PIEZAS
                   MOVE 1 TO WKS-NS-PIEZA
                   PERFORM 7641-ELEGIR-SERIE-PROV
                       UNTIL WKS-NS-PIEZA IS GREATER THAN WKS-NS-PIEZAS
                          OR NOT WKS-NS-COMPLETAS.

       7641-ELEGIR-SERIE-PROV.
           DISPLAY "SERIE DE LA PIEZA " WKS-NS-PIEZA
                   " QUE SE DEVUELVE (EN BLANCO = CANCELAR)".
           ACCEPT WKS-NS-CAPTURA.
           IF WKS-NS-CAPTURA IS EQUAL TO SPACES THEN
               MOVE "N" TO WKS-NS-COMPLETAS-SW
           ELSE
               PERFORM 7607-VALIDAR-SERIE
               MOVE 1 TO WKS-NS-IDX
               PERFORM 7642-COMPARAR-SERIE-PROV
                   UNTIL WKS-NS-IDX IS GREATER THAN WKS-NS-NUM
               IF WKS-NS-VALIDA THEN
                   ADD 1 TO WKS-NS-NUM
                   MOVE WKS-NS-CAPTURA TO WKS-NS-T(WKS-NS-NUM)
                   ADD 1 TO WKS-NS-PIEZA.

       7642-COMPARAR-SERIE-PROV.
           IF WKS-NS-T(WKS-NS-IDX) IS EQUAL TO WKS-NS-CAPTURA AND
              WKS-NS-VALIDA THEN
               MOVE "N" TO WKS-NS-VALIDA-SW
               DISPLAY "SERIE REPETIDA EN ESTA DEVOLUCION".
           ADD 1 TO WKS-NS-IDX.

       7645-MARCAR-SERIE-PROV.
           MOVE RP-ID TO NS-RP-ID.
           MOVE WKS-NS-T(WKS-NS-IDX) TO NS-SERIE.
           READ SERIE-FILE KEY IS NS-LLAVE
               INVALID KEY
                   DISPLAY "SERIE " NS-SERIE " NO ENCONTRADA"
               NOT INVALID KEY
                   MOVE "P" TO NS-ESTADO
                   MOVE WKS-NC-ACTUAL TO NS-NC
                   REWRITE REG-SERIE
                       INVALID KEY
                           DISPLAY "NO SE PUDO MARCAR LA SERIE "
                                   NS-SERIE.
           ADD 1 TO WKS-NS-IDX.

      * CONSULTA DE GARANTIA: LA MISMA SERIE PUEDE EXISTIR EN DOS
      * PRODUCTOS DISTINTOS, SE MUESTRAN TODAS LAS COINCIDENCIAS
       7650-CONSULTA-GARANTIA.
           DISPLAY "=== CONSULTA DE GARANTIA POR NUMERO DE SERIE ===".
           DISPLAY "NUMERO DE SERIE".
           ACCEPT WKS-NS-CAPTURA.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-NS-HALLADAS.
           MOVE "N" TO WKS-FIN-NS.
           MOVE WKS-NS-CAPTURA TO NS-SERIE.
           START SERIE-FILE KEY IS EQUAL TO NS-SERIE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-NS.
           PERFORM 7651-LEER-SERIE-CONSULTA UNTIL WKS-EOF-NS.
           IF WKS-NS-HALLADAS IS EQUAL TO 0 THEN
               DISPLAY "SERIE NO REGISTRADA".

       7651-LEER-SERIE-CONSULTA.
           READ SERIE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-NS
               NOT AT END
                   IF NS-SERIE IS NOT EQUAL TO WKS-NS-CAPTURA THEN
                       MOVE "S" TO WKS-FIN-NS
                   ELSE
                       ADD 1 TO WKS-NS-HALLADAS
                       PERFORM 7652-MOSTRAR-SERIE.

       7652-MOSTRAR-SERIE.
           MOVE NS-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   MOVE "(PRODUCTO NO REGISTRADO)" TO RP-NOMBRE.
           DISPLAY "PRODUCTO: " RP-NOMBRE(1:30) " SERIE " NS-SERIE.
           DISPLAY "    RECIBIDA " NS-FECHA-ENTRADA " OC " NS-OC.
           IF NS-ESTADO IS EQUAL TO "P" THEN
               DISPLAY "    DEVUELTA AL PROVEEDOR, NOTA DE CREDITO "
                       NS-NC
           ELSE
           IF NS-ESTADO IS EQUAL TO "D" THEN
               DISPLAY "    EN EXISTENCIA"
               IF NS-FOLIO IS GREATER THAN 0 THEN
                   DISPLAY "    VENDIDA EN FOLIO " NS-FOLIO
                           " Y DEVUELTA EL " NS-FECHA-DEVOL
               END-IF
           ELSE
               PERFORM 7653-MOSTRAR-VENTA-SERIE
               PERFORM 7654-REVISAR-GARANTIA.

       7653-MOSTRAR-VENTA-SERIE.
           DISPLAY "    VENDIDA EN FOLIO " NS-FOLIO
                   " PARTIDA " NS-PARTIDA " EL " NS-FECHA-VENTA.
           IF NS-CLIENTE-ID IS EQUAL TO 0 THEN
               DISPLAY "    CLIENTE: PUBLICO EN GENERAL"
           ELSE
           IF NOT WKS-HAY-CLIENTES THEN
               DISPLAY "    CLIENTE " NS-CLIENTE-ID
           ELSE
               MOVE NS-CLIENTE-ID TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       DISPLAY "    CLIENTE " NS-CLIENTE-ID
                               " (NO REGISTRADO)"
                   NOT INVALID KEY
                       DISPLAY "    CLIENTE: " RC-NOMBRE " "
                               RC-APELLIDOS
                       DISPLAY "    TELEFONO: " RC-TELEFONO.

      * LA GARANTIA CORRE DESDE LA FECHA DE VENTA LOS MESES QUE TIENE
      * HOY EL PRODUCTO EN PRODUCTOS-SERIE.TXT
       7654-REVISAR-GARANTIA.
           PERFORM 7600-REVISAR-SERIADO.
           IF WKS-NS-MESES IS EQUAL TO 0 THEN
               DISPLAY "    SIN GARANTIA REGISTRADA"
           ELSE
               MOVE NS-FECHA-VENTA TO WKS-FECHA-BASE
               MOVE WKS-NS-MESES TO WKS-MESES-SUMAR
               PERFORM 2730-FECHA-MAS-MESES
               IF WKS-FECHA-RESULTADO IS LESS THAN WKS-FECHA-HOY THEN
                   DISPLAY "    GARANTIA VENCIDA DESDE "
                           WKS-FECHA-RESULTADO
               ELSE
                   DISPLAY "    EN GARANTIA HASTA " WKS-FECHA-RESULTADO
                           " (" WKS-NS-MESES " MESES)".

      * ALTA, CAMBIO O BAJA DEL CONTROL POR SERIE DE UN PRODUCTO. AL
      * MARCARLO, LA EXISTENCIA QUE YA TIENE PUEDE CAPTURAR SUS SERIES
      * (EN BLANCO TERMINA; LAS PIEZAS SIN SERIE SE VENDEN SIN ELLA)
       7660-DEFINIR-SERIADO.
           DISPLAY "=== CONTROL POR NUMERO DE SERIE ===".
           DISPLAY "INGRESE ID DEL PRODUCTO".
           ACCEPT RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "PRODUCTO: " RP-NOMBRE
                   PERFORM 7662-CAPTURAR-SERIADO.

       7662-CAPTURAR-SERIADO.
           PERFORM 7600-REVISAR-SERIADO.
           IF WKS-PRODUCTO-SERIADO THEN
               DISPLAY "HOY CONTROLA SERIE, GARANTIA " WKS-NS-MESES
                       " MESES"
           ELSE
               DISPLAY "HOY NO CONTROLA NUMERO DE SERIE".
           DISPLAY "CONTROLAR POR NUMERO DE SERIE (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
               IF WKS-PRODUCTO-SERIADO THEN
                   DELETE SERIADO-FILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO QUITAR EL CONTROL"
                       NOT INVALID KEY
                           DISPLAY "EL PRODUCTO YA NO CONTROLA SERIE;"
                                   " SUS SERIES SE CONSERVAN"
                   END-DELETE
               ELSE
                   DISPLAY "SIN CAMBIOS"
               END-IF
           ELSE
               DISPLAY "MESES DE GARANTIA (0 = SIN GARANTIA)"
               ACCEPT WKS-NS-MESES
               MOVE RP-ID TO PS-RP-ID
               MOVE WKS-NS-MESES TO PS-MESES-GARANTIA
               IF WKS-PRODUCTO-SERIADO THEN
                   REWRITE REG-SERIADO
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA GARANTIA"
                       NOT INVALID KEY
                           DISPLAY "GARANTIA ACTUALIZADA"
                   END-REWRITE
               ELSE
                   WRITE REG-SERIADO
                       INVALID KEY
                           DISPLAY "NO SE PUDO MARCAR EL PRODUCTO"
                       NOT INVALID KEY
                           PERFORM 7664-SERIES-EXISTENCIA.

       7664-SERIES-EXISTENCIA.
           DISPLAY "PRODUCTO MARCADO CON CONTROL DE SERIE".
           MOVE RP-CANTIDAD TO WKS-NS-ENTERO.
           IF WKS-NS-ENTERO IS GREATER THAN 0 THEN
               DISPLAY "HAY " WKS-NS-ENTERO " PIEZAS EN EXISTENCIA; "
                       "CAPTURE SUS SERIES (EN BLANCO = TERMINAR)"
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WKS-NS-ENTERO TO WKS-NS-PIEZAS
               MOVE 1 TO WKS-NS-PIEZA
               MOVE 0 TO WKS-NS-OC
               MOVE "S" TO WKS-NS-ALTA-SW
               PERFORM 7621-CAPTURAR-SERIE-PIEZA
                   UNTIL WKS-NS-PIEZA IS GREATER THAN WKS-NS-PIEZAS
               MOVE "N" TO WKS-NS-ALTA-SW.

      * EMPAQUE DE COMPRA DEL PRODUCTO (RP-ID) CON EL PROVEEDOR
      * WKS-EM-PV; SIN RENGLON SE COMPRA POR PIEZA
       7700-BUSCAR-EMPAQUE.
           MOVE "N" TO WKS-EMPAQUE-SW.
           MOVE RP-ID TO EM-RP-ID.
           MOVE WKS-EM-PV TO EM-PV-ID.
           READ EMPAQUE-FILE KEY IS EM-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-EMPAQUE-SW
               NOT INVALID KEY
                   IF EM-PIEZAS IS GREATER THAN 0 THEN
                       MOVE "S" TO WKS-EMPAQUE-SW.

      * LA SUGERENCIA EN PIEZAS SE REDONDEA HACIA ARRIBA A CAJAS
      * COMPLETAS; LA PARTIDA SE GRABA EN PIEZAS
       7702-CONFIRMAR-CAJAS.
           MOVE 0 TO WKS-EM-ENTERAS.
           IF WKS-CANT-SUGERIDA IS GREATER THAN 0 THEN
               DIVIDE WKS-CANT-SUGERIDA BY EM-PIEZAS
                   GIVING WKS-EM-ENTERAS REMAINDER WKS-EM-RESTO
               IF WKS-EM-RESTO IS GREATER THAN 0 THEN
                   ADD 1 TO WKS-EM-ENTERAS.
           COMPUTE WKS-CANT-PEDIR = WKS-EM-ENTERAS * EM-PIEZAS.
           DISPLAY "  SUGERIDO EN " EM-UNIDAD ": " WKS-EM-ENTERAS
                   " DE " EM-PIEZAS " (" WKS-CANT-PEDIR " PIEZAS)".
           DISPLAY "CANTIDAD A PEDIR EN " EM-UNIDAD
                   " (0 = ACEPTAR LA SUGERIDA)".
           ACCEPT WKS-CANT-CAPTURADA.
           IF WKS-CANT-CAPTURADA IS GREATER THAN 0 THEN
               COMPUTE WKS-CANT-PEDIR =
                       WKS-CANT-CAPTURADA * EM-PIEZAS.

      * RECEPCION EN CAJAS: SE CONVIERTE A PIEZAS ANTES DE VALIDAR
      * CONTRA LO PENDIENTE
       7705-CAPTURAR-CAJAS.
           COMPUTE WKS-EM-CAJAS ROUNDED =
                   WKS-CANT-PENDIENTE / EM-PIEZAS.
           DISPLAY "    EN " EM-UNIDAD ": " WKS-EM-CAJAS " DE "
                   EM-PIEZAS " PIEZAS (CODIGO PROVEEDOR "
                   EM-CODIGO-PROV ")".
           DISPLAY "INGRESE " EM-UNIDAD " RECIBIDAS (0 = NADA)".
           PERFORM 1991-CAPTURAR-CANTIDAD-LIBRE.
           COMPUTE WKS-CANT-RECIBIDA = WKS-CANT-DECIMAL * EM-PIEZAS.
           IF RP-GRANEL IS NOT EQUAL TO "S" THEN
               MOVE WKS-CANT-RECIBIDA TO WKS-CANT-ENTERA
               MOVE WKS-CANT-ENTERA TO WKS-CANT-RECIBIDA.
           IF WKS-CANT-RECIBIDA IS GREATER THAN 0 THEN
               DISPLAY "    SE RECIBEN " WKS-CANT-RECIBIDA " PIEZAS".

      ******************************************************************
      * ORDEN DE COMPRA IMPRESA PARA EL PROVEEDOR (ORDEN-COMPRA-
      * NNNNNNNNNN.TXT): CADA PARTIDA CON EL CODIGO DEL PROVEEDOR Y LA
      * CANTIDAD EN SU UNIDAD DE COMPRA, MAS LAS PIEZAS EQUIVALENTES
      ******************************************************************
       7710-IMPRIMIR-OC.
           MOVE WKS-OC-IMPRESA TO OC-NUMERO.
           READ ORDEN-FILE KEY IS OC-NUMERO
               INVALID KEY
                   DISPLAY "ORDEN NO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 7712-ESCRIBIR-OC.

       7712-ESCRIBIR-OC.
           MOVE OC-PV-ID TO PV-ID.
           MOVE OC-PV-ID TO WKS-EM-PV.
           READ PROVEEDOR-FILE KEY IS PV-ID
               INVALID KEY
                   MOVE "(PROVEEDOR NO REGISTRADO)" TO PV-NOMBRE.
           OPEN OUTPUT OC-PRINT.
           MOVE SPACES TO REG-OC-PRINT.
           STRING "     === ORDEN DE COMPRA " OC-NUMERO " ==="
               DELIMITED BY SIZE INTO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE SPACES TO REG-OC-PRINT.
           STRING "PROVEEDOR " PV-ID " " PV-NOMBRE(1:40)
               DELIMITED BY SIZE INTO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE SPACES TO REG-OC-PRINT.
           STRING "FECHA " OC-FECHA "  ENTREGA ESPERADA "
                  OC-FECHA-ESPERADA
               DELIMITED BY SIZE INTO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE SPACES TO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE SPACES TO REG-OC-PRINT.
           STRING "PDA CODIGO PROV.    DESCRIPCION               "
                  "    CANTIDAD UNIDAD         PIEZAS"
               DELIMITED BY SIZE INTO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE 0 TO WKS-EM-PARTIDAS.
           MOVE "N" TO WKS-FIN-DET.
           MOVE OC-NUMERO TO OD-NUMERO.
           MOVE 0 TO OD-PARTIDA.
           START ORDEN-DET-FILE KEY IS NOT LESS THAN OD-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-DET.
           PERFORM 7714-LEER-PARTIDA-OC UNTIL WKS-EOF-DET.
           MOVE SPACES TO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE SPACES TO REG-OC-PRINT.
           STRING "PARTIDAS: " WKS-EM-PARTIDAS
               DELIMITED BY SIZE INTO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE SPACES TO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           MOVE "AUTORIZO: ______________________________"
               TO REG-OC-PRINT.
           WRITE REG-OC-PRINT.
           CLOSE OC-PRINT.
           DISPLAY "ORDEN IMPRESA EN " WKS-NOMBRE-OC.

       7714-LEER-PARTIDA-OC.
           READ ORDEN-DET-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-DET
               NOT AT END
                   IF OD-NUMERO IS NOT EQUAL TO OC-NUMERO THEN
                       MOVE "S" TO WKS-FIN-DET
                   ELSE
                       PERFORM 7716-IMPRIMIR-PARTIDA-OC.

       7716-IMPRIMIR-PARTIDA-OC.
           MOVE OD-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   MOVE "(PRODUCTO NO REGISTRADO)" TO RP-NOMBRE.
           ADD 1 TO WKS-EM-PARTIDAS.
           PERFORM 7700-BUSCAR-EMPAQUE.
           IF WKS-HAY-EMPAQUE THEN
               COMPUTE WKS-EM-CAJAS ROUNDED =
                       OD-CANT-PEDIDA / EM-PIEZAS
               MOVE EM-CODIGO-PROV TO WKS-EM-CODIGO
           ELSE
               MOVE OD-CANT-PEDIDA TO WKS-EM-CAJAS
               MOVE SPACES TO WKS-EM-CODIGO
               MOVE "PIEZA" TO EM-UNIDAD.
           MOVE WKS-EM-CAJAS TO WKS-EM-CANT-FORMAT.
           MOVE OD-CANT-PEDIDA TO WKS-EM-PZAS-FORMAT.
           MOVE SPACES TO REG-OC-PRINT.
           STRING OD-PARTIDA " " WKS-EM-CODIGO " " RP-NOMBRE(1:25)
                  " " WKS-EM-CANT-FORMAT " " EM-UNIDAD " "
                  WKS-EM-PZAS-FORMAT
               DELIMITED BY SIZE INTO REG-OC-PRINT.
           WRITE REG-OC-PRINT.

       7720-REIMPRIMIR-OC.
           DISPLAY "INGRESE NUMERO DE ORDEN DE COMPRA".
           ACCEPT WKS-OC-IMPRESA.
           PERFORM 7710-IMPRIMIR-OC.

      * ALTA, CAMBIO O BAJA DEL EMPAQUE DE COMPRA DE UN PRODUCTO CON
      * UN PROVEEDOR (0 PIEZAS QUITA EL EMPAQUE)
       7730-DEFINIR-EMPAQUE.
           DISPLAY "=== EMPAQUE DE COMPRA ===".
           DISPLAY "INGRESE ID DEL PRODUCTO".
           ACCEPT RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "PRODUCTO: " RP-NOMBRE
                   PERFORM 7732-ELEGIR-PROVEEDOR-EMPAQUE.

       7732-ELEGIR-PROVEEDOR-EMPAQUE.
           DISPLAY "ID DEL PROVEEDOR (0 = EL HABITUAL, "
                   RP-PROVEEDOR-ID ")".
           ACCEPT WKS-EM-PV.
           IF WKS-EM-PV IS EQUAL TO 0 THEN
               MOVE RP-PROVEEDOR-ID TO WKS-EM-PV.
           MOVE WKS-EM-PV TO PV-ID.
           READ PROVEEDOR-FILE KEY IS PV-ID
               INVALID KEY
                   DISPLAY "PROVEEDOR NO REGISTRADO"
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR: " PV-NOMBRE
                   PERFORM 7734-CAPTURAR-EMPAQUE.

       7734-CAPTURAR-EMPAQUE.
           PERFORM 7700-BUSCAR-EMPAQUE.
           IF WKS-HAY-EMPAQUE THEN
               DISPLAY "HOY: " EM-UNIDAD " DE " EM-PIEZAS
                       " PIEZAS, CODIGO " EM-CODIGO-PROV
           ELSE
               DISPLAY "SIN EMPAQUE: SE COMPRA POR PIEZA".
           DISPLAY "PIEZAS POR UNIDAD DE COMPRA (0 = QUITAR EL "
                   "EMPAQUE)".
           ACCEPT WKS-EM-ENTERAS.
           IF WKS-EM-ENTERAS IS EQUAL TO 0 THEN
               IF WKS-HAY-EMPAQUE THEN
                   DELETE EMPAQUE-FILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO QUITAR EL EMPAQUE"
                       NOT INVALID KEY
                           DISPLAY "EMPAQUE ELIMINADO, SE COMPRA POR "
                                   "PIEZA"
                   END-DELETE
               ELSE
                   DISPLAY "SIN CAMBIOS"
               END-IF
           ELSE
               MOVE RP-ID TO EM-RP-ID
               MOVE WKS-EM-PV TO EM-PV-ID
               MOVE WKS-EM-ENTERAS TO EM-PIEZAS
               DISPLAY "UNIDAD DE COMPRA (EN BLANCO = CAJA)"
               ACCEPT EM-UNIDAD
               IF EM-UNIDAD IS EQUAL TO SPACES THEN
                   MOVE "CAJA" TO EM-UNIDAD
               END-IF
               DISPLAY "CODIGO DEL ARTICULO CON EL PROVEEDOR"
               ACCEPT EM-CODIGO-PROV
               IF WKS-HAY-EMPAQUE THEN
                   REWRITE REG-EMPAQUE
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL EMPAQUE"
                       NOT INVALID KEY
                           DISPLAY "EMPAQUE ACTUALIZADO"
                   END-REWRITE
               ELSE
                   WRITE REG-EMPAQUE
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL EMPAQUE"
                       NOT INVALID KEY
                           DISPLAY "EMPAQUE REGISTRADO".

      ******************************************************************
      * COSTO EN DESTINO: LOS CARGOS DE UNA ORDEN YA RECIBIDA (FLETE,
      * AGENTE ADUANAL, MANIOBRAS) SE REPARTEN ENTRE LAS PARTIDAS
      * RECIBIDAS POR VALOR, PESO O CANTIDAD, A ELECCION POR CARGO.
      * LO QUE TOCA A CADA PARTIDA, DIVIDIDO ENTRE LAS PIEZAS
      * RECIBIDAS, SE SUMA AL COSTO PROMEDIO (KARDEX CO SIN PIEZAS) Y
      * SE IMPRIME LA HOJA DE COSTEO CON EL COSTO ANTES Y DESPUES.
      ******************************************************************
       7750-COSTO-EN-DESTINO.
           DISPLAY "=== COSTO EN DESTINO DE UNA ORDEN DE COMPRA ===".
           DISPLAY "INGRESE NUMERO DE ORDEN DE COMPRA".
           ACCEPT WKS-OC-BUSCADA.
           MOVE WKS-OC-BUSCADA TO OC-NUMERO.
           READ ORDEN-FILE KEY IS OC-NUMERO
               INVALID KEY
                   DISPLAY "ORDEN NO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 7752-CARGAR-PARTIDAS-CD
                   IF WKS-CD-NUM IS EQUAL TO 0 THEN
                       DISPLAY "LA ORDEN NO TIENE MERCANCIA RECIBIDA"
                   ELSE
                       PERFORM 7755-CAPTURAR-CARGOS.

       7752-CARGAR-PARTIDAS-CD.
           MOVE 0 TO WKS-CD-NUM.
           MOVE "N" TO WKS-FIN-DET.
           MOVE WKS-OC-BUSCADA TO OD-NUMERO.
           MOVE 0 TO OD-PARTIDA.
           START ORDEN-DET-FILE KEY IS NOT LESS THAN OD-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-DET.
           PERFORM 7753-LEER-PARTIDA-CD UNTIL WKS-EOF-DET.

       7753-LEER-PARTIDA-CD.
           READ ORDEN-DET-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-DET
               NOT AT END
                   IF OD-NUMERO IS NOT EQUAL TO WKS-OC-BUSCADA THEN
                       MOVE "S" TO WKS-FIN-DET
                   ELSE
                   IF OD-CANT-RECIBIDA IS GREATER THAN 0 THEN
                       IF WKS-CD-NUM IS NOT LESS THAN 100 THEN
                           DISPLAY "MAS DE 100 PARTIDAS, LA "
                                   "PARTIDA " OD-PARTIDA
                                   " QUEDA FUERA DEL COSTEO"
                       ELSE
                           ADD 1 TO WKS-CD-NUM
                           MOVE OD-RP-ID TO WKS-CD-RP-ID(WKS-CD-NUM)
                           MOVE OD-CANT-RECIBIDA
                               TO WKS-CD-CANT(WKS-CD-NUM)
                           MOVE OD-COSTO-UNITARIO
                               TO WKS-CD-COSTO(WKS-CD-NUM)
                           COMPUTE WKS-CD-VALOR(WKS-CD-NUM) =
                                   OD-CANT-RECIBIDA * OD-COSTO-UNITARIO
                           MOVE 0 TO WKS-CD-PESO(WKS-CD-NUM)
                           MOVE 0 TO WKS-CD-CARGO(WKS-CD-NUM).

       7755-CAPTURAR-CARGOS.
           DISPLAY "PARTIDAS RECIBIDAS: " WKS-CD-NUM.
           MOVE 0 TO WKS-GD-NUM.
           MOVE 0 TO WKS-CD-TOTAL-CARGOS.
           MOVE "N" TO WKS-CD-FIN-SW.
           MOVE "N" TO WKS-CD-PESOS-SW.
           PERFORM 7756-CAPTURAR-CARGO UNTIL WKS-CD-FIN.
           IF WKS-GD-NUM IS EQUAL TO 0 THEN
               DISPLAY "SIN CARGOS, NO SE MODIFICO EL COSTO"
           ELSE
               MOVE WKS-CD-TOTAL-CARGOS TO WKS-IMPORTE-FORMAT
               DISPLAY "TOTAL DE CARGOS: " WKS-IMPORTE-FORMAT
               DISPLAY "APLICAR AL COSTO DE LOS PRODUCTOS (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
                   DISPLAY "CARGOS DESCARTADOS, NO SE MODIFICO EL "
                           "COSTO"
               ELSE
                   PERFORM 7760-APLICAR-COSTO-DESTINO.

       7756-CAPTURAR-CARGO.
           DISPLAY "CONCEPTO DEL CARGO (FLETE, AGENTE ADUANAL, "
                   "MANIOBRAS; EN BLANCO = TERMINAR)".
           MOVE SPACES TO WKS-CD-CONCEPTO.
           ACCEPT WKS-CD-CONCEPTO.
           IF WKS-CD-CONCEPTO IS EQUAL TO SPACES THEN
               MOVE "S" TO WKS-CD-FIN-SW
           ELSE
           IF WKS-GD-NUM IS NOT LESS THAN 20 THEN
               DISPLAY "MAXIMO 20 CARGOS POR COSTEO"
               MOVE "S" TO WKS-CD-FIN-SW
           ELSE
               DISPLAY "IMPORTE DEL CARGO"
               ACCEPT WKS-CD-IMPORTE
               DISPLAY "REPARTIR POR V=VALOR P=PESO C=CANTIDAD"
               ACCEPT WKS-CD-METODO
               IF WKS-CD-METODO IS NOT EQUAL TO "V" AND "P" AND "C"
                  THEN
                   DISPLAY "METODO INVALIDO, SE REPARTE POR VALOR"
                   MOVE "V" TO WKS-CD-METODO
               END-IF
               IF WKS-CD-METODO IS EQUAL TO "P" AND
                  NOT WKS-CD-HAY-PESOS THEN
                   PERFORM 7757-CAPTURAR-PESOS
               END-IF
               PERFORM 7758-REPARTIR-CARGO.

      * EL PESO NO VIVE EN EL MAESTRO: SE PIDE EL PESO TOTAL RECIBIDO
      * DE CADA PARTIDA LA PRIMERA VEZ QUE UN CARGO SE REPARTE POR PESO
       7757-CAPTURAR-PESOS.
           MOVE 1 TO WKS-CD-IDX.
           PERFORM 7757A-PESO-PARTIDA
               UNTIL WKS-CD-IDX IS GREATER THAN WKS-CD-NUM.
           MOVE "S" TO WKS-CD-PESOS-SW.

       7757A-PESO-PARTIDA.
           MOVE WKS-CD-RP-ID(WKS-CD-IDX) TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   MOVE "(PRODUCTO NO REGISTRADO)" TO RP-NOMBRE.
           DISPLAY RP-NOMBRE(1:30) " RECIBIDO "
                   WKS-CD-CANT(WKS-CD-IDX).
           DISPLAY "PESO TOTAL RECIBIDO EN KG".
           PERFORM 1991-CAPTURAR-CANTIDAD-LIBRE.
           MOVE WKS-CANT-DECIMAL TO WKS-CD-PESO(WKS-CD-IDX).
           ADD 1 TO WKS-CD-IDX.

      * LA ULTIMA PARTIDA SE LLEVA EL RESTO DEL REDONDEO PARA QUE LO
      * REPARTIDO CUADRE CON EL IMPORTE DEL CARGO
       7758-REPARTIR-CARGO.
           MOVE 0 TO WKS-CD-BASE-TOTAL.
           MOVE 1 TO WKS-CD-IDX.
           PERFORM 7758A-SUMAR-BASE
               UNTIL WKS-CD-IDX IS GREATER THAN WKS-CD-NUM.
           IF WKS-CD-BASE-TOTAL IS EQUAL TO 0 THEN
               DISPLAY "SIN BASE PARA REPARTIR, CARGO OMITIDO"
           ELSE
               MOVE 0 TO WKS-CD-ASIGNADO
               MOVE 1 TO WKS-CD-IDX
               PERFORM 7758B-ASIGNAR-PARTE
                   UNTIL WKS-CD-IDX IS GREATER THAN WKS-CD-NUM
               ADD 1 TO WKS-GD-NUM
               MOVE WKS-CD-CONCEPTO TO WKS-GD-CONCEPTO(WKS-GD-NUM)
               MOVE WKS-CD-IMPORTE TO WKS-GD-IMPORTE(WKS-GD-NUM)
               MOVE WKS-CD-METODO TO WKS-GD-METODO(WKS-GD-NUM)
               ADD WKS-CD-IMPORTE TO WKS-CD-TOTAL-CARGOS.

       7758A-SUMAR-BASE.
           PERFORM 7759-BASE-PARTIDA.
           ADD WKS-CD-BASE-LINEA TO WKS-CD-BASE-TOTAL.
           ADD 1 TO WKS-CD-IDX.

       7758B-ASIGNAR-PARTE.
           IF WKS-CD-IDX IS EQUAL TO WKS-CD-NUM THEN
               COMPUTE WKS-CD-PARTE =
                       WKS-CD-IMPORTE - WKS-CD-ASIGNADO
           ELSE
               PERFORM 7759-BASE-PARTIDA
               COMPUTE WKS-CD-PARTE ROUNDED =
                       WKS-CD-IMPORTE * WKS-CD-BASE-LINEA /
                       WKS-CD-BASE-TOTAL.
           ADD WKS-CD-PARTE TO WKS-CD-CARGO(WKS-CD-IDX).
           ADD WKS-CD-PARTE TO WKS-CD-ASIGNADO.
           ADD 1 TO WKS-CD-IDX.

       7759-BASE-PARTIDA.
           IF WKS-CD-METODO IS EQUAL TO "P" THEN
               MOVE WKS-CD-PESO(WKS-CD-IDX) TO WKS-CD-BASE-LINEA
           ELSE
           IF WKS-CD-METODO IS EQUAL TO "C" THEN
               MOVE WKS-CD-CANT(WKS-CD-IDX) TO WKS-CD-BASE-LINEA
           ELSE
               MOVE WKS-CD-VALOR(WKS-CD-IDX) TO WKS-CD-BASE-LINEA.

      * EL CARGO POR PIEZA SE SUMA AL PROMEDIO: LA EXISTENCIA QUE QUEDA
      * SUBE DE VALOR; LO YA VENDIDO DE LA ORDEN SE QUEDA CON SU COSTO
       7760-APLICAR-COSTO-DESTINO.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-OC-BUSCADA TO WKS-COSTEO-OC.
           OPEN OUTPUT HOJA-COSTEO-PRINT.
           PERFORM 7762-ENCABEZADO-COSTEO.
           MOVE 1 TO WKS-CD-IDX.
           PERFORM 7764-COSTEAR-PARTIDA
               UNTIL WKS-CD-IDX IS GREATER THAN WKS-CD-NUM.
           MOVE SPACES TO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           MOVE "CARGOS APLICADOS:" TO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           PERFORM 7766-GRABAR-CARGOS.
           MOVE WKS-CD-TOTAL-CARGOS TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING "TOTAL DE CARGOS: " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           CLOSE HOJA-COSTEO-PRINT.
           DISPLAY "COSTO ACTUALIZADO EN " WKS-CD-NUM " PARTIDAS".
           DISPLAY "HOJA DE COSTEO EN " WKS-NOMBRE-COSTEO.

       7762-ENCABEZADO-COSTEO.
           MOVE OC-PV-ID TO PV-ID.
           READ PROVEEDOR-FILE KEY IS PV-ID
               INVALID KEY
                   MOVE "(PROVEEDOR NO REGISTRADO)" TO PV-NOMBRE.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING "     === HOJA DE COSTEO, ORDEN " WKS-OC-BUSCADA
                  " ==="
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING "PROVEEDOR " PV-ID " " PV-NOMBRE(1:40)
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING "FECHA " WKS-FECHA-HOY "  OPERADOR "
                  WKS-OPERADOR-SESION
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.

       7764-COSTEAR-PARTIDA.
           MOVE WKS-CD-RP-ID(WKS-CD-IDX) TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO " RP-ID " NO ENCONTRADO, SIN "
                           "COSTEO"
               NOT INVALID KEY
                   PERFORM 7765-ACTUALIZAR-COSTO-CD.
           ADD 1 TO WKS-CD-IDX.

       7765-ACTUALIZAR-COSTO-CD.
           COMPUTE WKS-CD-ADICIONAL ROUNDED =
                   WKS-CD-CARGO(WKS-CD-IDX) / WKS-CD-CANT(WKS-CD-IDX).
           COMPUTE WKS-CD-DESTINO ROUNDED =
                   WKS-CD-COSTO(WKS-CD-IDX) + WKS-CD-ADICIONAL.
           MOVE RP-COSTO TO WKS-CD-COSTO-ANT.
           COMPUTE RP-COSTO ROUNDED = RP-COSTO + WKS-CD-ADICIONAL.
           PERFORM 1977-JOURNAL-PROD-CAMBIO
           REWRITE REG-PRODUCTO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL COSTO DE " RP-ID.
           MOVE "CO" TO WKS-KX-TIPO.
           MOVE 0 TO WKS-KX-ENTRADA.
           MOVE 0 TO WKS-KX-SALIDA.
           MOVE SPACES TO WKS-KX-REFERENCIA.
           STRING "OC " WKS-OC-BUSCADA(5:6)
               DELIMITED BY SIZE INTO WKS-KX-REFERENCIA.
           PERFORM 5500-REGISTRAR-KARDEX.
           MOVE SPACES TO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           MOVE WKS-CD-CANT(WKS-CD-IDX) TO WKS-EM-PZAS-FORMAT.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING RP-ID " " RP-NOMBRE(1:40) " RECIBIDO "
                  WKS-EM-PZAS-FORMAT
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           MOVE WKS-CD-COSTO(WKS-CD-IDX) TO WKS-CD-COSTO-FMT.
           MOVE WKS-CD-DESTINO TO WKS-CD-COSTO-FMT-2.
           MOVE WKS-CD-CARGO(WKS-CD-IDX) TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING "   UNITARIO PROVEEDOR " WKS-CD-COSTO-FMT
                  "  EN DESTINO " WKS-CD-COSTO-FMT-2
                  "  CARGO " WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           MOVE WKS-CD-COSTO-ANT TO WKS-CD-COSTO-FMT.
           MOVE RP-COSTO TO WKS-CD-COSTO-FMT-3.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING "   COSTO PROMEDIO ANTES " WKS-CD-COSTO-FMT
                  "  DESPUES " WKS-CD-COSTO-FMT-3
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.

       7766-GRABAR-CARGOS.
           OPEN EXTEND COSTO-DESTINO-FILE.
           IF GD-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT COSTO-DESTINO-FILE.
           MOVE 1 TO WKS-GD-IDX.
           PERFORM 7767-GRABAR-CARGO
               UNTIL WKS-GD-IDX IS GREATER THAN WKS-GD-NUM.
           CLOSE COSTO-DESTINO-FILE.

       7767-GRABAR-CARGO.
           MOVE WKS-OC-BUSCADA TO GD-OC.
           MOVE WKS-FECHA-HOY TO GD-FECHA.
           MOVE WKS-GD-CONCEPTO(WKS-GD-IDX) TO GD-CONCEPTO.
           MOVE WKS-GD-IMPORTE(WKS-GD-IDX) TO GD-IMPORTE.
           MOVE WKS-GD-METODO(WKS-GD-IDX) TO GD-METODO.
           MOVE WKS-OPERADOR-SESION TO GD-OPERADOR.
           WRITE REG-COSTO-DESTINO.
           MOVE GD-IMPORTE TO WKS-IMPORTE-FORMAT.
           MOVE SPACES TO REG-HOJA-COSTEO.
           STRING "   " GD-CONCEPTO " POR " GD-METODO " "
                  WKS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO REG-HOJA-COSTEO.
           WRITE REG-HOJA-COSTEO.
           ADD 1 TO WKS-GD-IDX.

      ******************************************************************
      * LISTA DE COSTOS DEL PROVEEDOR: CADA RENGLON SE UBICA POR EL
      * CODIGO DEL PROVEEDOR EN SU EMPAQUE DE COMPRA, Y SI NO, POR
      * CODIGO DE BARRAS O RP-ID. LA HOJA DE REVISION MUESTRA COSTO
      * ANTERIOR (EL PACTADO VIGENTE O EL PROMEDIO), COSTO NUEVO,
      * VARIACION, PRECIO ACTUAL, MARGEN ANTES Y DESPUES Y EL PRECIO
      * QUE CONSERVA EL MARGEN DE HOY. LO ACEPTADO QUEDA COMO COSTO
      * PACTADO Y, SI SE PIDE, SU PRECIO SUGERIDO VA A AUTORIZACION.
      ******************************************************************
       7770-IMPORTAR-LISTA-PROV.
           DISPLAY "=== IMPORTAR LISTA DE COSTOS DEL PROVEEDOR ===".
           OPEN INPUT LISTA-PROV-FILE.
           IF LV-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY LISTA POR IMPORTAR (LISTA-PROVEEDOR.TXT)"
           ELSE
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE 0 TO WKS-LV-NUM
               MOVE 0 TO WKS-LV-RECHAZADOS
               MOVE 0 TO WKS-LV-ACEPTADOS
               MOVE 0 TO WKS-LV-ENVIADOS
               MOVE "N" TO WKS-FIN-LISTA-PROV
               MOVE "REVISION-LISTA-PROV.TXT" TO WKS-REP-NOMBRE
               MOVE "REVISION DE LISTA DE COSTOS DEL PROVEEDOR"
                   TO WKS-REP-TITULO
               MOVE SPACES TO WKS-REP-ENCABEZADO
               STRING "  COSTO ANT COSTO NVO   VAR %   PRECIO "
                      "MARG ANT MARG NVO P/MARGEN"
                   DELIMITED BY SIZE INTO WKS-REP-ENCABEZADO
               PERFORM 1960-REPORTE-INICIAR
               PERFORM 7772-LEER-LISTA-PROV UNTIL WKS-EOF-LISTA-PROV
               PERFORM 1965-REPORTE-TERMINAR
               CLOSE LISTA-PROV-FILE
               DISPLAY "RENGLONES VALIDOS: " WKS-LV-NUM
                       "  RECHAZADOS: " WKS-LV-RECHAZADOS
               DISPLAY "HOJA DE REVISION EN REVISION-LISTA-PROV.TXT"
               IF WKS-LV-NUM IS GREATER THAN 0 THEN
                   PERFORM 7780-ACEPTAR-LISTA-PROV.

       7772-LEER-LISTA-PROV.
           READ LISTA-PROV-FILE
               AT END
                   MOVE "S" TO WKS-FIN-LISTA-PROV
               NOT AT END
                   PERFORM 7774-VALIDAR-RENGLON-LV.

       7774-VALIDAR-RENGLON-LV.
           MOVE SPACES TO WKS-LV-MOTIVO.
           IF LV-COSTO IS NOT NUMERIC OR LV-COSTO IS EQUAL TO 0 THEN
               MOVE "COSTO INVALIDO" TO WKS-LV-MOTIVO
           ELSE
           IF LV-VIGENCIA IS NOT NUMERIC THEN
               MOVE "FECHA DE VIGENCIA INVALIDA" TO WKS-LV-MOTIVO
           ELSE
               MOVE LV-VIGENCIA TO WKS-FECHA-VALIDAR
               PERFORM 2700-VALIDAR-FECHA
               IF NOT WKS-FECHA-VALIDA THEN
                   MOVE "FECHA DE VIGENCIA INVALIDA" TO WKS-LV-MOTIVO
               ELSE
                   MOVE LV-PV-ID TO PV-ID
                   READ PROVEEDOR-FILE KEY IS PV-ID
                       INVALID KEY
                           MOVE "PROVEEDOR NO REGISTRADO"
                               TO WKS-LV-MOTIVO.
           IF WKS-LV-MOTIVO IS EQUAL TO SPACES THEN
               MOVE LV-PV-ID TO WKS-UB-PV
               MOVE LV-CODIGO TO WKS-UB-CODIGO
               PERFORM 7776-UBICAR-PRODUCTO-PROV
               IF NOT WKS-LV-HALLADO THEN
                   MOVE "PRODUCTO NO IDENTIFICADO" TO WKS-LV-MOTIVO
               ELSE
               IF RP-INACTIVO THEN
                   MOVE "PRODUCTO INACTIVO" TO WKS-LV-MOTIVO
               ELSE
               IF WKS-LV-NUM IS NOT LESS THAN 500 THEN
                   MOVE "MAS DE 500 RENGLONES" TO WKS-LV-MOTIVO.
           IF WKS-LV-MOTIVO IS EQUAL TO SPACES THEN
               PERFORM 7778-REVISAR-MARGEN-LV
           ELSE
               ADD 1 TO WKS-LV-RECHAZADOS
               MOVE SPACES TO WKS-REP-LINEA
               STRING LV-CODIGO " RECHAZADO: " WKS-LV-MOTIVO
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.

      * CODIGO DE UN ARCHIVO DEL PROVEEDOR WKS-UB-PV: PRIMERO EL QUE
      * EL PROVEEDOR DIO DE ALTA EN SU EMPAQUE DE COMPRA (SE RECORRE
      * EMPAQUES-COMPRA.TXT), LUEGO EL CODIGO DE BARRAS O EL RP-ID
      * COMO EN LA CAJA
       7776-UBICAR-PRODUCTO-PROV.
           MOVE "N" TO WKS-LV-HALLADO-SW.
           MOVE "N" TO WKS-LV-FIN-EM.
           MOVE LOW-VALUES TO EM-LLAVE.
           START EMPAQUE-FILE KEY IS NOT LESS THAN EM-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-LV-FIN-EM.
           PERFORM 7777-LEER-EMPAQUE-PROV
               UNTIL WKS-LV-EOF-EM OR WKS-LV-HALLADO.
           IF WKS-LV-HALLADO THEN
               MOVE EM-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       MOVE "N" TO WKS-LV-HALLADO-SW
               END-READ
           ELSE
               MOVE WKS-UB-CODIGO(1:13) TO WKS-CODIGO-CAPTURADO
               PERFORM 5115-LOCALIZAR-PRODUCTO
               IF WKS-PRODUCTO-HALLADO THEN
                   MOVE "S" TO WKS-LV-HALLADO-SW.

       7777-LEER-EMPAQUE-PROV.
           READ EMPAQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-LV-FIN-EM
               NOT AT END
                   IF EM-PV-ID IS EQUAL TO WKS-UB-PV AND
                      EM-CODIGO-PROV IS EQUAL TO WKS-UB-CODIGO THEN
                       MOVE "S" TO WKS-LV-HALLADO-SW.

       7778-REVISAR-MARGEN-LV.
           ADD 1 TO WKS-LV-NUM.
           MOVE WKS-LV-NUM TO WKS-LV-IDX.
           MOVE RP-ID TO WKS-LV-RP-ID(WKS-LV-IDX).
           MOVE LV-PV-ID TO WKS-LV-PV-ID(WKS-LV-IDX).
           MOVE LV-COSTO TO WKS-LV-NUEVO(WKS-LV-IDX).
           MOVE LV-VIGENCIA TO WKS-LV-VIGENCIA(WKS-LV-IDX).
           MOVE RP-PRECIO TO WKS-LV-PRECIO(WKS-LV-IDX).
           MOVE RP-COSTO TO WKS-LV-ANTERIOR(WKS-LV-IDX).
           MOVE RP-ID TO CX-RP-ID.
           MOVE LV-PV-ID TO CX-PV-ID.
           READ COSTO-PACTADO-FILE KEY IS CX-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CX-COSTO TO WKS-LV-ANTERIOR(WKS-LV-IDX).
           MOVE 0 TO WKS-LV-VARIACION.
           IF WKS-LV-ANTERIOR(WKS-LV-IDX) IS GREATER THAN 0 THEN
               COMPUTE WKS-LV-VARIACION ROUNDED =
                       (LV-COSTO - WKS-LV-ANTERIOR(WKS-LV-IDX)) * 100 /
                       WKS-LV-ANTERIOR(WKS-LV-IDX).
           MOVE 0 TO WKS-LV-MARGEN-ANT.
           MOVE 0 TO WKS-LV-MARGEN-NVO.
           IF RP-PRECIO IS GREATER THAN 0 THEN
               COMPUTE WKS-LV-MARGEN-ANT ROUNDED =
                       (RP-PRECIO - WKS-LV-ANTERIOR(WKS-LV-IDX)) * 100 /
                       RP-PRECIO
               COMPUTE WKS-LV-MARGEN-NVO ROUNDED =
                       (RP-PRECIO - LV-COSTO) * 100 / RP-PRECIO.
      * EL PRECIO QUE CONSERVA EL MARGEN SUBE EN LA MISMA PROPORCION
      * QUE EL COSTO; SIN COSTO ANTERIOR NO HAY MARGEN QUE CONSERVAR
           IF WKS-LV-ANTERIOR(WKS-LV-IDX) IS GREATER THAN 0 THEN
               COMPUTE WKS-LV-CALCULADO ROUNDED =
                       RP-PRECIO * LV-COSTO /
                       WKS-LV-ANTERIOR(WKS-LV-IDX)
           ELSE
               MOVE RP-PRECIO TO WKS-LV-CALCULADO.
           IF WKS-LV-CALCULADO IS GREATER THAN 99999.99 THEN
               MOVE 99999.99 TO WKS-LV-CALCULADO.
           MOVE WKS-LV-CALCULADO TO WKS-LV-SUGERIDO(WKS-LV-IDX).
           MOVE WKS-LV-ANTERIOR(WKS-LV-IDX) TO WKS-LV-COSTO-FMT.
           MOVE LV-COSTO TO WKS-LV-COSTO-FMT-2.
           MOVE WKS-LV-VARIACION TO WKS-LV-VAR-FMT.
           MOVE RP-PRECIO TO WKS-LV-PRECIO-FMT.
           MOVE WKS-LV-MARGEN-ANT TO WKS-LV-MANT-FMT.
           MOVE WKS-LV-MARGEN-NVO TO WKS-LV-MNVO-FMT.
           MOVE WKS-LV-SUGERIDO(WKS-LV-IDX) TO WKS-LV-PRECIO-FMT-2.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING WKS-LV-IDX " " RP-ID " " RP-NOMBRE(1:40)
                  " DESDE " LV-VIGENCIA
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "  " WKS-LV-COSTO-FMT "  " WKS-LV-COSTO-FMT-2
                  " " WKS-LV-VAR-FMT " " WKS-LV-PRECIO-FMT
                  " " WKS-LV-MANT-FMT " " WKS-LV-MNVO-FMT
                  " " WKS-LV-PRECIO-FMT-2
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-LV-MARGEN-NVO IS LESS THAN WKS-LV-MARGEN-ANT THEN
               DISPLAY RP-NOMBRE(1:40) " MARGEN " WKS-LV-MANT-FMT
                       "% -> " WKS-LV-MNVO-FMT "%".

       7780-ACEPTAR-LISTA-PROV.
           DISPLAY "ACEPTAR COSTOS: 1=TODOS  2=UNO POR UNO  0=NINGUNO".
           ACCEPT WKS-LV-MODO.
           IF WKS-LV-MODO IS EQUAL TO 1 OR 2 THEN
               DISPLAY "ENVIAR PRECIOS QUE CONSERVAN EL MARGEN A "
                       "AUTORIZACION DE SUPERVISOR (S/N)"
               ACCEPT WKS-LV-ENVIAR
               MOVE 1 TO WKS-LV-IDX
               PERFORM 7782-ACEPTAR-RENGLON-LV
                   UNTIL WKS-LV-IDX IS GREATER THAN WKS-LV-NUM
      * LO IMPORTADO YA VIVE EN COSTOS-PENDIENTES.TXT: LA ENTRADA SE
      * VACIA PARA QUE LA SIGUIENTE IMPORTACION NO LA REPITA
               OPEN OUTPUT LISTA-PROV-FILE
               CLOSE LISTA-PROV-FILE
               DISPLAY "COSTOS PACTADOS: " WKS-LV-ACEPTADOS
               DISPLAY "PRECIOS ENVIADOS A AUTORIZACION: "
                       WKS-LV-ENVIADOS
           ELSE
               DISPLAY "NO SE ACEPTO NINGUN COSTO; LA LISTA SIGUE EN "
                       "LISTA-PROVEEDOR.TXT".

       7782-ACEPTAR-RENGLON-LV.
           MOVE "S" TO WKS-CONFIRMA.
           IF WKS-LV-MODO IS EQUAL TO 2 THEN
               MOVE WKS-LV-ANTERIOR(WKS-LV-IDX) TO WKS-LV-COSTO-FMT
               MOVE WKS-LV-NUEVO(WKS-LV-IDX) TO WKS-LV-COSTO-FMT-2
               DISPLAY "RENGLON " WKS-LV-IDX " PRODUCTO "
                       WKS-LV-RP-ID(WKS-LV-IDX) ": "
                       WKS-LV-COSTO-FMT " -> " WKS-LV-COSTO-FMT-2
                       " ACEPTAR (S/N)"
               ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
               PERFORM 7784-GRABAR-COSTO-PACTADO
               IF WKS-LV-ENVIAR IS EQUAL TO "S" OR "s" THEN
                   IF WKS-LV-SUGERIDO(WKS-LV-IDX) IS NOT EQUAL TO
                      WKS-LV-PRECIO(WKS-LV-IDX) THEN
                       PERFORM 7786-ENVIAR-PRECIO-AUT.
           ADD 1 TO WKS-LV-IDX.

       7784-GRABAR-COSTO-PACTADO.
           MOVE WKS-LV-RP-ID(WKS-LV-IDX) TO CX-RP-ID.
           MOVE WKS-LV-PV-ID(WKS-LV-IDX) TO CX-PV-ID.
           READ COSTO-PACTADO-FILE KEY IS CX-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-LV-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO WKS-LV-HALLADO-SW.
           MOVE WKS-LV-NUEVO(WKS-LV-IDX) TO CX-COSTO.
           MOVE WKS-LV-VIGENCIA(WKS-LV-IDX) TO CX-VIGENCIA.
           MOVE WKS-LV-ANTERIOR(WKS-LV-IDX) TO CX-ANTERIOR.
           MOVE WKS-FECHA-HOY TO CX-FECHA-ALTA.
           MOVE WKS-OPERADOR-SESION TO CX-OPERADOR.
           IF WKS-LV-HALLADO THEN
               REWRITE REG-COSTO-PACTADO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL COSTO PACTADO"
                   NOT INVALID KEY
                       ADD 1 TO WKS-LV-ACEPTADOS
               END-REWRITE
           ELSE
               WRITE REG-COSTO-PACTADO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL COSTO PACTADO"
                   NOT INVALID KEY
                       ADD 1 TO WKS-LV-ACEPTADOS.

       7786-ENVIAR-PRECIO-AUT.
           MOVE WKS-LV-RP-ID(WKS-LV-IDX) TO PB-RP-ID.
           READ PRECIO-AUT-FILE KEY IS PB-RP-ID
               INVALID KEY
                   MOVE "N" TO WKS-LV-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO WKS-LV-HALLADO-SW.
           MOVE WKS-LV-PV-ID(WKS-LV-IDX) TO PB-PV-ID.
           MOVE WKS-LV-PRECIO(WKS-LV-IDX) TO PB-PRECIO-ANTERIOR.
           MOVE WKS-LV-SUGERIDO(WKS-LV-IDX) TO PB-PRECIO-NUEVO.
           MOVE WKS-FECHA-HOY TO PB-FECHA.
           MOVE WKS-OPERADOR-SESION TO PB-OPERADOR.
           IF WKS-LV-HALLADO THEN
               REWRITE REG-PRECIO-AUT
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PRECIO "
                               "POR AUTORIZAR"
                   NOT INVALID KEY
                       ADD 1 TO WKS-LV-ENVIADOS
               END-REWRITE
           ELSE
               WRITE REG-PRECIO-AUT
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PRECIO POR "
                               "AUTORIZAR"
                   NOT INVALID KEY
                       ADD 1 TO WKS-LV-ENVIADOS.

      ******************************************************************
      * PRECIOS POR AUTORIZAR: EL SUPERVISOR VE LA LISTA COMPLETA Y LA
      * APLICA O LA DESCARTA. SE APLICA COMO UN CAMBIO MASIVO
      * (HISTORIAL DE PRECIOS, BITACORA Y ETIQUETA DE ANAQUEL).
      ******************************************************************
       7790-AUTORIZAR-PRECIOS.
           DISPLAY "=== PRECIOS POR AUTORIZAR (LISTA DE COSTOS) ===".
           MOVE 0 TO WKS-NUM-MPU.
           MOVE "N" TO WKS-FIN-PRECIO-AUT.
           MOVE LOW-VALUES TO PB-RP-ID.
           START PRECIO-AUT-FILE KEY IS NOT LESS THAN PB-RP-ID
               INVALID KEY
                   MOVE "S" TO WKS-FIN-PRECIO-AUT.
           PERFORM 7792-LEER-PRECIO-AUT UNTIL WKS-EOF-PRECIO-AUT.
           IF WKS-NUM-MPU IS EQUAL TO 0 THEN
               DISPLAY "NO HAY PRECIOS POR AUTORIZAR"
           ELSE
               DISPLAY "PRECIOS POR AUTORIZAR: " WKS-NUM-MPU
               DISPLAY "1=APLICAR TODOS  2=DESCARTAR TODOS  "
                       "0=DEJARLOS PENDIENTES"
               ACCEPT WKS-LV-MODO
               IF WKS-LV-MODO IS EQUAL TO 1 OR 2 THEN
                   PERFORM 1835-PEDIR-SUPERVISOR
                   IF NOT WKS-SUP-OK THEN
                       DISPLAY "AUTORIZACION DENEGADA"
                   ELSE
                       IF WKS-LV-MODO IS EQUAL TO 1 THEN
                           PERFORM 5840-APLICAR-MPU
                       END-IF
                       MOVE 1 TO WKS-IDX-MPU
                       PERFORM 7796-BORRAR-PRECIO-AUT
                           UNTIL WKS-IDX-MPU IS GREATER THAN
                                 WKS-NUM-MPU.

      * EL PRECIO ANTERIOR ES EL DE HOY, NO EL DE CUANDO SE IMPORTO
      * LA LISTA, PARA QUE EL HISTORIAL REFLEJE EL CAMBIO REAL
       7792-LEER-PRECIO-AUT.
           READ PRECIO-AUT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PRECIO-AUT
               NOT AT END
                   IF WKS-NUM-MPU IS NOT LESS THAN 500 THEN
                       DISPLAY "MAS DE 500 PRECIOS, EL RESTO QUEDA "
                               "PARA LA SIGUIENTE VEZ"
                       MOVE "S" TO WKS-FIN-PRECIO-AUT
                   ELSE
                       MOVE PB-RP-ID TO RP-ID
                       READ F-ARCHIVO KEY IS RP-ID
                           INVALID KEY
                               MOVE 0 TO RP-PRECIO
                               MOVE "(PRODUCTO YA NO EXISTE)"
                                   TO RP-NOMBRE
                       END-READ
                       ADD 1 TO WKS-NUM-MPU
                       MOVE PB-RP-ID TO WKS-MPU-ID(WKS-NUM-MPU)
                       MOVE RP-PRECIO TO WKS-MPU-ANTERIOR(WKS-NUM-MPU)
                       MOVE PB-PRECIO-NUEVO
                           TO WKS-MPU-NUEVO(WKS-NUM-MPU)
                       DISPLAY RP-NOMBRE
                       DISPLAY "    " RP-PRECIO " -> " PB-PRECIO-NUEVO
                               " (PROVEEDOR " PB-PV-ID
                               ", CAPTURO " PB-OPERADOR ")"
                       IF RP-PRECIO IS NOT EQUAL TO PB-PRECIO-ANTERIOR
                       THEN
                           DISPLAY "    EL PRECIO CAMBIO DESDE LA "
                                   "IMPORTACION (ERA "
                                   PB-PRECIO-ANTERIOR ")".

       7796-BORRAR-PRECIO-AUT.
           MOVE WKS-MPU-ID(WKS-IDX-MPU) TO PB-RP-ID.
           DELETE PRECIO-AUT-FILE RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL PRECIO POR AUTORIZAR "
                           PB-RP-ID.
           ADD 1 TO WKS-IDX-MPU.

      * LA PARTIDA NUEVA DE UNA ORDEN LLEVA EL COSTO PACTADO CON EL
      * PROVEEDOR DEL PRODUCTO SI YA ESTA VIGENTE A LA FECHA DE HOY
       7798-COSTO-PACTADO-OC.
           MOVE RP-ID TO CX-RP-ID.
           MOVE RP-PROVEEDOR-ID TO CX-PV-ID.
           READ COSTO-PACTADO-FILE KEY IS CX-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CX-VIGENCIA IS NOT GREATER THAN WKS-FECHA-HOY
                   THEN
                       MOVE CX-COSTO TO OD-COSTO-UNITARIO.

      ******************************************************************
      * ORDEN ELECTRONICA: LA ORDEN RECIEN GENERADA SE AGREGA AL
      * ARCHIVO DE SU PROVEEDOR PARA MANDARLO POR CORREO O SUBIRLO A
      * SU PORTAL (ENCABEZADO H Y UNA D POR PARTIDA, EN PIEZAS Y EN
      * SU UNIDAD DE COMPRA, CON EL COSTO PACTADO SI LO HAY)
      ******************************************************************
       7800-EXPORTAR-OC.
           MOVE WKS-OC-IMPRESA TO OC-NUMERO.
           READ ORDEN-FILE KEY IS OC-NUMERO
               INVALID KEY
                   DISPLAY "ORDEN NO ENCONTRADA, NO SE EXPORTA"
               NOT INVALID KEY
                   PERFORM 7802-ESCRIBIR-OC-EDI.

       7802-ESCRIBIR-OC-EDI.
           MOVE OC-PV-ID TO WKS-OC-EDI-PV.
           MOVE OC-PV-ID TO WKS-EM-PV.
           MOVE 0 TO WKS-EM-PARTIDAS.
           MOVE "N" TO WKS-FIN-DET.
           MOVE OC-NUMERO TO OD-NUMERO.
           MOVE 0 TO OD-PARTIDA.
           START ORDEN-DET-FILE KEY IS NOT LESS THAN OD-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-DET.
           PERFORM 7803-CONTAR-PARTIDA-EDI UNTIL WKS-EOF-DET.
           OPEN EXTEND OC-EDI-FILE.
           IF OE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT OC-EDI-FILE.
           MOVE SPACES TO REG-OC-EDI-ENC.
           MOVE "H" TO OE-TIPO.
           MOVE OC-NUMERO TO OE-OC-NUMERO.
           MOVE OC-PV-ID TO OE-PV-ID.
           MOVE OC-FECHA TO OE-FECHA.
           MOVE OC-FECHA-ESPERADA TO OE-FECHA-ESPERADA.
           MOVE WKS-EM-PARTIDAS TO OE-PARTIDAS.
           WRITE REG-OC-EDI-ENC.
           MOVE "N" TO WKS-FIN-DET.
           MOVE OC-NUMERO TO OD-NUMERO.
           MOVE 0 TO OD-PARTIDA.
           START ORDEN-DET-FILE KEY IS NOT LESS THAN OD-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-DET.
           PERFORM 7804-LEER-PARTIDA-EDI UNTIL WKS-EOF-DET.
           CLOSE OC-EDI-FILE.
           DISPLAY "ORDEN ELECTRONICA AGREGADA A " WKS-NOMBRE-OC-EDI.

       7803-CONTAR-PARTIDA-EDI.
           READ ORDEN-DET-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-DET
               NOT AT END
                   IF OD-NUMERO IS NOT EQUAL TO OC-NUMERO THEN
                       MOVE "S" TO WKS-FIN-DET
                   ELSE
                       ADD 1 TO WKS-EM-PARTIDAS.

       7804-LEER-PARTIDA-EDI.
           READ ORDEN-DET-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-DET
               NOT AT END
                   IF OD-NUMERO IS NOT EQUAL TO OC-NUMERO THEN
                       MOVE "S" TO WKS-FIN-DET
                   ELSE
                       PERFORM 7806-ESCRIBIR-PARTIDA-EDI.

       7806-ESCRIBIR-PARTIDA-EDI.
           MOVE OD-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   MOVE SPACES TO RP-CODIGO-BARRAS.
           PERFORM 7700-BUSCAR-EMPAQUE.
           MOVE SPACES TO REG-OC-EDI-DET.
           MOVE "D" TO OE-D-TIPO.
           MOVE OD-NUMERO TO OE-D-OC-NUMERO.
           MOVE OD-PARTIDA TO OE-D-PARTIDA.
           MOVE OD-RP-ID TO OE-D-RP-ID.
           MOVE RP-CODIGO-BARRAS TO OE-D-CODIGO-BARRAS.
           MOVE OD-CANT-PEDIDA TO OE-D-CANTIDAD.
           MOVE OD-COSTO-UNITARIO TO OE-D-COSTO.
           IF WKS-HAY-EMPAQUE THEN
               MOVE EM-CODIGO-PROV TO OE-D-CODIGO-PROV
               MOVE EM-UNIDAD TO OE-D-UNIDAD
               COMPUTE OE-D-CANT-UNIDAD ROUNDED =
                       OD-CANT-PEDIDA / EM-PIEZAS
           ELSE
               MOVE "PIEZA" TO OE-D-UNIDAD
               MOVE OD-CANT-PEDIDA TO OE-D-CANT-UNIDAD.
           WRITE REG-OC-EDI-DET.

      ******************************************************************
      * AVISO DE EMBARQUE: LO QUE EL PROVEEDOR DICE QUE MANDO SE
      * VALIDA CONTRA LA ORDEN (ABIERTA, PRODUCTO EN ELLA) Y QUEDA EN
      * EMBARQUES.TXT PARA QUE LA RECEPCION LO PROPONGA
      ******************************************************************
       7820-IMPORTAR-AVISO.
           DISPLAY "=== IMPORTAR AVISO DE EMBARQUE ===".
           OPEN INPUT AVISO-ENTRADA-FILE.
           IF AE-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO HAY AVISO POR IMPORTAR (AVISO-EMBARQUE.TXT)"
           ELSE
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE 0 TO WKS-AS-IMPORTADOS
               MOVE 0 TO WKS-AS-RECHAZADOS
               MOVE "N" TO WKS-FIN-AVISO
               PERFORM 7822-LEER-AVISO UNTIL WKS-EOF-AVISO
               CLOSE AVISO-ENTRADA-FILE
      * LO IMPORTADO YA VIVE EN EMBARQUES.TXT: LA ENTRADA SE VACIA
      * PARA QUE LA SIGUIENTE IMPORTACION NO LO DUPLIQUE
               OPEN OUTPUT AVISO-ENTRADA-FILE
               CLOSE AVISO-ENTRADA-FILE
               DISPLAY "RENGLONES IMPORTADOS: " WKS-AS-IMPORTADOS
               DISPLAY "RENGLONES RECHAZADOS: " WKS-AS-RECHAZADOS.

       7822-LEER-AVISO.
           READ AVISO-ENTRADA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-AVISO
               NOT AT END
                   PERFORM 7824-VALIDAR-AVISO.

       7824-VALIDAR-AVISO.
           MOVE SPACES TO WKS-AS-MOTIVO.
           MOVE AE-OC-NUMERO TO OC-NUMERO.
           READ ORDEN-FILE KEY IS OC-NUMERO
               INVALID KEY
                   MOVE "ORDEN NO EXISTE" TO WKS-AS-MOTIVO
               NOT INVALID KEY
                   IF OC-ESTADO IS EQUAL TO "C" THEN
                       MOVE "ORDEN YA CERRADA" TO WKS-AS-MOTIVO.
           IF WKS-AS-MOTIVO IS EQUAL TO SPACES THEN
               IF AE-CANTIDAD IS NOT NUMERIC OR
                  AE-CANTIDAD IS EQUAL TO 0 THEN
                   MOVE "CANTIDAD INVALIDA" TO WKS-AS-MOTIVO
               ELSE
               IF AE-CADUCIDAD IS NOT NUMERIC THEN
                   MOVE "CADUCIDAD INVALIDA" TO WKS-AS-MOTIVO
               ELSE
               IF AE-CADUCIDAD IS GREATER THAN 0 THEN
                   MOVE AE-CADUCIDAD TO WKS-FECHA-VALIDAR
                   PERFORM 2700-VALIDAR-FECHA
                   IF NOT WKS-FECHA-VALIDA THEN
                       MOVE "CADUCIDAD INVALIDA" TO WKS-AS-MOTIVO.
           IF WKS-AS-MOTIVO IS EQUAL TO SPACES THEN
               MOVE OC-PV-ID TO WKS-UB-PV
               MOVE AE-CODIGO TO WKS-UB-CODIGO
               PERFORM 7776-UBICAR-PRODUCTO-PROV
               IF NOT WKS-LV-HALLADO THEN
                   MOVE "PRODUCTO NO IDENTIFICADO" TO WKS-AS-MOTIVO
               ELSE
                   PERFORM 7826-BUSCAR-EN-OC
                   IF NOT WKS-AS-EN-OC THEN
                       MOVE "PRODUCTO NO VIENE EN LA ORDEN"
                           TO WKS-AS-MOTIVO.
           IF WKS-AS-MOTIVO IS EQUAL TO SPACES THEN
               PERFORM 7828-GRABAR-EMBARQUE
           ELSE
               ADD 1 TO WKS-AS-RECHAZADOS
               DISPLAY "OC " AE-OC-NUMERO " " AE-CODIGO
                       " RECHAZADO: " WKS-AS-MOTIVO.

       7826-BUSCAR-EN-OC.
           MOVE "N" TO WKS-AS-EN-OC-SW.
           MOVE "N" TO WKS-FIN-DET.
           MOVE AE-OC-NUMERO TO OD-NUMERO.
           MOVE 0 TO OD-PARTIDA.
           START ORDEN-DET-FILE KEY IS NOT LESS THAN OD-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-DET.
           PERFORM 7827-LEER-PARTIDA-AVISO
               UNTIL WKS-EOF-DET OR WKS-AS-EN-OC.

       7827-LEER-PARTIDA-AVISO.
           READ ORDEN-DET-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-DET
               NOT AT END
                   IF OD-NUMERO IS NOT EQUAL TO AE-OC-NUMERO THEN
                       MOVE "S" TO WKS-FIN-DET
                   ELSE
                   IF OD-RP-ID IS EQUAL TO RP-ID THEN
                       MOVE "S" TO WKS-AS-EN-OC-SW.

      * UN AVISO NUEVO SOBRE UN RENGLON YA CERRADO LO REABRE; SOBRE
      * UNO POR RECIBIR SE SUMA (EL PROVEEDOR PARTIO EL ENVIO)
       7828-GRABAR-EMBARQUE.
           MOVE AE-OC-NUMERO TO AS-OC-NUMERO.
           MOVE RP-ID TO AS-RP-ID.
           MOVE AE-LOTE TO AS-LOTE.
           READ EMBARQUE-FILE KEY IS AS-LLAVE
               INVALID KEY
                   MOVE AE-CANTIDAD TO AS-CANT-ENVIADA
                   MOVE 0 TO AS-CANT-RECIBIDA
                   MOVE AE-CADUCIDAD TO AS-CADUCIDAD
                   MOVE WKS-FECHA-HOY TO AS-FECHA-AVISO
                   MOVE "P" TO AS-ESTADO
                   WRITE REG-EMBARQUE
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL AVISO"
                       NOT INVALID KEY
                           ADD 1 TO WKS-AS-IMPORTADOS
                   END-WRITE
               NOT INVALID KEY
                   IF AS-CERRADO THEN
                       MOVE 0 TO AS-CANT-ENVIADA
                       MOVE 0 TO AS-CANT-RECIBIDA
                       MOVE "P" TO AS-ESTADO
                   END-IF
                   ADD AE-CANTIDAD TO AS-CANT-ENVIADA
                   MOVE AE-CADUCIDAD TO AS-CADUCIDAD
                   MOVE WKS-FECHA-HOY TO AS-FECHA-AVISO
                   REWRITE REG-EMBARQUE
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL AVISO"
                       NOT INVALID KEY
                           ADD 1 TO WKS-AS-IMPORTADOS.

      ******************************************************************
      * RECEPCION CON AVISO: SI LA ORDEN TIENE RENGLONES POR RECIBIR
      * EN EMBARQUES.TXT, CADA PARTIDA PROPONE LO ENVIADO Y EL
      * RECIBIDOR SOLO CONFIRMA O CAPTURA LO QUE CONTO
      ******************************************************************
       7830-REVISAR-AVISO-OC.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WKS-AVISO-OC-SW.
           MOVE "N" TO WKS-FIN-EMBARQUE.
           MOVE WKS-OC-BUSCADA TO AS-OC-NUMERO.
           MOVE 0 TO AS-RP-ID.
           MOVE LOW-VALUES TO AS-LOTE.
           START EMBARQUE-FILE KEY IS NOT LESS THAN AS-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EMBARQUE.
           PERFORM 7831-LEER-AVISO-OC
               UNTIL WKS-EOF-EMBARQUE OR WKS-HAY-AVISO.
           IF WKS-HAY-AVISO THEN
               DISPLAY "LA ORDEN TIENE AVISO DE EMBARQUE DEL PROVEEDOR".

       7831-LEER-AVISO-OC.
           READ EMBARQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMBARQUE
               NOT AT END
                   IF AS-OC-NUMERO IS NOT EQUAL TO WKS-OC-BUSCADA THEN
                       MOVE "S" TO WKS-FIN-EMBARQUE
                   ELSE
                   IF AS-POR-RECIBIR THEN
                       MOVE "S" TO WKS-AVISO-OC-SW.

       7832-PROPONER-AVISO.
           MOVE 0 TO WKS-AS-ENVIADO.
           MOVE "N" TO WKS-AS-LOTES-SW.
           PERFORM 7836-INICIAR-AVISO-PROD.
           PERFORM 7834-SUMAR-AVISO UNTIL WKS-EOF-EMBARQUE.
           IF WKS-AS-ENVIADO IS EQUAL TO 0 THEN
               DISPLAY "    NO VIENE EN EL AVISO DE EMBARQUE"
           ELSE
               DISPLAY "    AVISO DE EMBARQUE: " WKS-AS-ENVIADO
                       " PIEZAS"
               DISPLAY "CONFIRMA LO ENVIADO (S/N, N = CAPTURAR LO "
                       "CONTADO)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                   MOVE "S" TO WKS-AS-CONFIRMA-SW.

       7834-SUMAR-AVISO.
           READ EMBARQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMBARQUE
               NOT AT END
                   IF AS-OC-NUMERO IS NOT EQUAL TO WKS-OC-BUSCADA OR
                      AS-RP-ID IS NOT EQUAL TO OD-RP-ID THEN
                       MOVE "S" TO WKS-FIN-EMBARQUE
                   ELSE
                   IF AS-POR-RECIBIR AND
                      AS-CANT-ENVIADA IS GREATER THAN AS-CANT-RECIBIDA
                   THEN
                       COMPUTE WKS-AS-ENVIADO = WKS-AS-ENVIADO +
                               AS-CANT-ENVIADA - AS-CANT-RECIBIDA
                       IF AS-LOTE IS NOT EQUAL TO SPACES AND
                          AS-CADUCIDAD IS GREATER THAN 0 THEN
                           MOVE "S" TO WKS-AS-LOTES-SW.

       7836-INICIAR-AVISO-PROD.
           MOVE "N" TO WKS-FIN-EMBARQUE.
           MOVE WKS-OC-BUSCADA TO AS-OC-NUMERO.
           MOVE OD-RP-ID TO AS-RP-ID.
           MOVE LOW-VALUES TO AS-LOTE.
           START EMBARQUE-FILE KEY IS NOT LESS THAN AS-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EMBARQUE.

      * LO RECIBIDO SE REPARTE ENTRE LOS RENGLONES DEL AVISO EN ORDEN
      * DE LOTE HASTA LO ENVIADO EN CADA UNO; LO QUE SOBRA VA AL
      * ULTIMO. SIN RENGLON EN EL AVISO SE ABRE UNO CON CERO ENVIADO
      * PARA QUE SALGA EN LAS DISCREPANCIAS. LOS LOTES Y CADUCIDADES
      * DEL AVISO SE DAN DE ALTA SIN VOLVER A CAPTURARLOS
       7840-APLICAR-AVISO.
           MOVE WKS-CANT-RECIBIDA TO WKS-AS-RESTO.
           MOVE SPACES TO WKS-AS-ULTIMA-LLAVE.
           PERFORM 7836-INICIAR-AVISO-PROD.
           PERFORM 7842-REPARTIR-AVISO UNTIL WKS-EOF-EMBARQUE.
           IF WKS-AS-RESTO IS GREATER THAN 0 THEN
               PERFORM 7844-SOBRANTE-AVISO.
           IF RP-PERECEDERO IS EQUAL TO "S" AND
              NOT WKS-AS-CON-LOTES THEN
               PERFORM 4225-CAPTURAR-LOTE.

       7842-REPARTIR-AVISO.
           READ EMBARQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMBARQUE
               NOT AT END
                   IF AS-OC-NUMERO IS NOT EQUAL TO WKS-OC-BUSCADA OR
                      AS-RP-ID IS NOT EQUAL TO OD-RP-ID THEN
                       MOVE "S" TO WKS-FIN-EMBARQUE
                   ELSE
                   IF AS-POR-RECIBIR THEN
                       MOVE AS-LLAVE TO WKS-AS-ULTIMA-LLAVE
                       MOVE 0 TO WKS-AS-PORCION
                       IF AS-CANT-ENVIADA IS GREATER THAN
                          AS-CANT-RECIBIDA THEN
                           COMPUTE WKS-AS-PORCION =
                                   AS-CANT-ENVIADA - AS-CANT-RECIBIDA
                       END-IF
                       IF WKS-AS-PORCION IS GREATER THAN WKS-AS-RESTO
                       THEN
                           MOVE WKS-AS-RESTO TO WKS-AS-PORCION
                       END-IF
                       IF WKS-AS-PORCION IS GREATER THAN 0 THEN
                           PERFORM 7846-SUMAR-RECIBIDO-AVISO.

       7844-SOBRANTE-AVISO.
           IF WKS-AS-ULTIMA-LLAVE IS NOT EQUAL TO SPACES THEN
               MOVE WKS-AS-ULTIMA-LLAVE TO AS-LLAVE
               READ EMBARQUE-FILE KEY IS AS-LLAVE
                   INVALID KEY
                       MOVE SPACES TO WKS-AS-ULTIMA-LLAVE.
           IF WKS-AS-ULTIMA-LLAVE IS NOT EQUAL TO SPACES THEN
               MOVE WKS-AS-RESTO TO WKS-AS-PORCION
               PERFORM 7846-SUMAR-RECIBIDO-AVISO
           ELSE
               MOVE WKS-OC-BUSCADA TO AS-OC-NUMERO
               MOVE OD-RP-ID TO AS-RP-ID
               MOVE SPACES TO AS-LOTE
               MOVE 0 TO AS-CADUCIDAD
               MOVE 0 TO AS-CANT-ENVIADA
               MOVE WKS-AS-RESTO TO AS-CANT-RECIBIDA
               MOVE WKS-FECHA-HOY TO AS-FECHA-AVISO
               MOVE "P" TO AS-ESTADO
               WRITE REG-EMBARQUE
                   INVALID KEY
                       PERFORM 7845-REABRIR-SIN-AVISO.

      * YA HABIA UN RENGLON SIN LOTE (DE UN AVISO ANTERIOR CERRADO):
      * SE REUSA CON CERO ENVIADO
       7845-REABRIR-SIN-AVISO.
           READ EMBARQUE-FILE KEY IS AS-LLAVE
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LO RECIBIDO SIN AVISO"
               NOT INVALID KEY
                   IF AS-CERRADO THEN
                       MOVE 0 TO AS-CANT-ENVIADA
                       MOVE 0 TO AS-CANT-RECIBIDA
                       MOVE "P" TO AS-ESTADO
                   END-IF
                   ADD WKS-AS-RESTO TO AS-CANT-RECIBIDA
                   REWRITE REG-EMBARQUE
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL AVISO".

       7846-SUMAR-RECIBIDO-AVISO.
           ADD WKS-AS-PORCION TO AS-CANT-RECIBIDA.
           SUBTRACT WKS-AS-PORCION FROM WKS-AS-RESTO.
           REWRITE REG-EMBARQUE
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL AVISO".
           IF RP-PERECEDERO IS EQUAL TO "S" AND
              AS-LOTE IS NOT EQUAL TO SPACES AND
              AS-CADUCIDAD IS GREATER THAN 0 THEN
               MOVE AS-LOTE TO WKS-LOTE-CAPTURADO
               MOVE AS-CADUCIDAD TO WKS-FECHA-VALIDAR
               MOVE WKS-AS-PORCION TO WKS-CANT-LOTE
               PERFORM 4227-GRABAR-LOTE.

      ******************************************************************
      * DISCREPANCIAS DEL AVISO CONTRA LO RECIBIDO (DISCREPANCIAS-OC-
      * N.TXT) PARA EL RECLAMO AL PROVEEDOR; EL AVISO QUEDA CERRADO
      ******************************************************************
       7850-REPORTE-DISCREPANCIAS.
           MOVE WKS-OC-BUSCADA TO WKS-DISCREPANCIA-OC.
           MOVE 0 TO WKS-AS-DIFERENCIAS.
           OPEN OUTPUT DISCREPANCIA-PRINT.
           MOVE SPACES TO REG-DISCREPANCIA.
           STRING "     === DISCREPANCIAS DEL AVISO DE EMBARQUE, OC "
                  WKS-OC-BUSCADA " ==="
               DELIMITED BY SIZE INTO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           MOVE SPACES TO REG-DISCREPANCIA.
           STRING "PROVEEDOR " OC-PV-ID "  RECIBIDO EL " WKS-FECHA-HOY
               DELIMITED BY SIZE INTO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           MOVE SPACES TO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           MOVE SPACES TO REG-DISCREPANCIA.
           STRING "PRODUCTO                  LOTE         ENVIADO"
                  "     RECIBIDO   DIFERENCIA"
               DELIMITED BY SIZE INTO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           MOVE "N" TO WKS-FIN-EMBARQUE.
           MOVE WKS-OC-BUSCADA TO AS-OC-NUMERO.
           MOVE 0 TO AS-RP-ID.
           MOVE LOW-VALUES TO AS-LOTE.
           START EMBARQUE-FILE KEY IS NOT LESS THAN AS-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-EMBARQUE.
           PERFORM 7852-LEER-DISCREPANCIA UNTIL WKS-EOF-EMBARQUE.
           MOVE SPACES TO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           MOVE SPACES TO REG-DISCREPANCIA.
           IF WKS-AS-DIFERENCIAS IS EQUAL TO 0 THEN
               MOVE "SIN DIFERENCIAS: SE RECIBIO LO QUE SE ENVIO"
                   TO REG-DISCREPANCIA
           ELSE
               STRING "RENGLONES CON DIFERENCIA: " WKS-AS-DIFERENCIAS
                   DELIMITED BY SIZE INTO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           CLOSE DISCREPANCIA-PRINT.
           DISPLAY "RENGLONES DEL AVISO CON DIFERENCIA: "
                   WKS-AS-DIFERENCIAS.
           DISPLAY "DISCREPANCIAS EN " WKS-NOMBRE-DISCREPANCIA.

       7852-LEER-DISCREPANCIA.
           READ EMBARQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-EMBARQUE
               NOT AT END
                   IF AS-OC-NUMERO IS NOT EQUAL TO WKS-OC-BUSCADA THEN
                       MOVE "S" TO WKS-FIN-EMBARQUE
                   ELSE
                   IF AS-POR-RECIBIR THEN
                       PERFORM 7854-IMPRIMIR-DISCREPANCIA.

       7854-IMPRIMIR-DISCREPANCIA.
           MOVE AS-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   MOVE "(PRODUCTO NO REGISTRADO)" TO RP-NOMBRE.
           COMPUTE WKS-AS-DIFERENCIA =
                   AS-CANT-RECIBIDA - AS-CANT-ENVIADA.
           MOVE AS-CANT-ENVIADA TO WKS-AS-CANT-FMT.
           MOVE AS-CANT-RECIBIDA TO WKS-AS-CANT-FMT-2.
           MOVE WKS-AS-DIFERENCIA TO WKS-AS-DIF-FMT.
           MOVE SPACES TO REG-DISCREPANCIA.
           STRING RP-NOMBRE(1:25) " " AS-LOTE " " WKS-AS-CANT-FMT
                  " " WKS-AS-CANT-FMT-2 " " WKS-AS-DIF-FMT
               DELIMITED BY SIZE INTO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           IF WKS-AS-DIFERENCIA IS NOT EQUAL TO 0 THEN
               ADD 1 TO WKS-AS-DIFERENCIAS
               MOVE SPACES TO REG-DISCREPANCIA
               IF AS-CANT-ENVIADA IS EQUAL TO 0 THEN
                   MOVE "    ** NO VENIA EN EL AVISO"
                       TO REG-DISCREPANCIA
               ELSE
               IF WKS-AS-DIFERENCIA IS LESS THAN 0 THEN
                   MOVE "    ** FALTANTE CONTRA EL AVISO"
                       TO REG-DISCREPANCIA
               ELSE
                   MOVE "    ** SOBRANTE CONTRA EL AVISO"
                       TO REG-DISCREPANCIA
               END-IF
               END-IF
               WRITE REG-DISCREPANCIA.
           MOVE "C" TO AS-ESTADO.
           REWRITE REG-EMBARQUE
               INVALID KEY
                   DISPLAY "NO SE PUDO CERRAR EL AVISO".

      ******************************************************************
      * CONSIGNACION: EL PRODUCTO MARCADO ES DEL PROVEEDOR HASTA QUE SE
      * VENDE. LA RECEPCION LO SUMA A CN-RECIBIDO SIN CUENTA POR
      * PAGAR, LA DEVOLUCION AL PROVEEDOR A CN-DEVUELTO SIN NOTA DE
      * CREDITO, Y LA VALUACION LO DEJA FUERA. LO VENDIDO SE LE PAGA
      * EN LA LIQUIDACION DE CUENTAS-PAGAR.
      ******************************************************************
       7860-CONSIGNACION.
           DISPLAY "=== PRODUCTO EN CONSIGNACION ===".
           DISPLAY "INGRESE ID DEL PRODUCTO".
           ACCEPT RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "PRODUCTO: " RP-NOMBRE
                   PERFORM 7862-CAPTURAR-CONSIGNA.

       7862-CAPTURAR-CONSIGNA.
           PERFORM 7866-BUSCAR-CONSIGNA.
           IF WKS-CN-EXISTE THEN
               DISPLAY "HOY: PROVEEDOR " CN-PV-ID " ESTADO " CN-ESTADO
                       " COSTO " CN-COSTO
               DISPLAY "    RECIBIDO " CN-RECIBIDO " VENDIDO "
                       CN-VENDIDO " DEVUELTO " CN-DEVUELTO
               DISPLAY "    LIQUIDADO HASTA " CN-LIQUIDADO-HASTA
           ELSE
               DISPLAY "SIN CONSIGNACION: LA MERCANCIA ES PROPIA".
           DISPLAY "ID DEL PROVEEDOR DUENO (0 = QUITAR LA "
                   "CONSIGNACION)".
           ACCEPT WKS-CN-PV.
           IF WKS-CN-PV IS EQUAL TO 0 THEN
               IF WKS-ES-CONSIGNA THEN
                   MOVE "B" TO CN-ESTADO
                   REWRITE REG-CONSIGNA
                       INVALID KEY
                           DISPLAY "NO SE PUDO QUITAR LA CONSIGNACION"
                       NOT INVALID KEY
                           DISPLAY "CONSIGNACION TERMINADA, LA "
                                   "EXISTENCIA QUEDA COMO PROPIA"
                   END-REWRITE
               ELSE
                   DISPLAY "SIN CAMBIOS"
               END-IF
           ELSE
               MOVE WKS-CN-PV TO PV-ID
               READ PROVEEDOR-FILE KEY IS PV-ID
                   INVALID KEY
                       DISPLAY "PROVEEDOR NO REGISTRADO"
                   NOT INVALID KEY
                       DISPLAY "PROVEEDOR: " PV-NOMBRE
                       PERFORM 7864-GRABAR-CONSIGNA.

      * UN PRODUCTO TIENE UN SOLO DUENO EN CONSIGNACION; LOS
      * ACUMULADOS SE CONSERVAN SI SOLO CAMBIA EL COSTO
       7864-GRABAR-CONSIGNA.
           IF WKS-CN-EXISTE AND CN-PV-ID IS NOT EQUAL TO WKS-CN-PV
              AND CN-RECIBIDO IS GREATER THAN
                  CN-VENDIDO + CN-DEVUELTO THEN
               DISPLAY "TODAVIA HAY MERCANCIA DEL PROVEEDOR "
                       CN-PV-ID ", LIQUIDE O DEVUELVA ANTES"
           ELSE
               DISPLAY "COSTO POR PIEZA VENDIDA A PAGAR AL PROVEEDOR "
                       "(0 = EL COSTO ACTUAL " RP-COSTO ")"
               ACCEPT WKS-COSTO-PACTADO
               IF WKS-COSTO-PACTADO IS EQUAL TO 0 THEN
                   MOVE RP-COSTO TO WKS-COSTO-PACTADO
               END-IF
               IF WKS-CN-EXISTE AND CN-PV-ID IS EQUAL TO WKS-CN-PV
               THEN
                   MOVE WKS-COSTO-PACTADO TO CN-COSTO
                   MOVE "A" TO CN-ESTADO
                   REWRITE REG-CONSIGNA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA "
                                   "CONSIGNACION"
                       NOT INVALID KEY
                           DISPLAY "CONSIGNACION ACTUALIZADA"
                   END-REWRITE
               ELSE
                   PERFORM 7865-NUEVA-CONSIGNA.

       7865-NUEVA-CONSIGNA.
           MOVE RP-ID TO CN-RP-ID.
           MOVE WKS-CN-PV TO CN-PV-ID.
           MOVE WKS-COSTO-PACTADO TO CN-COSTO.
           ACCEPT CN-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE 0 TO CN-RECIBIDO.
           MOVE 0 TO CN-VENDIDO.
           MOVE 0 TO CN-DEVUELTO.
      * LO VENDIDO ANTES DEL ALTA ERA PROPIO: SE LIQUIDA DESDE EL MES
      * EN CURSO
           MOVE CN-FECHA-ALTA(1:6) TO WKS-CN-MES.
           SUBTRACT 1 FROM WKS-CN-MES-MES.
           IF WKS-CN-MES-MES IS EQUAL TO 0 THEN
               MOVE 12 TO WKS-CN-MES-MES
               SUBTRACT 1 FROM WKS-CN-MES-ANIO.
           MOVE WKS-CN-MES TO CN-LIQUIDADO-HASTA.
           MOVE "A" TO CN-ESTADO.
           IF WKS-CN-EXISTE THEN
               REWRITE REG-CONSIGNA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA CONSIGNACION"
                   NOT INVALID KEY
                       DISPLAY "CONSIGNACION REGISTRADA"
               END-REWRITE
           ELSE
               WRITE REG-CONSIGNA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA CONSIGNACION"
                   NOT INVALID KEY
                       DISPLAY "CONSIGNACION REGISTRADA".

      * BUSCA LA CONSIGNACION DEL RP-ID EN CURSO: WKS-CN-EXISTE SI HAY
      * REGISTRO, WKS-ES-CONSIGNA SI ADEMAS ESTA VIGENTE
       7866-BUSCAR-CONSIGNA.
           MOVE "N" TO WKS-CN-EXISTE-SW.
           MOVE "N" TO WKS-CONSIGNA-SW.
           MOVE RP-ID TO CN-RP-ID.
           READ CONSIGNA-FILE KEY IS CN-RP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WKS-CN-EXISTE-SW
                   IF CN-ACTIVA THEN
                       MOVE "S" TO WKS-CONSIGNA-SW.

      * RECEPCION DE UNA ORDEN DEL PROVEEDOR DUENO: LA PARTIDA NO
      * GENERA CUENTA POR PAGAR (CUENTAS-PAGAR LA SALTA AL CRUZAR LA
      * FACTURA), SOLO AUMENTA LO RECIBIDO EN CONSIGNACION
       7867-RECIBIR-CONSIGNA.
           PERFORM 7866-BUSCAR-CONSIGNA.
           IF WKS-ES-CONSIGNA AND CN-PV-ID IS EQUAL TO OC-PV-ID THEN
               ADD WKS-CANT-RECIBIDA TO CN-RECIBIDO
               REWRITE REG-CONSIGNA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACUMULAR LA CONSIGNACION"
               END-REWRITE
               DISPLAY "    MERCANCIA EN CONSIGNACION: NO GENERA "
                       "CUENTA POR PAGAR".

      * DEVOLUCION AL PROVEEDOR DUENO DE MERCANCIA EN CONSIGNACION:
      * NO HAY NOTA DE CREDITO PORQUE NUNCA SE LE DEBIO; EL DOCUMENTO
      * SE IMPRIME CON EL MISMO FOLIO Y VALOR CERO
       7868-DEVOLVER-CONSIGNA.
           ADD WKS-CANT-DEV-PROV TO CN-DEVUELTO.
           REWRITE REG-CONSIGNA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACUMULAR LA CONSIGNACION".
           MOVE WKS-NC-ACTUAL TO NC-NUMERO.
           ACCEPT NC-FECHA FROM DATE YYYYMMDD.
           MOVE PV-ID TO NC-PV-ID.
           MOVE RP-ID TO NC-RP-ID.
           MOVE WKS-CANT-DEV-PROV TO NC-CANTIDAD.
           MOVE 0 TO NC-IMPORTE.
           MOVE WKS-MOTIVO-DEV-PROV TO NC-MOTIVO.

      ******************************************************************
      * NIVELES MINIMO Y MAXIMO POR PRODUCTO Y UBICACION
      * (NIVELES-UBICACION.TXT); LOS USA EL REABASTECIMIENTO
      ******************************************************************
       7870-NIVELES-UBICACION.
           DISPLAY "=== MINIMO Y MAXIMO POR UBICACION ===".
           DISPLAY "INGRESE ID DEL PRODUCTO".
           ACCEPT RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "PRODUCTO: " RP-NOMBRE
                   PERFORM 7872-CAPTURAR-NIVEL.

       7872-CAPTURAR-NIVEL.
           DISPLAY "UBICACION (TIENDA/BODEGA)".
           ACCEPT WKS-UBI-ORIGEN.
           IF WKS-UBI-ORIGEN IS NOT EQUAL TO "TIENDA" AND "BODEGA"
           THEN
               DISPLAY "UBICACION INVALIDA"
           ELSE
               MOVE RP-ID TO NU-RP-ID
               MOVE WKS-UBI-ORIGEN TO NU-UBICACION
               MOVE "S" TO WKS-NU-EXISTE-SW
               READ NIVEL-UBI-FILE KEY IS NU-LLAVE
                   INVALID KEY
                       MOVE "N" TO WKS-NU-EXISTE-SW
               END-READ
               IF WKS-NU-EXISTE THEN
                   DISPLAY "HOY: MINIMO " NU-MINIMO
                           " MAXIMO " NU-MAXIMO
               END-IF
               DISPLAY "MINIMO (0 Y MAXIMO 0 = QUITAR EL NIVEL)"
               PERFORM 1991-CAPTURAR-CANTIDAD-LIBRE
               MOVE WKS-CANT-DECIMAL TO WKS-NU-MINIMO
               DISPLAY "MAXIMO"
               PERFORM 1991-CAPTURAR-CANTIDAD-LIBRE
               MOVE WKS-CANT-DECIMAL TO WKS-NU-MAXIMO
               PERFORM 7874-GRABAR-NIVEL.

       7874-GRABAR-NIVEL.
           IF WKS-NU-MINIMO IS EQUAL TO 0 AND
              WKS-NU-MAXIMO IS EQUAL TO 0 THEN
               IF WKS-NU-EXISTE THEN
                   DELETE NIVEL-UBI-FILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO QUITAR EL NIVEL"
                       NOT INVALID KEY
                           DISPLAY "NIVEL ELIMINADO"
                   END-DELETE
               ELSE
                   DISPLAY "SIN CAMBIOS"
               END-IF
           ELSE
           IF WKS-NU-MAXIMO IS LESS THAN WKS-NU-MINIMO THEN
               DISPLAY "EL MAXIMO NO PUEDE SER MENOR QUE EL MINIMO"
           ELSE
               MOVE WKS-NU-MINIMO TO NU-MINIMO
               MOVE WKS-NU-MAXIMO TO NU-MAXIMO
               IF WKS-NU-EXISTE THEN
                   REWRITE REG-NIVEL-UBI
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL NIVEL"
                       NOT INVALID KEY
                           DISPLAY "NIVEL ACTUALIZADO"
                   END-REWRITE
               ELSE
                   WRITE REG-NIVEL-UBI
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL NIVEL"
                       NOT INVALID KEY
                           DISPLAY "NIVEL REGISTRADO".

      ******************************************************************
      * REABASTECIMIENTO POR UBICACION: CADA UBICACION CON NIVELES CUYA
      * EXISTENCIA MAS LO QUE VIENE EN CAMINO QUEDO BAJO EL MINIMO SE
      * LLENA HASTA EL MAXIMO. LA TIENDA SE SURTE PRIMERO CON
      * TRASPASO DESDE BODEGA (SIN BAJAR LA BODEGA DE SU PROPIO
      * MINIMO) Y SOLO LO QUE LA BODEGA NO ALCANZA SE PROPONE COMPRAR.
      * LOS TRASPASOS PROPUESTOS SE PUEDEN ENVIAR EN ESE MOMENTO.
      ******************************************************************
       7880-REABASTECIMIENTO.
           DISPLAY "=== REABASTECIMIENTO POR UBICACION ===".
           MOVE "REABASTECIMIENTO.TXT" TO WKS-REP-NOMBRE.
           MOVE "REABASTECIMIENTO POR UBICACION" TO WKS-REP-TITULO.
           MOVE "PRODUCTO   UBIC.    EXISTENCIA   EN CAMINO  TRASPASAR"
             TO WKS-REP-ENCABEZADO.
           MOVE "    COMPRAR" TO WKS-REP-ENCABEZADO(55:11).
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 0 TO WKS-NUM-RA.
           MOVE 0 TO WKS-RA-COMPRAS.
           MOVE "N" TO WKS-FIN-NIVELES.
           MOVE LOW-VALUES TO NU-LLAVE.
           START NIVEL-UBI-FILE KEY IS NOT LESS THAN NU-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-NIVELES.
           PERFORM 7882-LEER-NIVEL UNTIL WKS-EOF-NIVELES.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "TRASPASOS PROPUESTOS: " WKS-NUM-RA
                  "  PRODUCTOS A COMPRAR: " WKS-RA-COMPRAS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "TRASPASOS PROPUESTOS: " WKS-NUM-RA
                   " PRODUCTOS A COMPRAR: " WKS-RA-COMPRAS.
           DISPLAY "REPORTE IMPRESO EN REABASTECIMIENTO.TXT".
           IF WKS-NUM-RA IS GREATER THAN 0 THEN
               DISPLAY "ENVIAR AHORA LOS TRASPASOS PROPUESTOS (S/N)"
               ACCEPT WKS-TT-CONFIRMA
               IF WKS-TT-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                   MOVE 1 TO WKS-IDX-RA
                   PERFORM 7888-ENVIAR-PROPUESTO
                       UNTIL WKS-IDX-RA IS GREATER THAN WKS-NUM-RA.

       7882-LEER-NIVEL.
           READ NIVEL-UBI-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-NIVELES
               NOT AT END
                   MOVE NU-RP-ID TO RP-ID
                   READ F-ARCHIVO KEY IS RP-ID
                       INVALID KEY
                           MOVE "I" TO RP-ESTADO
                   END-READ
                   IF NOT RP-INACTIVO THEN
                       PERFORM 7884-REVISAR-NIVEL.

       7884-REVISAR-NIVEL.
           PERFORM 4700-ASEGURAR-EXISTENCIAS.
           MOVE NU-UBICACION TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           MOVE EX-CANTIDAD TO WKS-RA-EXISTENCIA.
           MOVE NU-UBICACION TO WKS-UBI-DESTINO.
           PERFORM 7886-SUMAR-EN-CAMINO.
           IF WKS-RA-EXISTENCIA + WKS-RA-EN-CAMINO IS LESS THAN
              NU-MINIMO THEN
               COMPUTE WKS-RA-FALTA = NU-MAXIMO -
                       WKS-RA-EXISTENCIA - WKS-RA-EN-CAMINO
               MOVE 0 TO WKS-RA-TRASPASAR
               IF NU-UBICACION IS EQUAL TO "TIENDA" THEN
                   PERFORM 7885-DISPONIBLE-BODEGA
               END-IF
               COMPUTE WKS-RA-COMPRAR =
                       WKS-RA-FALTA - WKS-RA-TRASPASAR
               IF WKS-RA-COMPRAR IS GREATER THAN 0 THEN
                   ADD 1 TO WKS-RA-COMPRAS
               END-IF
               MOVE SPACES TO WKS-REP-LINEA
               STRING NU-RP-ID " " NU-UBICACION " " WKS-RA-EXISTENCIA
                      " " WKS-RA-EN-CAMINO " " WKS-RA-TRASPASAR
                      " " WKS-RA-COMPRAR
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               DISPLAY RP-NOMBRE(1:30) " " NU-UBICACION
                       " TRASPASAR " WKS-RA-TRASPASAR
                       " COMPRAR " WKS-RA-COMPRAR.

      * LO QUE LA BODEGA PUEDE DAR SIN QUEDAR BAJO SU PROPIO MINIMO;
      * EL TRASPASO SE GUARDA EN LA TABLA DE PROPUESTOS
       7885-DISPONIBLE-BODEGA.
           MOVE "BODEGA" TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           MOVE EX-CANTIDAD TO WKS-RA-DISPONIBLE.
           MOVE NU-LLAVE TO WKS-NU-LLAVE-GUARDA.
           MOVE "BODEGA" TO NU-UBICACION.
           READ NIVEL-UBI-FILE KEY IS NU-LLAVE
               INVALID KEY
                   MOVE 0 TO NU-MINIMO.
           IF WKS-RA-DISPONIBLE IS GREATER THAN NU-MINIMO THEN
               SUBTRACT NU-MINIMO FROM WKS-RA-DISPONIBLE
           ELSE
               MOVE 0 TO WKS-RA-DISPONIBLE.
           IF WKS-RA-DISPONIBLE IS LESS THAN WKS-RA-FALTA THEN
               MOVE WKS-RA-DISPONIBLE TO WKS-RA-TRASPASAR
           ELSE
               MOVE WKS-RA-FALTA TO WKS-RA-TRASPASAR.
      * SE REPOSICIONA EL RECORRIDO EN EL NIVEL DE TIENDA
           MOVE WKS-NU-LLAVE-GUARDA TO NU-LLAVE.
           READ NIVEL-UBI-FILE KEY IS NU-LLAVE
               INVALID KEY
                   CONTINUE.
           START NIVEL-UBI-FILE KEY IS GREATER THAN NU-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-NIVELES.
           IF WKS-RA-TRASPASAR IS GREATER THAN 0 AND
              WKS-NUM-RA IS LESS THAN 300 THEN
               ADD 1 TO WKS-NUM-RA
               MOVE NU-RP-ID TO WKS-RA-RP-ID(WKS-NUM-RA)
               MOVE WKS-RA-TRASPASAR TO WKS-RA-CANTIDAD(WKS-NUM-RA).

      * LO ENVIADO A WKS-UBI-DESTINO QUE TODAVIA NO SE RECIBE
       7886-SUMAR-EN-CAMINO.
           MOVE 0 TO WKS-RA-EN-CAMINO.
           MOVE "N" TO WKS-FIN-TRANSITO.
           MOVE NU-RP-ID TO TT-RP-ID.
           START TRANSITO-FILE KEY IS NOT LESS THAN TT-RP-ID
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TRANSITO.
           PERFORM 7887-LEER-EN-CAMINO UNTIL WKS-EOF-TRANSITO.

       7887-LEER-EN-CAMINO.
           READ TRANSITO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TRANSITO
               NOT AT END
                   IF TT-RP-ID IS NOT EQUAL TO NU-RP-ID THEN
                       MOVE "S" TO WKS-FIN-TRANSITO
                   ELSE
                   IF TT-ENVIADO AND
                      TT-DESTINO IS EQUAL TO WKS-UBI-DESTINO THEN
                       COMPUTE WKS-RA-EN-CAMINO = WKS-RA-EN-CAMINO +
                               TT-CANTIDAD - TT-CANT-RECIBIDA.

       7888-ENVIAR-PROPUESTO.
           MOVE WKS-RA-RP-ID(WKS-IDX-RA) TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   DISPLAY "PRODUCTO " RP-ID " YA NO EXISTE"
               NOT INVALID KEY
                   MOVE "BODEGA" TO WKS-UBI-ORIGEN
                   MOVE "TIENDA" TO WKS-UBI-DESTINO
                   MOVE WKS-RA-CANTIDAD(WKS-IDX-RA)
                       TO WKS-CANT-TRASPASO
                   MOVE "BODEGA" TO EX-UBICACION
                   PERFORM 4705-LEER-UBICACION
                   IF EX-CANTIDAD IS LESS THAN WKS-CANT-TRASPASO THEN
                       DISPLAY "YA NO HAY EXISTENCIA EN BODEGA DE "
                               RP-ID
                   ELSE
                       PERFORM 4758-ENVIAR-TRASPASO.
           ADD 1 TO WKS-IDX-RA.

      ******************************************************************
      * ESTILOS DE ROPA Y CALZADO: UN REGISTRO PADRE CON SU REJILLA DE
      * TALLAS Y COLORES (ESTILOS.TXT); CADA COMBINACION ES UN
      * PRODUCTO NORMAL LIGADO AL ESTILO EN VARIANTES.TXT
      ******************************************************************
       7890-ESTILOS.
           DISPLAY "=== ESTILOS CON TALLA Y COLOR ===".
           DISPLAY "1-. ALTA / CAMBIO DE ESTILO Y SU REJILLA".
           DISPLAY "2-. CREAR LAS VARIANTES DE LA REJILLA".
           DISPLAY "3-. EXISTENCIA POR ESTILO (TALLA X COLOR)".
           ACCEPT WKS-OPCION-ESTILO.
           IF WKS-OPCION-ESTILO IS EQUAL TO 1 THEN
               PERFORM 7891-CAPTURAR-ESTILO
           ELSE
           IF WKS-OPCION-ESTILO IS EQUAL TO 2 THEN
               PERFORM 7900-CREAR-VARIANTES
           ELSE
           IF WKS-OPCION-ESTILO IS EQUAL TO 3 THEN
               PERFORM 7905-REPORTE-ESTILOS
           ELSE
               DISPLAY "OPCION INVALIDA".

      * EL CODIGO DEBE EMPEZAR CON LETRA PARA QUE LA CAJA NO LO
      * CONFUNDA CON UN RP-ID O UN CODIGO DE BARRAS
       7891-CAPTURAR-ESTILO.
           DISPLAY "CODIGO DEL ESTILO (EMPIEZA CON LETRA)".
           MOVE SPACES TO ET-CODIGO.
           ACCEPT ET-CODIGO.
           IF ET-CODIGO(1:1) IS NOT ALPHABETIC OR
              ET-CODIGO(1:1) IS EQUAL TO SPACE THEN
               DISPLAY "CODIGO INVALIDO"
           ELSE
               MOVE "S" TO WKS-ET-EXISTE-SW
               READ ESTILO-FILE KEY IS ET-CODIGO
                   INVALID KEY
                       MOVE "N" TO WKS-ET-EXISTE-SW
               END-READ
               IF WKS-ET-EXISTE THEN
                   PERFORM 7892-CAMBIAR-ESTILO
               ELSE
                   PERFORM 7893-NUEVO-ESTILO.

      * EL NUEVO PRECIO O CATEGORIA DEL ESTILO PASA A LAS VARIANTES
      * QUE TODAVIA TIENEN LOS DEL ESTILO; LAS QUE SE CAMBIARON A
      * MANO CONSERVAN LO SUYO
       7892-CAMBIAR-ESTILO.
           DISPLAY "ESTILO: " ET-NOMBRE.
           DISPLAY "PRECIO " ET-PRECIO " CATEGORIA " ET-CATEGORIA
                   " TALLAS " ET-NUM-TALLAS " COLORES " ET-NUM-COLORES.
           MOVE ET-PRECIO TO WKS-ET-PRECIO-ANT.
           MOVE ET-CATEGORIA TO WKS-ET-CATEGORIA-ANT.
           DISPLAY "NUEVO PRECIO (0 = SIN CAMBIO)".
           ACCEPT WKS-ET-PRECIO-NUEVO.
           IF WKS-ET-PRECIO-NUEVO IS GREATER THAN 0 THEN
               MOVE WKS-ET-PRECIO-NUEVO TO ET-PRECIO.
           DISPLAY "NUEVA CATEGORIA (ENTER = SIN CAMBIO)".
           MOVE SPACES TO WKS-ET-CATEGORIA-NUEVA.
           ACCEPT WKS-ET-CATEGORIA-NUEVA.
           IF WKS-ET-CATEGORIA-NUEVA IS NOT EQUAL TO SPACES THEN
               MOVE WKS-ET-CATEGORIA-NUEVA TO RP-CATEGORIA
               MOVE SPACES TO RP-IVA-CODIGO
               PERFORM 3060-VALIDAR-CODIGOS
               IF RP-CATEGORIA IS NOT EQUAL TO SPACES THEN
                   MOVE RP-CATEGORIA TO ET-CATEGORIA.
           DISPLAY "LAS TALLAS Y COLORES YA CAPTURADOS SE CONSERVAN;"
                   " SOLO SE AGREGAN NUEVOS".
           PERFORM 7894-AGREGAR-TALLAS-COLORES.
           REWRITE REG-ESTILO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL ESTILO"
               NOT INVALID KEY
                   DISPLAY "ESTILO ACTUALIZADO; LAS TALLAS O COLORES "
                           "NUEVOS SE CREAN CON LA OPCION 2"
                   IF ET-PRECIO IS NOT EQUAL TO WKS-ET-PRECIO-ANT OR
                      ET-CATEGORIA IS NOT EQUAL TO
                                      WKS-ET-CATEGORIA-ANT THEN
                       PERFORM 7897-PROPAGAR-ESTILO.

       7893-NUEVO-ESTILO.
           DISPLAY "NOMBRE DEL ESTILO".
           MOVE SPACES TO ET-NOMBRE.
           ACCEPT ET-NOMBRE.
           DISPLAY "PRECIO DE VENTA".
           ACCEPT ET-PRECIO.
           DISPLAY "COSTO".
           ACCEPT ET-COSTO.
           DISPLAY "CATEGORIA (ENTER = SIN CATEGORIA)".
           MOVE SPACES TO RP-CATEGORIA.
           ACCEPT RP-CATEGORIA.
           DISPLAY "CODIGO DE IVA (ENTER = TASA GENERAL)".
           MOVE SPACES TO RP-IVA-CODIGO.
           ACCEPT RP-IVA-CODIGO.
           PERFORM 3060-VALIDAR-CODIGOS.
           MOVE RP-CATEGORIA TO ET-CATEGORIA.
           MOVE RP-IVA-CODIGO TO ET-IVA-CODIGO.
           DISPLAY "ID DEL PROVEEDOR (0 = SIN PROVEEDOR)".
           ACCEPT ET-PROVEEDOR-ID.
           MOVE 0 TO ET-NUM-TALLAS.
           MOVE 0 TO ET-NUM-COLORES.
           PERFORM 7894-AGREGAR-TALLAS-COLORES.
           IF ET-NUM-TALLAS IS EQUAL TO 0 OR
              ET-NUM-COLORES IS EQUAL TO 0 THEN
               DISPLAY "EL ESTILO NECESITA AL MENOS UNA TALLA Y UN "
                       "COLOR, NO SE GRABO"
           ELSE
               WRITE REG-ESTILO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL ESTILO"
                   NOT INVALID KEY
                       DISPLAY "ESTILO REGISTRADO; CREE SUS VARIANTES "
                               "CON LA OPCION 2".

       7894-AGREGAR-TALLAS-COLORES.
           MOVE "N" TO WKS-ET-FIN-CAPTURA.
           PERFORM 7895-CAPTURAR-TALLA
               UNTIL WKS-ET-CAPTURA-TERMINADA
                  OR ET-NUM-TALLAS IS EQUAL TO 8.
           MOVE "N" TO WKS-ET-FIN-CAPTURA.
           PERFORM 7896-CAPTURAR-COLOR
               UNTIL WKS-ET-CAPTURA-TERMINADA
                  OR ET-NUM-COLORES IS EQUAL TO 8.

       7895-CAPTURAR-TALLA.
           DISPLAY "AGREGAR TALLA, HASTA 4 LETRAS (ENTER = TERMINAR)".
           MOVE SPACES TO WKS-ET-TEXTO.
           ACCEPT WKS-ET-TEXTO.
           IF WKS-ET-TEXTO IS EQUAL TO SPACES THEN
               MOVE "S" TO WKS-ET-FIN-CAPTURA
           ELSE
               ADD 1 TO ET-NUM-TALLAS
               MOVE WKS-ET-TEXTO TO ET-TALLA(ET-NUM-TALLAS).

       7896-CAPTURAR-COLOR.
           DISPLAY "AGREGAR COLOR, HASTA 6 LETRAS (ENTER = TERMINAR)".
           MOVE SPACES TO WKS-ET-TEXTO.
           ACCEPT WKS-ET-TEXTO.
           IF WKS-ET-TEXTO IS EQUAL TO SPACES THEN
               MOVE "S" TO WKS-ET-FIN-CAPTURA
           ELSE
               ADD 1 TO ET-NUM-COLORES
               MOVE WKS-ET-TEXTO TO ET-COLOR(ET-NUM-COLORES).

       7897-PROPAGAR-ESTILO.
           MOVE 0 TO WKS-ET-CAMBIADAS.
           PERFORM 7920-INICIAR-VARIANTES.
           PERFORM 7898-PROPAGAR-VARIANTE UNTIL WKS-EOF-VARIANTES.
           DISPLAY "VARIANTES ACTUALIZADAS: " WKS-ET-CAMBIADAS.

       7898-PROPAGAR-VARIANTE.
           PERFORM 7921-LEER-VARIANTE.
           IF NOT WKS-EOF-VARIANTES THEN
               MOVE VR-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       DISPLAY "VARIANTE " VR-RP-ID " NO EXISTE"
                   NOT INVALID KEY
                       PERFORM 7899-AJUSTAR-VARIANTE.

       7899-AJUSTAR-VARIANTE.
           MOVE "N" TO WKS-VR-CAMBIO-SW.
           MOVE RP-PRECIO TO WKS-PRECIO-ANTERIOR.
           MOVE RP-PRECIO TO WKS-PRECIO-NUEVO.
           IF RP-PRECIO IS EQUAL TO WKS-ET-PRECIO-ANT AND
              ET-PRECIO IS NOT EQUAL TO WKS-ET-PRECIO-ANT THEN
               MOVE ET-PRECIO TO RP-PRECIO
               MOVE ET-PRECIO TO WKS-PRECIO-NUEVO
               MOVE "S" TO WKS-VR-CAMBIO-SW.
           IF RP-CATEGORIA IS EQUAL TO WKS-ET-CATEGORIA-ANT AND
              ET-CATEGORIA IS NOT EQUAL TO WKS-ET-CATEGORIA-ANT THEN
               MOVE ET-CATEGORIA TO RP-CATEGORIA
               MOVE "S" TO WKS-VR-CAMBIO-SW.
           IF WKS-VR-CAMBIA THEN
               PERFORM 1977-JOURNAL-PROD-CAMBIO
               REWRITE REG-PRODUCTO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR " RP-ID
                   NOT INVALID KEY
                       ADD 1 TO WKS-ET-CAMBIADAS
                       IF WKS-PRECIO-NUEVO IS NOT EQUAL TO
                                              WKS-PRECIO-ANTERIOR
                           MOVE "PRE" TO WKS-EQ-MOTIVO
                           PERFORM 3310-REGISTRAR-HIST-PRECIO.

      * CREA LAS COMBINACIONES DE LA REJILLA QUE TODAVIA NO TIENEN
      * PRODUCTO; LAS QUE YA EXISTEN NO SE TOCAN
       7900-CREAR-VARIANTES.
           DISPLAY "CODIGO DEL ESTILO".
           MOVE SPACES TO ET-CODIGO.
           ACCEPT ET-CODIGO.
           READ ESTILO-FILE KEY IS ET-CODIGO
               INVALID KEY
                   DISPLAY "ESTILO NO REGISTRADO"
               NOT INVALID KEY
                   MOVE 0 TO WKS-ET-CREADAS
                   MOVE 1 TO WKS-RJ-T
                   PERFORM 7901-CREAR-FILA
                       UNTIL WKS-RJ-T IS GREATER THAN ET-NUM-TALLAS
                   DISPLAY "VARIANTES CREADAS: " WKS-ET-CREADAS.

       7901-CREAR-FILA.
           MOVE 1 TO WKS-RJ-C.
           PERFORM 7902-CREAR-CELDA
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES.
           ADD 1 TO WKS-RJ-T.

       7902-CREAR-CELDA.
           MOVE ET-CODIGO TO VR-ESTILO.
           MOVE WKS-RJ-T TO VR-TALLA-IDX.
           MOVE WKS-RJ-C TO VR-COLOR-IDX.
           READ VARIANTE-FILE KEY IS VR-LLAVE
               INVALID KEY
                   PERFORM 7903-CREAR-VARIANTE.
           ADD 1 TO WKS-RJ-C.

       7903-CREAR-VARIANTE.
           PERFORM 3010-OBTENER-SIGUIENTE-LLAVE.
           IF RP-ID IS EQUAL TO 0 THEN
               DISPLAY "NO SE PUDO ASIGNAR ID A " ET-TALLA(WKS-RJ-T)
                       " " ET-COLOR(WKS-RJ-C)
           ELSE
               MOVE SPACES TO RP-NOMBRE
               STRING ET-NOMBRE DELIMITED BY "  "
                      " " ET-TALLA(WKS-RJ-T) DELIMITED BY SPACE
                      " " ET-COLOR(WKS-RJ-C) DELIMITED BY SPACE
                   INTO RP-NOMBRE
               MOVE SPACES TO RP-DESCRIP
               STRING "ESTILO " ET-CODIGO
                   DELIMITED BY SIZE INTO RP-DESCRIP
               MOVE ET-PRECIO TO RP-PRECIO
               MOVE 0 TO RP-CANTIDAD
               MOVE ET-PROVEEDOR-ID TO RP-PROVEEDOR-ID
               MOVE ET-COSTO TO RP-COSTO
               MOVE ET-CATEGORIA TO RP-CATEGORIA
               MOVE ET-IVA-CODIGO TO RP-IVA-CODIGO
               MOVE "A" TO RP-ESTADO
               MOVE "N" TO RP-PERECEDERO
               MOVE "N" TO RP-GRANEL
               DISPLAY "CODIGO DE BARRAS DE " RP-NOMBRE
               DISPLAY "(ENTER = SIN CODIGO)"
               MOVE SPACES TO RP-CODIGO-BARRAS
               ACCEPT RP-CODIGO-BARRAS
               PERFORM 3070-ESCRIBIR-ALTA
               IF FS-STATUS IS EQUAL TO "00" THEN
                   MOVE ET-CODIGO TO VR-ESTILO
                   MOVE WKS-RJ-T TO VR-TALLA-IDX
                   MOVE WKS-RJ-C TO VR-COLOR-IDX
                   MOVE RP-ID TO VR-RP-ID
                   MOVE ET-TALLA(WKS-RJ-T) TO VR-TALLA
                   MOVE ET-COLOR(WKS-RJ-C) TO VR-COLOR
                   WRITE REG-VARIANTE
                       INVALID KEY
                           DISPLAY "NO SE PUDO LIGAR LA VARIANTE "
                                   RP-ID " AL ESTILO"
                       NOT INVALID KEY
                           ADD 1 TO WKS-ET-CREADAS.

      * EXISTENCIA DE UN ESTILO (O DE TODOS) EN REJILLA TALLA X
      * COLOR CON TOTALES; * = AGOTADO, - = COMBINACION SIN PRODUCTO
       7905-REPORTE-ESTILOS.
           DISPLAY "CODIGO DEL ESTILO (ENTER = TODOS)".
           MOVE SPACES TO WKS-ET-TEXTO.
           ACCEPT WKS-ET-TEXTO.
           MOVE "REPORTE-ESTILOS.TXT" TO WKS-REP-NOMBRE.
           MOVE "EXISTENCIA POR ESTILO" TO WKS-REP-TITULO.
           MOVE "TALLA X COLOR   (* = AGOTADO, - = SIN PRODUCTO)"
               TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 0 TO WKS-RJ-UMBRAL.
           MOVE "S" TO WKS-RJ-A-REPORTE.
           IF WKS-ET-TEXTO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-ET-TEXTO TO ET-CODIGO
               READ ESTILO-FILE KEY IS ET-CODIGO
                   INVALID KEY
                       DISPLAY "ESTILO NO REGISTRADO"
                   NOT INVALID KEY
                       PERFORM 7910-ARMAR-REJILLA
                       PERFORM 7912-IMPRIMIR-REJILLA
               END-READ
           ELSE
               MOVE "N" TO WKS-FIN-ESTILOS
               MOVE LOW-VALUES TO ET-CODIGO
               START ESTILO-FILE KEY IS NOT LESS THAN ET-CODIGO
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-ESTILOS
               END-START
               PERFORM 7906-LEER-ESTILO UNTIL WKS-EOF-ESTILOS.
           PERFORM 1965-REPORTE-TERMINAR.
           MOVE "N" TO WKS-RJ-A-REPORTE.
           DISPLAY "REPORTE IMPRESO EN REPORTE-ESTILOS.TXT".

       7906-LEER-ESTILO.
           READ ESTILO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ESTILOS
               NOT AT END
                   PERFORM 7910-ARMAR-REJILLA
                   PERFORM 7912-IMPRIMIR-REJILLA.

      * PARTE DEL REPORTE DE REORDEN: LOS ESTILOS CON ALGUNA
      * VARIANTE BAJO EL UMBRAL, EN REJILLA PARA VER QUE TALLAS SE
      * ESTAN AGOTANDO (EL REPORTE YA ESTA ABIERTO)
       7908-REORDEN-ESTILOS.
           MOVE WKS-UMBRAL-REORDEN TO WKS-RJ-UMBRAL.
           MOVE "S" TO WKS-RJ-A-REPORTE.
           MOVE "N" TO WKS-FIN-ESTILOS.
           MOVE LOW-VALUES TO ET-CODIGO.
           START ESTILO-FILE KEY IS NOT LESS THAN ET-CODIGO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-ESTILOS.
           IF NOT WKS-EOF-ESTILOS THEN
               MOVE "--- REORDEN POR ESTILO (* = BAJO UMBRAL) ---"
                   TO WKS-REP-LINEA
               PERFORM 7914-SALIDA-RENGLON
               PERFORM 7909-LEER-ESTILO-REORDEN
                   UNTIL WKS-EOF-ESTILOS.
           MOVE "N" TO WKS-RJ-A-REPORTE.

       7909-LEER-ESTILO-REORDEN.
           READ ESTILO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-ESTILOS
               NOT AT END
                   PERFORM 7910-ARMAR-REJILLA
                   IF WKS-RJ-BAJO IS GREATER THAN 0 THEN
                       PERFORM 7912-IMPRIMIR-REJILLA.

      * LLENA LA REJILLA DEL ESTILO EN CURSO CON LA EXISTENCIA DE
      * CADA VARIANTE; MARCA LAS AGOTADAS O BAJO WKS-RJ-UMBRAL
       7910-ARMAR-REJILLA.
           MOVE 0 TO WKS-RJ-BAJO.
           MOVE 0 TO WKS-RJ-TOT-ESTILO.
           MOVE 1 TO WKS-RJ-T.
           PERFORM 7911-LIMPIAR-FILA UNTIL WKS-RJ-T IS GREATER THAN 8.
           PERFORM 7920-INICIAR-VARIANTES.
           PERFORM 7913-SUMAR-VARIANTE UNTIL WKS-EOF-VARIANTES.

       7911-LIMPIAR-FILA.
           MOVE 0 TO WKS-RJ-TOT-FILA(WKS-RJ-T).
           MOVE 0 TO WKS-RJ-TOT-COL(WKS-RJ-T).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 7911A-LIMPIAR-CELDA
               UNTIL WKS-RJ-C IS GREATER THAN 8.
           ADD 1 TO WKS-RJ-T.

       7911A-LIMPIAR-CELDA.
           MOVE 0 TO WKS-RJ-CANT(WKS-RJ-T, WKS-RJ-C).
           MOVE "-" TO WKS-RJ-MARCA(WKS-RJ-T, WKS-RJ-C).
           ADD 1 TO WKS-RJ-C.

       7912-IMPRIMIR-REJILLA.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "ESTILO " ET-CODIGO " " ET-NOMBRE
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 7914-SALIDA-RENGLON.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE "TALLA" TO WKS-REP-LINEA(1:5).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 7915-TITULO-COLOR
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES.
           MOVE "  TOTAL" TO WKS-REP-LINEA(72:7).
           PERFORM 7914-SALIDA-RENGLON.
           MOVE 1 TO WKS-RJ-T.
           PERFORM 7916-RENGLON-TALLA
               UNTIL WKS-RJ-T IS GREATER THAN ET-NUM-TALLAS.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE "TOTAL" TO WKS-REP-LINEA(1:5).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 7918-TOTAL-COLOR
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES.
           MOVE WKS-RJ-TOT-ESTILO TO WKS-RJ-TOTAL-FMT.
           MOVE WKS-RJ-TOTAL-FMT TO WKS-REP-LINEA(72:7).
           PERFORM 7914-SALIDA-RENGLON.

       7913-SUMAR-VARIANTE.
           PERFORM 7921-LEER-VARIANTE.
           IF NOT WKS-EOF-VARIANTES AND
              VR-TALLA-IDX IS GREATER THAN 0 AND
              VR-TALLA-IDX IS NOT GREATER THAN 8 AND
              VR-COLOR-IDX IS GREATER THAN 0 AND
              VR-COLOR-IDX IS NOT GREATER THAN 8 THEN
               MOVE VR-RP-ID TO RP-ID
               READ F-ARCHIVO KEY IS RP-ID
                   INVALID KEY
                       MOVE 0 TO RP-CANTIDAD
               END-READ
               MOVE VR-TALLA-IDX TO WKS-RJ-T
               MOVE VR-COLOR-IDX TO WKS-RJ-C
               MOVE RP-CANTIDAD TO WKS-RJ-CANT(WKS-RJ-T, WKS-RJ-C)
               MOVE SPACE TO WKS-RJ-MARCA(WKS-RJ-T, WKS-RJ-C)
               IF RP-CANTIDAD IS EQUAL TO 0 OR
                  RP-CANTIDAD IS LESS THAN WKS-RJ-UMBRAL THEN
                   MOVE "*" TO WKS-RJ-MARCA(WKS-RJ-T, WKS-RJ-C)
                   ADD 1 TO WKS-RJ-BAJO
               END-IF
               ADD RP-CANTIDAD TO WKS-RJ-TOT-FILA(WKS-RJ-T)
               ADD RP-CANTIDAD TO WKS-RJ-TOT-COL(WKS-RJ-C)
               ADD RP-CANTIDAD TO WKS-RJ-TOT-ESTILO.

      * CADA RENGLON DE LA REJILLA VA A PANTALLA Y, SI SE PIDIO, AL
      * REPORTE ABIERTO
       7914-SALIDA-RENGLON.
           DISPLAY WKS-REP-LINEA.
           IF WKS-RJ-IMPRIME THEN
               PERFORM 1961-REPORTE-LINEA
           ELSE
               MOVE SPACES TO WKS-REP-LINEA.

       7915-TITULO-COLOR.
           COMPUTE WKS-RJ-POS = 7 + (WKS-RJ-C - 1) * 8.
           MOVE ET-COLOR(WKS-RJ-C) TO WKS-REP-LINEA(WKS-RJ-POS:6).
           ADD 1 TO WKS-RJ-C.

       7916-RENGLON-TALLA.
           MOVE SPACES TO WKS-REP-LINEA.
           MOVE ET-TALLA(WKS-RJ-T) TO WKS-REP-LINEA(1:4).
           MOVE 1 TO WKS-RJ-C.
           PERFORM 7917-CELDA-TALLA
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES.
           MOVE WKS-RJ-TOT-FILA(WKS-RJ-T) TO WKS-RJ-TOTAL-FMT.
           MOVE WKS-RJ-TOTAL-FMT TO WKS-REP-LINEA(72:7).
           PERFORM 7914-SALIDA-RENGLON.
           ADD 1 TO WKS-RJ-T.

       7917-CELDA-TALLA.
           COMPUTE WKS-RJ-POS = 7 + (WKS-RJ-C - 1) * 8.
           IF WKS-RJ-MARCA(WKS-RJ-T, WKS-RJ-C) IS EQUAL TO "-" THEN
               MOVE "     -" TO WKS-REP-LINEA(WKS-RJ-POS:6)
           ELSE
               MOVE WKS-RJ-CANT(WKS-RJ-T, WKS-RJ-C)
                   TO WKS-RJ-CANT-FMT
               MOVE WKS-RJ-CANT-FMT TO WKS-REP-LINEA(WKS-RJ-POS:6)
               ADD 6 TO WKS-RJ-POS
               MOVE WKS-RJ-MARCA(WKS-RJ-T, WKS-RJ-C)
                   TO WKS-REP-LINEA(WKS-RJ-POS:1).
           ADD 1 TO WKS-RJ-C.

       7918-TOTAL-COLOR.
           COMPUTE WKS-RJ-POS = 7 + (WKS-RJ-C - 1) * 8.
           MOVE WKS-RJ-TOT-COL(WKS-RJ-C) TO WKS-RJ-CANT-FMT.
           MOVE WKS-RJ-CANT-FMT TO WKS-REP-LINEA(WKS-RJ-POS:6).
           ADD 1 TO WKS-RJ-C.

      * RECORRIDO DE LAS VARIANTES DEL ESTILO EN CURSO (ET-CODIGO)
      * EN ORDEN DE REJILLA
       7920-INICIAR-VARIANTES.
           MOVE "N" TO WKS-FIN-VARIANTES.
           MOVE ET-CODIGO TO VR-ESTILO.
           MOVE 0 TO VR-TALLA-IDX.
           MOVE 0 TO VR-COLOR-IDX.
           START VARIANTE-FILE KEY IS NOT LESS THAN VR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-VARIANTES.

       7921-LEER-VARIANTE.
           READ VARIANTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-VARIANTES
               NOT AT END
                   IF VR-ESTILO IS NOT EQUAL TO ET-CODIGO THEN
                       MOVE "S" TO WKS-FIN-VARIANTES.

      * EN LA CAJA, LO CAPTURADO QUE NO ES CODIGO DE BARRAS NI
      * RP-ID PUEDE SER UN ESTILO: SE MUESTRA SU REJILLA CON LA
      * EXISTENCIA Y SE ESCOGE TALLA Y COLOR
       7925-ELEGIR-VARIANTE.
           MOVE WKS-CODIGO-CAPTURADO TO ET-CODIGO.
           READ ESTILO-FILE KEY IS ET-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 7926-REJILLA-CAJA.

       7926-REJILLA-CAJA.
           MOVE 0 TO WKS-RJ-UMBRAL.
           MOVE "N" TO WKS-RJ-A-REPORTE.
           PERFORM 7910-ARMAR-REJILLA.
           PERFORM 7912-IMPRIMIR-REJILLA.
           DISPLAY "TALLA".
           MOVE SPACES TO WKS-ET-TEXTO.
           ACCEPT WKS-ET-TEXTO.
           MOVE 0 TO WKS-RJ-T-SEL.
           MOVE 1 TO WKS-RJ-T.
           PERFORM 7927-BUSCAR-TALLA
               UNTIL WKS-RJ-T IS GREATER THAN ET-NUM-TALLAS
                  OR WKS-RJ-T-SEL IS GREATER THAN 0.
           DISPLAY "COLOR".
           MOVE SPACES TO WKS-ET-TEXTO.
           ACCEPT WKS-ET-TEXTO.
           MOVE 0 TO WKS-RJ-C-SEL.
           MOVE 1 TO WKS-RJ-C.
           PERFORM 7928-BUSCAR-COLOR
               UNTIL WKS-RJ-C IS GREATER THAN ET-NUM-COLORES
                  OR WKS-RJ-C-SEL IS GREATER THAN 0.
           IF WKS-RJ-T-SEL IS EQUAL TO 0 OR
              WKS-RJ-C-SEL IS EQUAL TO 0 THEN
               DISPLAY "TALLA O COLOR FUERA DE LA REJILLA DEL ESTILO"
           ELSE
               MOVE ET-CODIGO TO VR-ESTILO
               MOVE WKS-RJ-T-SEL TO VR-TALLA-IDX
               MOVE WKS-RJ-C-SEL TO VR-COLOR-IDX
               READ VARIANTE-FILE KEY IS VR-LLAVE
                   INVALID KEY
                       DISPLAY "ESA TALLA Y COLOR NO SE HAN CREADO"
                   NOT INVALID KEY
                       MOVE VR-RP-ID TO RP-ID
                       READ F-ARCHIVO KEY IS RP-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WKS-PROD-HALLADO-SW.

       7927-BUSCAR-TALLA.
           IF ET-TALLA(WKS-RJ-T) IS EQUAL TO WKS-ET-TEXTO(1:4) THEN
               MOVE WKS-RJ-T TO WKS-RJ-T-SEL.
           ADD 1 TO WKS-RJ-T.

       7928-BUSCAR-COLOR.
           IF ET-COLOR(WKS-RJ-C) IS EQUAL TO WKS-ET-TEXTO(1:6) THEN
               MOVE WKS-RJ-C TO WKS-RJ-C-SEL.
           ADD 1 TO WKS-RJ-C.

      ******************************************************************
      * CATALOGO DE MOTIVOS DE AJUSTE: ALTA O CAMBIO POR CODIGO. UN
      * MOTIVO NO SE BORRA (LOS AJUSTES VIEJOS LO REFERENCIAN), SE DA
      * DE BAJA CON ESTADO I Y YA NO SE OFRECE AL AJUSTAR.
      ******************************************************************
       7930-MOTIVOS-AJUSTE.
           DISPLAY "=== MOTIVOS DE AJUSTE DE INVENTARIO ===".
           PERFORM 7935-LISTAR-MOTIVOS.
           DISPLAY "CODIGO A DAR DE ALTA O CAMBIAR (EN BLANCO = SALIR)".
           MOVE SPACES TO MA-CODIGO.
           ACCEPT MA-CODIGO.
           IF MA-CODIGO IS NOT EQUAL TO SPACES THEN
               PERFORM 7932-CAPTURAR-MOTIVO.

       7932-CAPTURAR-MOTIVO.
           MOVE "S" TO WKS-MA-EXISTE-SW.
           READ MOTIVO-AJ-FILE KEY IS MA-CODIGO
               INVALID KEY
                   MOVE "N" TO WKS-MA-EXISTE-SW
                   MOVE SPACES TO MA-DESCRIPCION
                   MOVE "S" TO MA-MERMA
                   MOVE "A" TO MA-ESTADO.
           IF WKS-MA-EXISTE THEN
               DISPLAY "ACTUAL: " MA-DESCRIPCION " MERMA " MA-MERMA
                       " ESTADO " MA-ESTADO.
           DISPLAY "DESCRIPCION (EN BLANCO = SIN CAMBIO)".
           MOVE SPACES TO WKS-MA-TEXTO.
           ACCEPT WKS-MA-TEXTO.
           IF WKS-MA-TEXTO IS NOT EQUAL TO SPACES THEN
               MOVE WKS-MA-TEXTO TO MA-DESCRIPCION.
           DISPLAY "CUENTA COMO MERMA (S/N)".
           ACCEPT MA-MERMA.
           IF MA-MERMA IS EQUAL TO "s" THEN
               MOVE "S" TO MA-MERMA.
           IF MA-MERMA IS NOT EQUAL TO "S" THEN
               MOVE "N" TO MA-MERMA.
           DISPLAY "ESTADO (A = VIGENTE, I = BAJA)".
           ACCEPT MA-ESTADO.
           IF MA-ESTADO IS EQUAL TO "i" THEN
               MOVE "I" TO MA-ESTADO.
           IF MA-ESTADO IS NOT EQUAL TO "I" THEN
               MOVE "A" TO MA-ESTADO.
           IF MA-DESCRIPCION IS EQUAL TO SPACES THEN
               DISPLAY "LA DESCRIPCION NO PUEDE QUEDAR EN BLANCO"
           ELSE
           IF WKS-MA-EXISTE THEN
               REWRITE REG-MOTIVO-AJ
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR EL MOTIVO"
                   NOT INVALID KEY
                       DISPLAY "MOTIVO ACTUALIZADO"
               END-REWRITE
           ELSE
               WRITE REG-MOTIVO-AJ
                   INVALID KEY
                       DISPLAY "NO SE PUDO GUARDAR EL MOTIVO"
                   NOT INVALID KEY
                       DISPLAY "MOTIVO DADO DE ALTA".

       7935-LISTAR-MOTIVOS.
           DISPLAY "COD DESCRIPCION                    MERMA ESTADO".
           MOVE "N" TO WKS-FIN-MOTIVOS.
           MOVE LOW-VALUES TO MA-CODIGO.
           START MOTIVO-AJ-FILE KEY IS NOT LESS THAN MA-CODIGO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-MOTIVOS.
           PERFORM 7936-MOSTRAR-MOTIVO UNTIL WKS-EOF-MOTIVOS.

       7936-MOSTRAR-MOTIVO.
           READ MOTIVO-AJ-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-MOTIVOS
               NOT AT END
                   DISPLAY MA-CODIGO " " MA-DESCRIPCION " "
                           MA-MERMA "     " MA-ESTADO.

      * EL CATALOGO NACE CON LOS MOTIVOS DE USO COMUN
       7938-SEMBRAR-MOTIVOS.
           MOVE 1 TO WKS-IDX-MI.
           PERFORM 7939-SEMBRAR-UNO UNTIL WKS-IDX-MI IS GREATER THAN 6.

       7939-SEMBRAR-UNO.
           MOVE WKS-MI-CODIGO(WKS-IDX-MI) TO MA-CODIGO.
           MOVE WKS-MI-DESCRIPCION(WKS-IDX-MI) TO MA-DESCRIPCION.
           MOVE WKS-MI-MERMA(WKS-IDX-MI) TO MA-MERMA.
           MOVE "A" TO MA-ESTADO.
           WRITE REG-MOTIVO-AJ
               INVALID KEY
                   DISPLAY "NO SE PUDO SEMBRAR EL MOTIVO " MA-CODIGO.
           ADD 1 TO WKS-IDX-MI.

      ******************************************************************
      * CONDONACION DEL INTERES MORATORIO DE UN MES: CON AUTORIZACION
      * DE SUPERVISOR SE ESCRIBE UN ABONO N POR EL IMPORTE DEL CARGO I
      * DE ESE MES (REFERENCIA "CON AAAAMM" CONTRA "INT AAAAMM"). EL
      * SUPERVISOR QUE LO CONDONO QUEDA EN LA BITACORA DE CAMBIOS.
      ******************************************************************
       7940-CONDONAR-INTERES.
           IF NOT WKS-HAY-CLIENTES THEN
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES DATOS.TXT"
           ELSE
               DISPLAY "INGRESE ID DE CLIENTE"
               ACCEPT WKS-CLIENTE-CONSULTA
               MOVE WKS-CLIENTE-CONSULTA TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM 7941-CAPTURAR-CONDONACION.

       7941-CAPTURAR-CONDONACION.
           DISPLAY "CLIENTE: " RC-NOMBRE " " RC-APELLIDOS.
           DISPLAY "MES DEL INTERES A CONDONAR (AAAAMM)".
           ACCEPT WKS-CONDONA-MES.
           MOVE SPACES TO WKS-REF-INTERES.
           STRING "INT " WKS-CONDONA-MES
               DELIMITED BY SIZE INTO WKS-REF-INTERES.
           MOVE SPACES TO WKS-REF-CONDONA.
           STRING "CON " WKS-CONDONA-MES
               DELIMITED BY SIZE INTO WKS-REF-CONDONA.
           MOVE 0 TO WKS-CONDONA-IMPORTE.
           MOVE "N" TO WKS-CONDONA-YA-SW.
           MOVE "N" TO WKS-FIN-CUENTA.
           OPEN INPUT CUENTA-FILE.
           IF CU-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-CUENTA
           ELSE
               PERFORM 7942-BUSCAR-CARGO-INTERES UNTIL WKS-EOF-CUENTA
               CLOSE CUENTA-FILE.
           IF WKS-CONDONA-IMPORTE IS EQUAL TO 0 THEN
               DISPLAY "EL CLIENTE NO TIENE INTERES MORATORIO DE "
                       WKS-CONDONA-MES
           ELSE
           IF WKS-CONDONA-YA THEN
               DISPLAY "EL INTERES DE " WKS-CONDONA-MES
                       " YA FUE CONDONADO"
           ELSE
               PERFORM 7943-AUTORIZAR-CONDONACION.

       7942-BUSCAR-CARGO-INTERES.
           READ CUENTA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-CUENTA
               NOT AT END
                   IF CU-CLIENTE-ID IS EQUAL TO WKS-CLIENTE-CONSULTA
                   THEN
                       IF CU-TIPO IS EQUAL TO "I" AND
                          CU-REFERENCIA IS EQUAL TO WKS-REF-INTERES
                       THEN
                           ADD CU-IMPORTE TO WKS-CONDONA-IMPORTE
                       ELSE
                       IF CU-TIPO IS EQUAL TO "N" AND
                          CU-REFERENCIA IS EQUAL TO WKS-REF-CONDONA
                       THEN
                           MOVE "S" TO WKS-CONDONA-YA-SW.

       7943-AUTORIZAR-CONDONACION.
           MOVE WKS-CONDONA-IMPORTE TO WKS-SALDO-FORMAT.
           DISPLAY "INTERES MORATORIO " WKS-REF-INTERES ": "
                   WKS-SALDO-FORMAT.
           DISPLAY "CONFIRMA LA CONDONACION (S/N)".
           ACCEPT WKS-CONFIRMA.
           IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
               DISPLAY "NO SE CONDONO EL INTERES"
           ELSE
               PERFORM 1835-PEDIR-SUPERVISOR
               IF WKS-SUP-OK THEN
                   PERFORM 7944-ESCRIBIR-CONDONACION
               ELSE
                   DISPLAY "SIN AUTORIZACION, NO SE CONDONO EL INTERES".

       7944-ESCRIBIR-CONDONACION.
           ACCEPT CU-FECHA FROM DATE YYYYMMDD.
           MOVE WKS-CLIENTE-CONSULTA TO CU-CLIENTE-ID.
           MOVE "N" TO CU-TIPO.
           MOVE WKS-CONDONA-IMPORTE TO CU-IMPORTE.
           MOVE WKS-REF-CONDONA TO CU-REFERENCIA.
           OPEN EXTEND CUENTA-FILE.
           IF CU-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CUENTA-FILE.
           WRITE REG-CUENTA.
           CLOSE CUENTA-FILE.
           MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR.
           MOVE "CLIENTES" TO WKS-AUD-ARCHIVO.
           MOVE WKS-CLIENTE-CONSULTA TO WKS-AUD-LLAVE.
           MOVE "CONDONA-INTERES" TO WKS-AUD-CAMPO.
           MOVE WKS-REF-INTERES TO WKS-AUD-ANTERIOR.
           MOVE WKS-CONDONA-IMPORTE TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.
           DISPLAY "INTERES CONDONADO, AUTORIZO " WKS-SUP-OPERADOR.

      ******************************************************************
      * CHEQUE DEVUELTO POR EL BANCO: SE CARGA A LA CUENTA DEL CLIENTE
      * EL IMPORTE DEL CHEQUE MAS LA COMISION DE COMISION-CHEQUE-DEV
      * (DOS CARGOS C, "CHDEV" Y "COMCH" CON EL FOLIO) Y EL CHEQUE
      * QUEDA EN V: EL CLIENTE YA NO PAGA CON CHEQUE HASTA QUE UN
      * SUPERVISOR LO LIBERE CON LA OPCION 70
      ******************************************************************
       7950-CHEQUE-DEVUELTO.
           DISPLAY "FOLIO DEL TICKET PAGADO CON EL CHEQUE".
           ACCEPT WKS-CHQ-FOLIO.
           MOVE WKS-CHQ-FOLIO TO CH-FOLIO.
           READ CHEQUE-FILE KEY IS CH-FOLIO
               INVALID KEY
                   DISPLAY "NO HAY CHEQUE REGISTRADO CON ESE FOLIO"
               NOT INVALID KEY
                   PERFORM 7951-REVISAR-DEVOLUCION.

       7951-REVISAR-DEVOLUCION.
           IF CH-ESTADO IS EQUAL TO "V" OR
              CH-ESTADO IS EQUAL TO "L" THEN
               DISPLAY "EL CHEQUE YA ESTA REGISTRADO COMO DEVUELTO "
                       "DESDE EL " CH-FECHA-DEVOLUCION
           ELSE
           IF CH-ESTADO IS EQUAL TO "C" THEN
               DISPLAY "EL FOLIO SE CANCELO Y EL CHEQUE SE REGRESO "
                       "AL CLIENTE"
           ELSE
               MOVE CH-IMPORTE TO WKS-SALDO-FORMAT
               DISPLAY "CHEQUE " CH-NUMERO " " CH-BANCO " DEL "
                       CH-FECHA
               DISPLAY "FIRMADO POR " CH-LIBRADOR
               DISPLAY "CLIENTE " CH-CLIENTE-ID " IMPORTE "
                       WKS-SALDO-FORMAT
               IF CH-ESTADO IS EQUAL TO "R" THEN
                   DISPLAY "(NO SE CAPTURO SU DEPOSITO)"
               END-IF
               MOVE WKS-CFG-COMISION-CHQ TO WKS-SALDO-FORMAT
               DISPLAY "COMISION POR DEVOLUCION: " WKS-SALDO-FORMAT
               DISPLAY "CONFIRMA QUE EL BANCO LO DEVOLVIO (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                   PERFORM 7952-APLICAR-DEVOLUCION
               ELSE
                   DISPLAY "NO SE REGISTRO LA DEVOLUCION".

       7952-APLICAR-DEVOLUCION.
           ACCEPT CH-FECHA-DEVOLUCION FROM DATE YYYYMMDD.
           MOVE CH-ESTADO TO WKS-AUD-ANTERIOR.
           MOVE CH-FECHA-DEVOLUCION TO CU-FECHA.
           MOVE CH-CLIENTE-ID TO CU-CLIENTE-ID.
           MOVE "C" TO CU-TIPO.
           MOVE CH-IMPORTE TO CU-IMPORTE.
           MOVE SPACES TO CU-REFERENCIA.
           STRING "CHDEV " CH-FOLIO(5:6)
               DELIMITED BY SIZE INTO CU-REFERENCIA.
           OPEN EXTEND CUENTA-FILE.
           IF CU-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CUENTA-FILE.
           WRITE REG-CUENTA.
           IF WKS-CFG-COMISION-CHQ IS GREATER THAN 0 THEN
               MOVE WKS-CFG-COMISION-CHQ TO CU-IMPORTE
               MOVE SPACES TO CU-REFERENCIA
               STRING "COMCH " CH-FOLIO(5:6)
                   DELIMITED BY SIZE INTO CU-REFERENCIA
               WRITE REG-CUENTA.
           CLOSE CUENTA-FILE.
           MOVE WKS-CFG-COMISION-CHQ TO CH-COMISION.
           MOVE "V" TO CH-ESTADO.
           REWRITE REG-CHEQUE
               INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR EL CHEQUE COMO DEVUELTO"
           END-REWRITE.
           COMPUTE WKS-IMPORTE-CARGO = CH-IMPORTE + CH-COMISION.
           MOVE WKS-OPERADOR-SESION TO WKS-AUD-OPERADOR.
           MOVE "CHEQUES" TO WKS-AUD-ARCHIVO.
           MOVE CH-FOLIO TO WKS-AUD-LLAVE.
           MOVE "CHEQUE-DEVUELTO" TO WKS-AUD-CAMPO.
           MOVE WKS-IMPORTE-CARGO TO WKS-AUD-NUEVO.
           PERFORM 1950-REGISTRAR-AUDITORIA.
           MOVE WKS-IMPORTE-CARGO TO WKS-SALDO-FORMAT.
           DISPLAY "CARGADO A LA CUENTA DEL CLIENTE " CH-CLIENTE-ID
                   ": " WKS-SALDO-FORMAT.
           DISPLAY "EL CLIENTE NO PODRA PAGAR CON CHEQUE HASTA QUE "
                   "UN SUPERVISOR LO LIBERE (OPCION 70)".

      * LIBERACION: CON AUTORIZACION DE SUPERVISOR LOS CHEQUES
      * DEVUELTOS DEL CLIENTE PASAN A L Y VUELVE A PODER PAGAR CON
      * CHEQUE; EL SALDO SE MUESTRA PARA DECIDIR
       7955-LIBERAR-CHEQUES.
           IF NOT WKS-HAY-CLIENTES THEN
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES DATOS.TXT"
           ELSE
               DISPLAY "INGRESE ID DE CLIENTE"
               ACCEPT WKS-CLIENTE-CONSULTA
               MOVE WKS-CLIENTE-CONSULTA TO RC-ID
               READ CLIENTE-FILE KEY IS RC-ID
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM 7956-CAPTURAR-LIBERACION.

       7956-CAPTURAR-LIBERACION.
           DISPLAY "CLIENTE: " RC-NOMBRE " " RC-APELLIDOS.
           MOVE WKS-CLIENTE-CONSULTA TO WKS-CHQ-CLIENTE.
           MOVE "C" TO WKS-CHQ-MODO.
           PERFORM 5972-REVISAR-DEVUELTOS.
           IF WKS-CHQ-VETADOS IS EQUAL TO 0 THEN
               DISPLAY "EL CLIENTE NO TIENE CHEQUES DEVUELTOS "
                       "PENDIENTES"
           ELSE
               PERFORM 5900-SALDO-CLIENTE
               MOVE WKS-SALDO-CLIENTE TO WKS-SALDO-FORMAT
               DISPLAY "SALDO ACTUAL DE LA CUENTA: " WKS-SALDO-FORMAT
               DISPLAY "LIBERAR AL CLIENTE PARA PAGAR CON CHEQUE (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
                   DISPLAY "EL CLIENTE SIGUE SIN PODER PAGAR CON "
                           "CHEQUE"
               ELSE
                   PERFORM 1835-PEDIR-SUPERVISOR
                   IF WKS-SUP-OK THEN
                       MOVE "L" TO WKS-CHQ-MODO
                       PERFORM 5972-REVISAR-DEVUELTOS
                       DISPLAY "CHEQUES LIBERADOS: " WKS-CHQ-LIBERADOS
                               ", AUTORIZO " WKS-SUP-OPERADOR
                   ELSE
                       DISPLAY "SIN AUTORIZACION, NO SE LIBERO".

       7957-LIBERAR-UN-CHEQUE.
           MOVE "L" TO CH-ESTADO.
           MOVE WKS-SUP-OPERADOR TO CH-SUPERVISOR.
           REWRITE REG-CHEQUE
               INVALID KEY
                   DISPLAY "NO SE PUDO LIBERAR EL CHEQUE " CH-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WKS-CHQ-LIBERADOS
                   MOVE WKS-SUP-OPERADOR TO WKS-AUD-OPERADOR
                   MOVE "CHEQUES" TO WKS-AUD-ARCHIVO
                   MOVE CH-FOLIO TO WKS-AUD-LLAVE
                   MOVE "LIBERA-CHEQUE" TO WKS-AUD-CAMPO
                   MOVE "V" TO WKS-AUD-ANTERIOR
                   MOVE "L" TO WKS-AUD-NUEVO
                   PERFORM 1950-REGISTRAR-AUDITORIA
           END-REWRITE.

       6420A-OBTENER-SIGUIENTE-NC.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
                       DISPLAY "    PARTIDA " OD-PARTIDA
                               " " RP-NOMBRE
                       DISPLAY "        PEDIDO " OD-CANT-PEDIDA
                               " RECIBIDO " OD-CANT-RECIBIDA
                       MOVE OC-PV-ID TO WKS-EM-PV
                       PERFORM 7700-BUSCAR-EMPAQUE
                       IF WKS-HAY-EMPAQUE THEN
                           COMPUTE WKS-EM-CAJAS ROUNDED =
                                   OD-CANT-PEDIDA / EM-PIEZAS
                           DISPLAY "        EN " EM-UNIDAD ": "
                                   WKS-EM-CAJAS " DE " EM-PIEZAS
                                   " CODIGO PROVEEDOR "
                                   EM-CODIGO-PROV.

       4200-RECIBIR-MERCANCIA.
           DISPLAY "INGRESE NUMERO DE ORDEN DE COMPRA".
           IF WKS-UBI-RECIBE IS NOT EQUAL TO "TIENDA" AND "BODEGA" THEN
               DISPLAY "UBICACION INVALIDA, SE RECIBE EN BODEGA"
               MOVE "BODEGA" TO WKS-UBI-RECIBE.
           MOVE OC-PV-ID TO WKS-EM-PV.
           PERFORM 7830-REVISAR-AVISO-OC.
           MOVE "N" TO WKS-RECIBIO-ALGO.
           MOVE "N" TO WKS-FIN-DET.
           MOVE WKS-OC-BUSCADA TO OD-NUMERO.
                   MOVE "S" TO WKS-FIN-DET.
           PERFORM 4210-RECIBIR-PARTIDA UNTIL WKS-EOF-DET.
           PERFORM 4230-ACTUALIZAR-ESTADO-OC.
           IF WKS-HAY-AVISO THEN
               PERFORM 7850-REPORTE-DISCREPANCIAS.

       4210-RECIBIR-PARTIDA.
           READ ORDEN-DET-FILE NEXT RECORD
                   OD-CANT-PEDIDA - OD-CANT-RECIBIDA.
           DISPLAY "PARTIDA " OD-PARTIDA " " RP-NOMBRE.
           DISPLAY "    PENDIENTE: " WKS-CANT-PENDIENTE.
           PERFORM 7700-BUSCAR-EMPAQUE.
           MOVE "N" TO WKS-AS-CONFIRMA-SW.
           IF WKS-HAY-AVISO THEN
               PERFORM 7832-PROPONER-AVISO.
           IF WKS-AS-CONFIRMADO THEN
               MOVE WKS-AS-ENVIADO TO WKS-CANT-RECIBIDA
               IF WKS-CANT-RECIBIDA IS GREATER THAN
                  WKS-CANT-PENDIENTE THEN
                   DISPLAY "    SE ENVIO DE MAS, SOLO SE RECIBE LO "
                           "PENDIENTE"
                   MOVE WKS-CANT-PENDIENTE TO WKS-CANT-RECIBIDA
               END-IF
           ELSE
           IF WKS-HAY-EMPAQUE THEN
               PERFORM 7705-CAPTURAR-CAJAS
           ELSE
               DISPLAY "INGRESE CANTIDAD RECIBIDA (0 = NADA)"
               PERFORM 1990-CAPTURAR-CANTIDAD
               MOVE WKS-CANT-DECIMAL TO WKS-CANT-RECIBIDA.
           IF WKS-CANT-RECIBIDA IS GREATER THAN 0 THEN
               PERFORM 7600-REVISAR-SERIADO
               MOVE WKS-CANT-RECIBIDA TO WKS-NS-ENTERO
               IF WKS-CANT-RECIBIDA IS GREATER THAN
                                       WKS-CANT-PENDIENTE THEN
                   DISPLAY "NO PUEDE RECIBIR MAS DE LO PENDIENTE"
               ELSE
               IF WKS-PRODUCTO-SERIADO AND
                  WKS-NS-ENTERO IS NOT EQUAL TO WKS-CANT-RECIBIDA THEN
                   DISPLAY "PRODUCTO CON NUMERO DE SERIE: SOLO "
                           "PIEZAS ENTERAS"
               ELSE
                   PERFORM 4220-APLICAR-RECEPCION.

       4220-APLICAR-RECEPCION.
      * LA PARTIDA PUEDE TRAER EL COSTO PACTADO DE LA LISTA DEL
      * PROVEEDOR; CERO AL CAPTURAR LO ACEPTA
           MOVE OD-COSTO-UNITARIO TO WKS-COSTO-PACTADO.
           IF WKS-COSTO-PACTADO IS GREATER THAN 0 THEN
               DISPLAY "    COSTO PACTADO POR PIEZA: " WKS-COSTO-PACTADO
                       " (0 = ACEPTARLO)".
           IF WKS-HAY-EMPAQUE THEN
               DISPLAY "INGRESE COSTO POR " EM-UNIDAD " COBRADO"
               ACCEPT WKS-COSTO-EMPAQUE
               IF WKS-COSTO-EMPAQUE IS EQUAL TO 0 THEN
                   MOVE WKS-COSTO-PACTADO TO WKS-COSTO-RECIBIDO
               ELSE
                   COMPUTE WKS-COSTO-RECIBIDO ROUNDED =
                           WKS-COSTO-EMPAQUE / EM-PIEZAS
               END-IF
               DISPLAY "    COSTO POR PIEZA: " WKS-COSTO-RECIBIDO
           ELSE
               DISPLAY "INGRESE COSTO UNITARIO COBRADO"
               ACCEPT WKS-COSTO-RECIBIDO
               IF WKS-COSTO-RECIBIDO IS EQUAL TO 0 THEN
                   MOVE WKS-COSTO-PACTADO TO WKS-COSTO-RECIBIDO.
           ADD WKS-CANT-RECIBIDA TO OD-CANT-RECIBIDA.
           MOVE WKS-COSTO-RECIBIDO TO OD-COSTO-UNITARIO.
           REWRITE REG-ORDEN-DET
           STRING "OC " WKS-OC-BUSCADA(5:6)
               DELIMITED BY SIZE INTO WKS-KX-REFERENCIA.
           PERFORM 5500-REGISTRAR-KARDEX.
           PERFORM 7867-RECIBIR-CONSIGNA.
           PERFORM 4222-REGISTRAR-RECEPCION.
           IF WKS-HAY-AVISO THEN
               PERFORM 7840-APLICAR-AVISO
           ELSE
           IF RP-PERECEDERO IS EQUAL TO "S" THEN
               PERFORM 4225-CAPTURAR-LOTE.
           IF WKS-PRODUCTO-SERIADO THEN
               MOVE WKS-OC-BUSCADA TO WKS-NS-OC
               PERFORM 7620-CAPTURAR-SERIES-RECIBIDAS.
           PERFORM 4228-AVISAR-PEDIDOS.
           MOVE "S" TO WKS-RECIBIO-ALGO.
           IF OD-CANT-RECIBIDA IS LESS THAN OD-CANT-PEDIDA THEN
               DISPLAY "    ENTREGA INCOMPLETA, QUEDA FALTANTE".

      * BITACORA DE LA RECEPCION CON EL COSTO COBRADO; LA MERCANCIA
      * EN CONSIGNACION SE MARCA PORQUE NO ENTRA A NUESTRO INVENTARIO
       4222-REGISTRAR-RECEPCION.
           ACCEPT RE-FECHA FROM DATE YYYYMMDD.
           MOVE WKS-OC-BUSCADA TO RE-OC.
           MOVE OD-PARTIDA TO RE-PARTIDA.
           MOVE OC-PV-ID TO RE-PV-ID.
           MOVE RP-ID TO RE-RP-ID.
           MOVE WKS-CANT-RECIBIDA TO RE-CANTIDAD.
           MOVE WKS-COSTO-RECIBIDO TO RE-COSTO.
           MOVE "N" TO RE-CONSIGNA.
           IF WKS-ES-CONSIGNA AND CN-PV-ID IS EQUAL TO OC-PV-ID THEN
               MOVE "S" TO RE-CONSIGNA.
           OPEN EXTEND RECEPCION-FILE.
           IF RE-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT RECEPCION-FILE.
           WRITE REG-RECEPCION.
           CLOSE RECEPCION-FILE.

      * LOTE Y CADUCIDAD DE LO RECIBIDO (SOLO MERCANCIA FECHADA);
      * SI EL LOTE YA EXISTE PARA EL PRODUCTO SE LE SUMA LO NUEVO
       4225-CAPTURAR-LOTE.
           ELSE
               MOVE "N" TO WKS-FECHA-OK-SW
               PERFORM 4226-PEDIR-CADUCIDAD UNTIL WKS-FECHA-VALIDA
               MOVE WKS-CANT-RECIBIDA TO WKS-CANT-LOTE
               PERFORM 4227-GRABAR-LOTE.

      * SUMA WKS-CANT-LOTE AL LOTE WKS-LOTE-CAPTURADO DEL PRODUCTO CON
      * CADUCIDAD WKS-FECHA-VALIDAR (LO CREA SI NO EXISTE)
       4227-GRABAR-LOTE.
           MOVE RP-ID TO LT-RP-ID.
           MOVE WKS-LOTE-CAPTURADO TO LT-LOTE.
           READ LOTE-FILE KEY IS LT-LLAVE
               INVALID KEY
                   MOVE WKS-FECHA-VALIDAR TO LT-CADUCIDAD
                   MOVE WKS-CANT-LOTE TO LT-CANTIDAD
                   WRITE REG-LOTE
                       INVALID KEY
                           DISPLAY "NO SE PUDO CREAR EL LOTE"
                   END-WRITE
               NOT INVALID KEY
                   ADD WKS-CANT-LOTE TO LT-CANTIDAD
                   MOVE WKS-FECHA-VALIDAR TO LT-CADUCIDAD
                   REWRITE REG-LOTE
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL LOTE".
           DISPLAY "LOTE " WKS-LOTE-CAPTURADO
                   " REGISTRADO, CADUCA " LT-CADUCIDAD.

       4226-PEDIR-CADUCIDAD.
           DISPLAY "FECHA DE CADUCIDAD (AAAAMMDD)".
           MOVE 0 TO WKS-TARJETA-DIA.
           MOVE 0 TO WKS-NOMINA-DIA.
           MOVE 0 TO WKS-APARTADO-DIA.
           MOVE 0 TO WKS-CONTRA-ENTREGA-DIA.
           MOVE 0 TO WKS-CHEQUE-DIA.
           MOVE "N" TO WKS-FIN-COMPRAS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS EQUAL TO "35" THEN
               MOVE WKS-TARJETA-DIA TO WKS-DIF-CAJA-FORMAT
               DISPLAY "VENTAS CON TARJETA (NO EN CAJA): "
                       WKS-DIF-CAJA-FORMAT.
           IF WKS-CHEQUE-DIA IS GREATER THAN 0 THEN
               MOVE WKS-CHEQUE-DIA TO WKS-DIF-CAJA-FORMAT
               DISPLAY "VENTAS CON CHEQUE (SE DEPOSITAN APARTE DEL "
                       "EFECTIVO): " WKS-DIF-CAJA-FORMAT
               PERFORM 4518-CHEQUES-DEL-DIA.
           IF WKS-NOMINA-DIA IS GREATER THAN 0 THEN
               MOVE WKS-NOMINA-DIA TO WKS-DIF-CAJA-FORMAT
               DISPLAY "VENTAS A EMPLEADOS VIA NOMINA (NO EN "
               MOVE WKS-APARTADO-DIA TO WKS-DIF-CAJA-FORMAT
               DISPLAY "APARTADOS LIQUIDADOS (COBRADOS EN SUS "
                       "ABONOS): " WKS-DIF-CAJA-FORMAT.
           IF WKS-CONTRA-ENTREGA-DIA IS NOT EQUAL TO 0 THEN
               MOVE WKS-CONTRA-ENTREGA-DIA TO WKS-DIF-CAJA-FORMAT
               DISPLAY "VENTAS CONTRA ENTREGA (LAS COBRA EL "
                       "REPARTIDOR): " WKS-DIF-CAJA-FORMAT.
           PERFORM 4516-PUNTOS-DEL-DIA.
           IF WKS-PUNTOS-R-DIA IS GREATER THAN 0 THEN
               MOVE WKS-PUNTOS-R-DIA TO WKS-DIF-CAJA-FORMAT
               DISPLAY "SALIDAS DE CAJA DEL DIA:  "
                       WKS-DIF-CAJA-FORMAT
               SUBTRACT WKS-SALIDAS-CAJA FROM WKS-TOTAL-DIA.
           PERFORM 4514-LIQUIDACIONES-DEL-DIA.
           IF WKS-FALTANTE-REPARTO IS GREATER THAN 0 THEN
               MOVE WKS-FALTANTE-REPARTO TO WKS-DIF-CAJA-FORMAT
               DISPLAY "FALTANTES DE REPARTIDORES (A SU CARGO, NO "
                       "EN CAJA): " WKS-DIF-CAJA-FORMAT.
           MOVE WKS-TOTAL-DIA TO WKS-DIF-CAJA-FORMAT.
           DISPLAY "EFECTIVO ESPERADO EN CAJA: " WKS-DIF-CAJA-FORMAT.
           IF WKS-CFG-FONDO-FIJO IS GREATER THAN 0 THEN
               MOVE WKS-CFG-FONDO-FIJO TO WKS-DIF-CAJA-FORMAT
               DISPLAY "MAS EL FONDO FIJO DE LA CAJA: "
                       WKS-DIF-CAJA-FORMAT.
      * ARQUEO: PIEZAS POR DENOMINACION; EL FONDO FIJO SE QUEDA EN LA
      * CAJA Y LO DEMAS ES LO QUE SE COMPARA Y SE DEPOSITA
           DISPLAY "ARQUEO: CAPTURE LAS PIEZAS DE CADA DENOMINACION".
           MOVE 0 TO WKS-EFECTIVO-CONTADO.
           MOVE 1 TO WKS-IDX-DEN.
           PERFORM 4511-CONTAR-DENOMINACION
               UNTIL WKS-IDX-DEN IS GREATER THAN 12.
           MOVE WKS-EFECTIVO-CONTADO TO WKS-DIF-CAJA-FORMAT.
           DISPLAY "EFECTIVO CONTADO EN CAJA: " WKS-DIF-CAJA-FORMAT.
           MOVE 0 TO WKS-EFECTIVO-DEPOSITO.
           IF WKS-EFECTIVO-CONTADO IS GREATER THAN WKS-CFG-FONDO-FIJO
           THEN
               COMPUTE WKS-EFECTIVO-DEPOSITO =
                       WKS-EFECTIVO-CONTADO - WKS-CFG-FONDO-FIJO.
           COMPUTE WKS-DIFERENCIA-CAJA =
                   WKS-EFECTIVO-CONTADO - WKS-CFG-FONDO-FIJO
                   - WKS-TOTAL-DIA.
           MOVE WKS-DIFERENCIA-CAJA TO WKS-DIF-CAJA-FORMAT.
           IF WKS-DIFERENCIA-CAJA IS EQUAL TO 0 THEN
               DISPLAY "CAJA CUADRADA"
           ELSE
               DISPLAY "FALTANTE EN CAJA: " WKS-DIF-CAJA-FORMAT.
           PERFORM 4530-ESCRIBIR-CIERRE.
           PERFORM 4535-FICHA-DEPOSITO.

       4511-CONTAR-DENOMINACION.
           DISPLAY "PIEZAS DE " WKS-DEN-NOMBRE(WKS-IDX-DEN).
           ACCEPT WKS-DEN-PIEZAS(WKS-IDX-DEN).
           IF WKS-DEN-PIEZAS(WKS-IDX-DEN) IS NOT NUMERIC THEN
               MOVE 0 TO WKS-DEN-PIEZAS(WKS-IDX-DEN).
           COMPUTE WKS-EFECTIVO-CONTADO = WKS-EFECTIVO-CONTADO +
                   WKS-DEN-PIEZAS(WKS-IDX-DEN) *
                   WKS-DEN-VALOR(WKS-IDX-DEN).
           ADD 1 TO WKS-IDX-DEN.

       4515-LEER-TRANS-DIA.
           READ TRANS-FILE NEXT RECORD
                           COMPUTE WKS-IMPORTE-COMPRA =
                                   TR-CANTIDAD * TR-PRECIO
                           IF TR-TIPO IS EQUAL TO "D" THEN
                               IF TR-FORMA-PAGO IS EQUAL TO "R" THEN
                                   SUBTRACT WKS-IMPORTE-COMPRA
                                       FROM WKS-CONTRA-ENTREGA-DIA
                               ELSE
                                   SUBTRACT WKS-IMPORTE-COMPRA
                                       FROM WKS-TOTAL-DIA
                               END-IF
                           ELSE
                           IF TR-FORMA-PAGO IS EQUAL TO "R" THEN
                               ADD WKS-IMPORTE-COMPRA
                                   TO WKS-CONTRA-ENTREGA-DIA
                           ELSE
                           IF TR-FORMA-PAGO IS EQUAL TO "C" THEN
                               ADD WKS-IMPORTE-COMPRA
                               ADD WKS-IMPORTE-COMPRA
                                   TO WKS-TARJETA-DIA
                           ELSE
                           IF TR-FORMA-PAGO IS EQUAL TO "Q" THEN
                               ADD WKS-IMPORTE-COMPRA
                                   TO WKS-CHEQUE-DIA
                           ELSE
                           IF TR-FORMA-PAGO IS EQUAL TO "N" THEN
                               ADD WKS-IMPORTE-COMPRA
                                   TO WKS-NOMINA-DIA
                               ADD WKS-IMPORTE-COMPRA
                                   TO WKS-TOTAL-DIA.

      * CHEQUES RECIBIDOS HOY EN ESTA CAJA, UNO POR RENGLON, PARA
      * CONTARLOS CONTRA LOS FISICOS (LOS CANCELADOS YA SE REGRESARON)
       4518-CHEQUES-DEL-DIA.
           MOVE "N" TO WKS-FIN-CHEQUES.
           MOVE LOW-VALUES TO CH-FOLIO.
           START CHEQUE-FILE KEY IS NOT LESS THAN CH-FOLIO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CHEQUES.
           PERFORM 4518A-LEER-CHEQUE-DIA UNTIL WKS-EOF-CHEQUES.

       4518A-LEER-CHEQUE-DIA.
           READ CHEQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CHEQUES
               NOT AT END
                   IF CH-FECHA IS EQUAL TO WKS-FECHA-HOY AND
                      CH-CAJA IS EQUAL TO WKS-CFG-CAJA AND
                      CH-ESTADO IS NOT EQUAL TO "C" THEN
                       MOVE CH-IMPORTE TO WKS-DIF-CAJA-FORMAT
                       DISPLAY "  CHEQUE " CH-NUMERO " " CH-BANCO
                               " FOLIO " CH-FOLIO " "
                               WKS-DIF-CAJA-FORMAT.

      * SALIDAS DE REPARTO LIQUIDADAS HOY EN ESTA CAJA: LO ENTREGADO
      * YA ENTRO COMO MOVIMIENTO DE CAJA; AQUI SOLO SE SENALA LO QUE
      * FALTO POR REPARTIDOR
       4514-LIQUIDACIONES-DEL-DIA.
           MOVE 0 TO WKS-FALTANTE-REPARTO.
           MOVE "N" TO WKS-FIN-LIQUIDA.
           OPEN INPUT LIQUIDA-FILE.
           IF LQ-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-FIN-LIQUIDA
           ELSE
               PERFORM 4514A-LEER-LIQUIDACION UNTIL WKS-EOF-LIQUIDA
               CLOSE LIQUIDA-FILE.

       4514A-LEER-LIQUIDACION.
           READ LIQUIDA-FILE
               AT END
                   MOVE "S" TO WKS-FIN-LIQUIDA
               NOT AT END
                   IF LQ-FECHA IS EQUAL TO WKS-FECHA-HOY AND
                      LQ-CAJA IS EQUAL TO WKS-CFG-CAJA AND
                      LQ-DIFERENCIA IS LESS THAN 0 THEN
                       MOVE LQ-DIFERENCIA TO WKS-DIF-CAJA-FORMAT
                       DISPLAY "  FALTANTE SALIDA " LQ-SALIDA
                               " REPARTIDOR " LQ-REPARTIDOR " "
                               WKS-DIF-CAJA-FORMAT
                       SUBTRACT LQ-DIFERENCIA
                           FROM WKS-FALTANTE-REPARTO.

       4520-REVISAR-DIA-CERRADO.
           MOVE "N" TO WKS-DIA-CERRADO.
           MOVE "N" TO WKS-FIN-CIERRES.
           MOVE WKS-HORA-HOY(1:6) TO CC-HORA.
           MOVE WKS-TRANS-DIA TO CC-NUM-TRANS.
           MOVE WKS-TOTAL-DIA TO CC-TOTAL-SISTEMA.
           MOVE WKS-EFECTIVO-DEPOSITO TO CC-EFECTIVO.
           MOVE WKS-DIFERENCIA-CAJA TO CC-DIFERENCIA.
           MOVE WKS-CFG-CAJA TO CC-CAJA.
           MOVE WKS-OPERADOR-SESION TO CC-OPERADOR.
           MOVE WKS-CFG-FONDO-FIJO TO CC-FONDO.
           MOVE WKS-DEN-CONTEO TO CC-DESGLOSE.
           OPEN EXTEND CIERRE-FILE.
           IF CC-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT CIERRE-FILE.
           CLOSE CIERRE-FILE.
           DISPLAY "CORTE REGISTRADO EN CIERRES-CAJA.TXT".

      ******************************************************************
      * FICHA DE DEPOSITO DEL CORTE: EL FONDO FIJO SE ARMA CON LAS
      * DENOMINACIONES MAS CHICAS (LA MORRALLA SE QUEDA PARA DAR
      * CAMBIO) Y LO DEMAS VA AL BANCO. SI CON LO CONTADO NO SE PUEDE
      * ARMAR EL FONDO EXACTO SE AVISA CUANTO CAMBIO HACE FALTA
      ******************************************************************
       4535-FICHA-DEPOSITO.
           MOVE WKS-CFG-FONDO-FIJO TO WKS-FONDO-POR-ARMAR.
           MOVE 12 TO WKS-IDX-DEN.
           PERFORM 4536-ARMAR-FONDO
               UNTIL WKS-IDX-DEN IS EQUAL TO 0.
           MOVE SPACES TO WKS-REP-NOMBRE.
           STRING "FICHA-DEPOSITO-" WKS-FECHA-HOY "-" WKS-CFG-CAJA
                  ".TXT"
               DELIMITED BY SIZE INTO WKS-REP-NOMBRE.
           MOVE SPACES TO WKS-REP-TITULO.
           STRING "FICHA DE DEPOSITO CAJA " WKS-CFG-CAJA " CORTE "
                  WKS-FECHA-HOY
               DELIMITED BY SIZE INTO WKS-REP-TITULO.
           MOVE "DENOMINACION  PIEZAS  AL BANCO      IMPORTE   EN FONDO
      -        "      IMPORTE" TO WKS-REP-ENCABEZADO.
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 1 TO WKS-IDX-DEN.
           PERFORM 4537-RENGLON-DENOMINACION
               UNTIL WKS-IDX-DEN IS GREATER THAN 12.
           PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-EFECTIVO-DEPOSITO TO WKS-DEN-IMP-FORMAT.
           STRING "EFECTIVO A DEPOSITAR:          " WKS-DEN-IMP-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-CHEQUE-DIA IS GREATER THAN 0 THEN
               MOVE WKS-CHEQUE-DIA TO WKS-DEN-IMP-FORMAT
               STRING "CHEQUES DEL DIA (MISMA FICHA): "
                      WKS-DEN-IMP-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA.
           MOVE WKS-CFG-FONDO-FIJO TO WKS-DEN-IMP-FORMAT.
           STRING "FONDO FIJO QUE QUEDA EN CAJA:  " WKS-DEN-IMP-FORMAT
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           IF WKS-FONDO-POR-ARMAR IS GREATER THAN 0 THEN
               MOVE WKS-FONDO-POR-ARMAR TO WKS-DEN-IMP-FORMAT
               STRING "FALTA CAMBIO PARA ARMAR EL FONDO: "
                      WKS-DEN-IMP-FORMAT
                      " (CAMBIAR UN BILLETE)"
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               PERFORM 1961-REPORTE-LINEA
               DISPLAY "FALTA CAMBIO PARA ARMAR EL FONDO FIJO: "
                       WKS-DEN-IMP-FORMAT.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "FICHA DE DEPOSITO EN " WKS-REP-NOMBRE.

       4536-ARMAR-FONDO.
           COMPUTE WKS-DEN-CABEN =
                   WKS-FONDO-POR-ARMAR / WKS-DEN-VALOR(WKS-IDX-DEN).
           IF WKS-DEN-CABEN IS GREATER THAN
              WKS-DEN-PIEZAS(WKS-IDX-DEN) THEN
               MOVE WKS-DEN-PIEZAS(WKS-IDX-DEN) TO WKS-DEN-CABEN.
           MOVE WKS-DEN-CABEN TO WKS-DEN-FONDO-PZ(WKS-IDX-DEN).
           COMPUTE WKS-FONDO-POR-ARMAR = WKS-FONDO-POR-ARMAR -
                   WKS-DEN-CABEN * WKS-DEN-VALOR(WKS-IDX-DEN).
           SUBTRACT 1 FROM WKS-IDX-DEN.

       4537-RENGLON-DENOMINACION.
           IF WKS-DEN-PIEZAS(WKS-IDX-DEN) IS GREATER THAN 0 THEN
               MOVE WKS-DEN-PIEZAS(WKS-IDX-DEN) TO WKS-DEN-PZ-FORMAT
               COMPUTE WKS-DEN-BANCO-PZ =
                       WKS-DEN-PIEZAS(WKS-IDX-DEN) -
                       WKS-DEN-FONDO-PZ(WKS-IDX-DEN)
               STRING WKS-DEN-NOMBRE(WKS-IDX-DEN) "   "
                      WKS-DEN-PZ-FORMAT
                   DELIMITED BY SIZE INTO WKS-REP-LINEA
               MOVE WKS-DEN-BANCO-PZ TO WKS-DEN-PZ-FORMAT
               COMPUTE WKS-DEN-IMPORTE = WKS-DEN-BANCO-PZ *
                       WKS-DEN-VALOR(WKS-IDX-DEN)
               MOVE WKS-DEN-IMPORTE TO WKS-DEN-IMP-FORMAT
               MOVE WKS-DEN-PZ-FORMAT TO WKS-REP-LINEA(26:5)
               MOVE WKS-DEN-IMP-FORMAT TO WKS-REP-LINEA(32:12)
               MOVE WKS-DEN-FONDO-PZ(WKS-IDX-DEN) TO WKS-DEN-PZ-FORMAT
               COMPUTE WKS-DEN-IMPORTE =
                       WKS-DEN-FONDO-PZ(WKS-IDX-DEN) *
                       WKS-DEN-VALOR(WKS-IDX-DEN)
               MOVE WKS-DEN-IMPORTE TO WKS-DEN-IMP-FORMAT
               MOVE WKS-DEN-PZ-FORMAT TO WKS-REP-LINEA(50:5)
               MOVE WKS-DEN-IMP-FORMAT TO WKS-REP-LINEA(56:12)
               PERFORM 1961-REPORTE-LINEA.
           ADD 1 TO WKS-IDX-DEN.

       4400-DEVOLUCION.
           DISPLAY "INGRESE ID DE PRODUCTO DEVUELTO".
           ACCEPT RP-ID.
                               "EXTEMPORANEA"
                   END-IF
                   MOVE WKS-FECHA-HOY TO TR-FECHA
                   ACCEPT WKS-HORA-FOLIO FROM TIME
                   MOVE WKS-HORA-FOLIO(1:6) TO TR-HORA
                   MOVE RP-ID TO TR-RP-ID
                   MOVE WKS-CANT-DEVUELTA TO TR-CANTIDAD
                   MOVE WKS-PRECIO-VENTA-ORIG TO TR-PRECIO
                   MOVE WKS-IVA-TASA TO TR-IVA-TASA
                   MOVE WKS-IVA-IMPORTE TO TR-IVA-IMPORTE
                   MOVE WKS-TC-DEL-DIA TO TR-TIPO-CAMBIO
                   IF WKS-RECHAZO-CONTRA-ENTREGA THEN
                       MOVE "R" TO TR-FORMA-PAGO
                   ELSE
                       MOVE "E" TO TR-FORMA-PAGO
                   END-IF
                   MOVE 0 TO TR-DESCUENTO
                   MOVE SPACE TO TR-NIVEL-PRECIO
                   MOVE WKS-CFG-CAJA TO TR-CAJA
                   STRING "FOLIO " WKS-FOLIO-ACTUAL(5:6)
                       DELIMITED BY SIZE INTO WKS-KX-REFERENCIA
                   PERFORM 5500-REGISTRAR-KARDEX
                   PERFORM 7600-REVISAR-SERIADO
                   IF WKS-PRODUCTO-SERIADO THEN
                       PERFORM 7630-REGRESAR-SERIES
                   END-IF
                   DISPLAY "DEVOLUCION REGISTRADA CON FOLIO "
                           WKS-FOLIO-ACTUAL
                   IF NOT WKS-RECHAZO-CONTRA-ENTREGA THEN
                       PERFORM 6440-REEMBOLSO-DEVOLUCION.

      * EL CONTEO ES DE TODA LA TIENDA: SE RESPETA LO DE BODEGA Y LA
      * DIFERENCIA SE ASIENTA EN TIENDA (SI NO ALCANZA, BODEGA BAJA)
       4395-REPARTIR-CONTEO.
           MOVE "TIENDA" TO WKS-AJ-UBICACION.
           MOVE "BODEGA" TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           IF CF-CANT-CONTADA IS NOT LESS THAN EX-CANTIDAD THEN
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR BODEGA"
               END-REWRITE
               MOVE "BODEGA" TO WKS-AJ-UBICACION
               MOVE 0 TO WKS-CANT-RESTANTE.
           MOVE "TIENDA" TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR TIENDA".

      * AGREGA UN AJUSTE YA ARMADO EN REG-AJUSTE (PARA LOS QUE NO
      * TIENEN EL ARCHIVO ABIERTO COMO LA APLICACION DEL CONTEO)
       4397-ESCRIBIR-AJUSTE.
           OPEN EXTEND AJUSTE-FILE.
           IF AJ-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT AJUSTE-FILE.
           WRITE REG-AJUSTE.
           CLOSE AJUSTE-FILE.

      * DEJA EN WKS-AJ-MOTIVO UN MOTIVO VIGENTE DEL CATALOGO, O
      * ESPACIOS SI EL OPERADOR DESISTE (EL AJUSTE NO SE HACE)
       4398-PEDIR-MOTIVO-AJUSTE.
           MOVE "N" TO WKS-MA-VALIDO-SW.
           PERFORM 4399-CAPTURAR-MOTIVO UNTIL WKS-MA-VALIDO.

       4399-CAPTURAR-MOTIVO.
           DISPLAY "MOTIVO DEL AJUSTE (? = LISTA, EN BLANCO = "
                   "CANCELAR)".
           MOVE SPACES TO WKS-AJ-MOTIVO.
           ACCEPT WKS-AJ-MOTIVO.
           IF WKS-AJ-MOTIVO IS EQUAL TO SPACES THEN
               MOVE "S" TO WKS-MA-VALIDO-SW
           ELSE
           IF WKS-AJ-MOTIVO IS EQUAL TO "?" THEN
               PERFORM 7935-LISTAR-MOTIVOS
           ELSE
               MOVE WKS-AJ-MOTIVO TO MA-CODIGO
               READ MOTIVO-AJ-FILE KEY IS MA-CODIGO
                   INVALID KEY
                       DISPLAY "MOTIVO NO REGISTRADO"
                   NOT INVALID KEY
                       IF NOT MA-VIGENTE THEN
                           DISPLAY "MOTIVO DADO DE BAJA"
                       ELSE
                           MOVE "S" TO WKS-MA-VALIDO-SW.

       4300-INVENTARIO-FISICO.
           DISPLAY "=== INVENTARIO FISICO ===".
           DISPLAY "1-. CONGELAR LISTA DE CONTEO".
               IF WKS-CONFIRMA IS EQUAL TO "S" OR "s" THEN
                   PERFORM 1835-PEDIR-SUPERVISOR
                   IF WKS-SUP-OK THEN
                       PERFORM 4398-PEDIR-MOTIVO-AJUSTE
                       IF WKS-AJ-MOTIVO IS EQUAL TO SPACES THEN
                           DISPLAY "NO SE APLICO NINGUN AJUSTE"
                       ELSE
                           PERFORM 4380-APLICAR-AJUSTES
                       END-IF
                   ELSE
                       DISPLAY "AJUSTES DENEGADOS SIN SUPERVISOR"
                   END-IF
                   DISPLAY "PRODUCTO " CF-RP-ID " YA NO EXISTE, NO SE "
                           "AJUSTA"
               NOT INVALID KEY
                   MOVE WKS-UBI-TRANSITO TO EX-UBICACION
                   PERFORM 4705-LEER-UBICACION
                   MOVE EX-CANTIDAD TO WKS-CANT-EN-TRANSITO
                   MOVE WKS-FECHA-HOY TO AJ-FECHA
                   MOVE RP-ID TO AJ-RP-ID
                   MOVE RP-CANTIDAD TO AJ-CANT-ANTERIOR
                   COMPUTE AJ-CANT-NUEVA =
                           CF-CANT-CONTADA + WKS-CANT-EN-TRANSITO
                   COMPUTE AJ-DIFERENCIA =
                           AJ-CANT-NUEVA - RP-CANTIDAD
                   COMPUTE AJ-VALOR = AJ-DIFERENCIA * RP-PRECIO
                   MOVE WKS-SUP-OPERADOR TO AJ-OPERADOR
                   MOVE WKS-AJ-MOTIVO TO AJ-MOTIVO
                   PERFORM 4700-ASEGURAR-EXISTENCIAS
                   MOVE AJ-CANT-NUEVA TO RP-CANTIDAD
                   PERFORM 4395-REPARTIR-CONTEO
                   MOVE WKS-AJ-UBICACION TO AJ-UBICACION
                   WRITE REG-AJUSTE
                   PERFORM 1977-JOURNAL-PROD-CAMBIO
                   REWRITE REG-PRODUCTO
                       INVALID KEY
                   DISPLAY "NO HAY EXISTENCIA SUFICIENTE EN "
                           WKS-UBI-ORIGEN
               ELSE
                   PERFORM 4758-ENVIAR-TRASPASO.

       4760-ESCRIBIR-VALE-TRASPASO.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-UBI-ORIGEN TO TP-ORIGEN.
           MOVE WKS-UBI-DESTINO TO TP-DESTINO.
           MOVE WKS-CANT-TRASPASO TO TP-CANTIDAD.
           MOVE WKS-TT-ACTUAL TO TP-FOLIO.
           MOVE WKS-TP-MOVIMIENTO TO TP-MOVIMIENTO.
           OPEN EXTEND TRASPASO-FILE.
           IF TP-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT TRASPASO-FILE.
           WRITE REG-TRASPASO.
           CLOSE TRASPASO-FILE.

      * LA MERCANCIA SALE DEL ORIGEN Y QUEDA EN LA UBICACION DE
      * TRANSITO HASTA QUE EL DESTINO LA RECIBE (OPCION 64); USA EL
      * RP-ID EN CURSO, WKS-UBI-ORIGEN/DESTINO Y WKS-CANT-TRASPASO
       4758-ENVIAR-TRASPASO.
           PERFORM 4765-OBTENER-SIGUIENTE-TT.
           IF WKS-TT-ACTUAL IS EQUAL TO 0 THEN
               DISPLAY "SIN FOLIO DE TRASPASO, NO SE REGISTRO"
           ELSE
               MOVE WKS-UBI-ORIGEN TO EX-UBICACION
               PERFORM 4705-LEER-UBICACION
               SUBTRACT WKS-CANT-TRASPASO FROM EX-CANTIDAD
               REWRITE REG-EXISTENCIA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR ORIGEN"
               END-REWRITE
               MOVE WKS-CANT-TRASPASO TO WKS-CANT-RESTANTE
               MOVE WKS-UBI-TRANSITO TO EX-UBICACION
               PERFORM 4710-SUMAR-EXISTENCIA
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WKS-TT-ACTUAL TO TT-FOLIO
               MOVE RP-ID TO TT-RP-ID
               MOVE WKS-UBI-ORIGEN TO TT-ORIGEN
               MOVE WKS-UBI-DESTINO TO TT-DESTINO
               MOVE WKS-CANT-TRASPASO TO TT-CANTIDAD
               MOVE 0 TO TT-CANT-RECIBIDA
               MOVE WKS-FECHA-HOY TO TT-FECHA-ENVIO
               MOVE 0 TO TT-FECHA-RECIBO
               MOVE "E" TO TT-ESTADO
               WRITE REG-TRANSITO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL TRASPASO "
                               WKS-TT-ACTUAL
               END-WRITE
               MOVE "E" TO WKS-TP-MOVIMIENTO
               PERFORM 4760-ESCRIBIR-VALE-TRASPASO
               MOVE "TR" TO WKS-KX-TIPO
               MOVE WKS-CANT-TRASPASO TO WKS-KX-ENTRADA
               MOVE WKS-CANT-TRASPASO TO WKS-KX-SALIDA
               MOVE SPACES TO WKS-KX-REFERENCIA
               STRING WKS-UBI-ORIGEN ">"
                      WKS-UBI-DESTINO(1:5)
                   DELIMITED BY SIZE INTO WKS-KX-REFERENCIA
               PERFORM 5500-REGISTRAR-KARDEX
               DISPLAY "TRASPASO " WKS-TT-ACTUAL " ENVIADO, QUEDA EN "
                       "TRANSITO HASTA QUE " WKS-UBI-DESTINO
                       " LO RECIBA".

       4765-OBTENER-SIGUIENTE-TT.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.
           PERFORM 4766-ABRIR-LLAVE-TT
               UNTIL WKS-LLAVE-OK OR WKS-INTENTOS-LLAVE > 4.
           IF NOT WKS-LLAVE-OK THEN
               DISPLAY "LLAVE-TRASPASOS.TXT OCUPADO POR OTRA "
                       "TERMINAL, REINTENTE EN UN MOMENTO"
               MOVE 0 TO WKS-TT-ACTUAL
           ELSE
               READ TT-KEY-FILE NEXT RECORD
                   AT END
                       DISPLAY "LLAVE NO ENCONTRADA EN "
                               "LLAVE-TRASPASOS.TXT"
               END-READ
               ADD 1 TO REG-LLAVE-TT
               REWRITE REG-LLAVE-TT
               MOVE REG-LLAVE-TT TO WKS-TT-ACTUAL
               CLOSE TT-KEY-FILE.

       4766-ABRIR-LLAVE-TT.
           ADD 1 TO WKS-INTENTOS-LLAVE.
           OPEN I-O TT-KEY-FILE.
           IF TTKEY-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT TT-KEY-FILE
               MOVE 0 TO REG-LLAVE-TT
               WRITE REG-LLAVE-TT
               CLOSE TT-KEY-FILE
               OPEN I-O TT-KEY-FILE.
           IF TTKEY-STATUS IS EQUAL TO "00" THEN
               MOVE "S" TO WKS-LLAVE-ABIERTA
           ELSE
               CALL "C$SLEEP" USING WKS-SEGUNDOS-ESPERA.

      ******************************************************************
      * RECEPCION DE UN TRASPASO EN TRANSITO: LO RECIBIDO PASA DE
      * TRANSITO AL DESTINO. SI LLEGA MENOS, EL FALTANTE SIGUE EN
      * TRANSITO (Y SALE EN EL REPORTE DE EXTRAVIADOS) O, CON
      * AUTORIZACION DE SUPERVISOR, SE DA POR PERDIDO COMO AJUSTE.
      ******************************************************************
       4770-RECIBIR-TRASPASO.
           DISPLAY "=== RECIBIR TRASPASO ===".
           DISPLAY "FOLIO DEL TRASPASO".
           ACCEPT WKS-TT-BUSCADO.
           MOVE WKS-TT-BUSCADO TO TT-FOLIO.
           READ TRANSITO-FILE KEY IS TT-FOLIO
               INVALID KEY
                   DISPLAY "TRASPASO NO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT TT-ENVIADO THEN
                       DISPLAY "EL TRASPASO YA ESTA CERRADO ("
                               TT-ESTADO ")"
                   ELSE
                       PERFORM 4772-CAPTURAR-RECIBIDO.

       4772-CAPTURAR-RECIBIDO.
           MOVE TT-RP-ID TO RP-ID.
           READ F-ARCHIVO KEY IS RP-ID
               INVALID KEY
                   MOVE "(PRODUCTO NO REGISTRADO)" TO RP-NOMBRE.
           COMPUTE WKS-TT-PENDIENTE = TT-CANTIDAD - TT-CANT-RECIBIDA.
           DISPLAY RP-NOMBRE.
           DISPLAY "DE " TT-ORIGEN " A " TT-DESTINO " ENVIADO EL "
                   TT-FECHA-ENVIO " PENDIENTE " WKS-TT-PENDIENTE.
           DISPLAY "CANTIDAD RECIBIDA (0 = TODO LO PENDIENTE)".
           ACCEPT WKS-CANT-TRASPASO.
           IF WKS-CANT-TRASPASO IS EQUAL TO 0 THEN
               MOVE WKS-TT-PENDIENTE TO WKS-CANT-TRASPASO.
           IF WKS-CANT-TRASPASO IS GREATER THAN WKS-TT-PENDIENTE THEN
               DISPLAY "NO PUEDE RECIBIRSE MAS DE LO ENVIADO"
           ELSE
               MOVE WKS-UBI-TRANSITO TO EX-UBICACION
               PERFORM 4705-LEER-UBICACION
               IF EX-CANTIDAD IS NOT LESS THAN WKS-CANT-TRASPASO THEN
                   SUBTRACT WKS-CANT-TRASPASO FROM EX-CANTIDAD
               ELSE
                   MOVE 0 TO EX-CANTIDAD
               END-IF
               REWRITE REG-EXISTENCIA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR TRANSITO"
               END-REWRITE
               MOVE WKS-CANT-TRASPASO TO WKS-CANT-RESTANTE
               MOVE TT-DESTINO TO EX-UBICACION
               PERFORM 4710-SUMAR-EXISTENCIA
               ADD WKS-CANT-TRASPASO TO TT-CANT-RECIBIDA
               ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WKS-FECHA-HOY TO TT-FECHA-RECIBO
               SUBTRACT WKS-CANT-TRASPASO FROM WKS-TT-PENDIENTE
               IF WKS-TT-PENDIENTE IS EQUAL TO 0 THEN
                   MOVE "R" TO TT-ESTADO
               END-IF
               REWRITE REG-TRANSITO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL TRASPASO"
               END-REWRITE
               MOVE TT-ORIGEN TO WKS-UBI-ORIGEN
               MOVE TT-DESTINO TO WKS-UBI-DESTINO
               MOVE "R" TO WKS-TP-MOVIMIENTO
               PERFORM 4760-ESCRIBIR-VALE-TRASPASO
               DISPLAY "RECIBIDO EN " TT-DESTINO
               IF WKS-TT-PENDIENTE IS GREATER THAN 0 THEN
                   PERFORM 4774-FALTANTE-TRASPASO.

       4774-FALTANTE-TRASPASO.
           DISPLAY "FALTAN " WKS-TT-PENDIENTE
                   ". DAR EL FALTANTE POR PERDIDO (S/N)".
           ACCEPT WKS-TT-CONFIRMA.
           IF WKS-TT-CONFIRMA IS NOT EQUAL TO "S" AND "s" THEN
               DISPLAY "EL FALTANTE SIGUE EN TRANSITO"
           ELSE
               PERFORM 1835-PEDIR-SUPERVISOR
               IF NOT WKS-SUP-OK THEN
                   DISPLAY "EL FALTANTE SIGUE EN TRANSITO"
               ELSE
                   PERFORM 4776-PERDER-FALTANTE.

      * EL FALTANTE SALE DE TRANSITO Y DEL TOTAL COMO UN AJUSTE DE
      * INVENTARIO (MISMO TRAZADO Y VALUACION QUE EL CONTEO FISICO)
       4776-PERDER-FALTANTE.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-UBI-TRANSITO TO EX-UBICACION.
           PERFORM 4705-LEER-UBICACION.
           IF EX-CANTIDAD IS NOT LESS THAN WKS-TT-PENDIENTE THEN
               SUBTRACT WKS-TT-PENDIENTE FROM EX-CANTIDAD
           ELSE
               MOVE 0 TO EX-CANTIDAD.
           REWRITE REG-EXISTENCIA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR TRANSITO".
           MOVE WKS-FECHA-HOY TO AJ-FECHA.
           MOVE RP-ID TO AJ-RP-ID.
           MOVE RP-CANTIDAD TO AJ-CANT-ANTERIOR.
           IF RP-CANTIDAD IS NOT LESS THAN WKS-TT-PENDIENTE THEN
               SUBTRACT WKS-TT-PENDIENTE FROM RP-CANTIDAD
           ELSE
               MOVE 0 TO RP-CANTIDAD.
           MOVE RP-CANTIDAD TO AJ-CANT-NUEVA.
           COMPUTE AJ-DIFERENCIA = AJ-CANT-NUEVA - AJ-CANT-ANTERIOR.
           COMPUTE AJ-VALOR = AJ-DIFERENCIA * RP-PRECIO.
           MOVE WKS-SUP-OPERADOR TO AJ-OPERADOR.
           MOVE "TRA" TO AJ-MOTIVO.
           MOVE WKS-UBI-TRANSITO TO AJ-UBICACION.
           PERFORM 4397-ESCRIBIR-AJUSTE.
           PERFORM 1977-JOURNAL-PROD-CAMBIO
           REWRITE REG-PRODUCTO
               INVALID KEY
                   DISPLAY "NO SE PUDO AJUSTAR ID " RP-ID.
           MOVE "AJ" TO WKS-KX-TIPO.
           MOVE 0 TO WKS-KX-ENTRADA.
           COMPUTE WKS-KX-SALIDA = 0 - AJ-DIFERENCIA.
           MOVE SPACES TO WKS-KX-REFERENCIA.
           STRING "TRASP " TT-FOLIO(5:6)
               DELIMITED BY SIZE INTO WKS-KX-REFERENCIA.
           PERFORM 5500-REGISTRAR-KARDEX.
           MOVE "P" TO TT-ESTADO.
           REWRITE REG-TRANSITO
               INVALID KEY
                   DISPLAY "NO SE PUDO CERRAR EL TRASPASO".
           DISPLAY "FALTANTE DADO POR PERDIDO, TRASPASO CERRADO".

      ******************************************************************
      * TRASPASOS EN TRANSITO: TODO LO ENVIADO SIN RECIBIR COMPLETO,
      * CON LOS DIAS QUE LLEVA; PASADO EL PLAZO SE MARCA COMO
      * EXTRAVIADO PARA QUE SE BUSQUE O SE DE POR PERDIDO
      ******************************************************************
       4780-REPORTE-TRANSITO.
           DISPLAY "=== TRASPASOS EN TRANSITO ===".
           DISPLAY "DIAS PARA CONSIDERARLO EXTRAVIADO (0 = 3)".
           ACCEPT WKS-TT-DIAS-LIMITE.
           IF WKS-TT-DIAS-LIMITE IS EQUAL TO 0 THEN
               MOVE 3 TO WKS-TT-DIAS-LIMITE.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "REPORTE-TRANSITO.TXT" TO WKS-REP-NOMBRE.
           MOVE "TRASPASOS EN TRANSITO" TO WKS-REP-TITULO.
           MOVE "FOLIO      PRODUCTO   DE     A      ENVIADO  DIAS "
             TO WKS-REP-ENCABEZADO.
           MOVE "PENDIENTE" TO WKS-REP-ENCABEZADO(51:9).
           PERFORM 1960-REPORTE-INICIAR.
           MOVE 0 TO WKS-TT-ABIERTOS.
           MOVE 0 TO WKS-TT-EXTRAVIADOS.
           MOVE "N" TO WKS-FIN-TRANSITO.
           MOVE LOW-VALUES TO TT-FOLIO.
           START TRANSITO-FILE KEY IS NOT LESS THAN TT-FOLIO
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TRANSITO.
           PERFORM 4782-LEER-TRANSITO UNTIL WKS-EOF-TRANSITO.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING "EN TRANSITO: " WKS-TT-ABIERTOS
                  "  EXTRAVIADOS: " WKS-TT-EXTRAVIADOS
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           PERFORM 1961-REPORTE-LINEA.
           PERFORM 1965-REPORTE-TERMINAR.
           DISPLAY "EN TRANSITO: " WKS-TT-ABIERTOS
                   " EXTRAVIADOS: " WKS-TT-EXTRAVIADOS.
           DISPLAY "REPORTE IMPRESO EN REPORTE-TRANSITO.TXT".

       4782-LEER-TRANSITO.
           READ TRANSITO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TRANSITO
               NOT AT END
                   IF TT-ENVIADO THEN
                       PERFORM 4784-MOSTRAR-TRANSITO.

       4784-MOSTRAR-TRANSITO.
           ADD 1 TO WKS-TT-ABIERTOS.
           COMPUTE WKS-TT-PENDIENTE = TT-CANTIDAD - TT-CANT-RECIBIDA.
           MOVE TT-FECHA-ENVIO TO WKS-FECHA-DE.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-A.
           PERFORM 2720-DIAS-ENTRE.
           MOVE WKS-DIAS-DIFERENCIA TO WKS-TT-DIAS.
           MOVE SPACES TO WKS-REP-LINEA.
           STRING TT-FOLIO " " TT-RP-ID " " TT-ORIGEN " " TT-DESTINO
                  " " TT-FECHA-ENVIO " " WKS-TT-DIAS " "
                  WKS-TT-PENDIENTE
               DELIMITED BY SIZE INTO WKS-REP-LINEA.
           IF WKS-DIAS-DIFERENCIA IS GREATER THAN WKS-TT-DIAS-LIMITE
           THEN
               ADD 1 TO WKS-TT-EXTRAVIADOS
               MOVE "EXTRAVIADO" TO WKS-REP-LINEA(62:10).
           PERFORM 1961-REPORTE-LINEA.
           DISPLAY "FOLIO " TT-FOLIO " PRODUCTO " TT-RP-ID " "
                   TT-ORIGEN ">" TT-DESTINO " DIAS " WKS-TT-DIAS
                   " PENDIENTE " WKS-TT-PENDIENTE.


       3010-OBTENER-SIGUIENTE-LLAVE.
           MOVE 0 TO WKS-INTENTOS-LLAVE.
           MOVE "N" TO WKS-LLAVE-ABIERTA.

           COPY OPLOG-PROC.

           COPY PERMISO-PROC.

           COPY AUDIT-PROC.

           COPY CONFIG-PROC.
           ELSE
           IF WKS-LOTE-VERBO IS EQUAL TO "REPORTE-REORDEN" THEN
               PERFORM 8300-LOTE-REORDEN
           ELSE
           IF WKS-LOTE-VERBO IS EQUAL TO "ETIQUETAS-PROMO" THEN
               PERFORM 8400-LOTE-ETIQUETAS-PROMO
           ELSE
           IF WKS-LOTE-VERBO IS EQUAL TO "ETIQUETAS-PENDIENTES" THEN
               PERFORM 8450-LOTE-ETIQUETAS-ATRASO
           ELSE
           IF WKS-LOTE-VERBO IS EQUAL TO "REBAJA-CADUCIDAD" THEN
               PERFORM 8500-LOTE-REBAJA-CADUCIDAD
           ELSE
           IF WKS-LOTE-VERBO IS EQUAL TO "LIBERA-ENCARGOS" THEN
               PERFORM 8550-LOTE-LIBERA-ENCARGOS
           ELSE
               MOVE SPACES TO REG-SALIDA
               STRING "COMANDO INVALIDO: " WKS-LOTE-VERBO
                           DELIMITED BY SIZE INTO REG-SALIDA
                       WRITE REG-SALIDA.

      * LA NOCHE ANTERIOR SE ENCOLAN LAS ETIQUETAS DE LAS PROMOCIONES
      * QUE EMPIEZAN MANANA Y DE LAS QUE TERMINAN HOY (MANANA VUELVE
      * EL PRECIO NORMAL)
       8400-LOTE-ETIQUETAS-PROMO.
           PERFORM 7460-FECHA-DE-MANANA.
           MOVE 0 TO WKS-EQ-IMPRESAS.
           MOVE "N" TO WKS-FIN-PROMO.
           OPEN INPUT PROMO-FILE.
           IF PRO-STATUS IS EQUAL TO "35" THEN
               MOVE "S" TO WKS-FIN-PROMO
           ELSE
               PERFORM 8410-LOTE-LEER-PROMO UNTIL WKS-EOF-PROMO
               CLOSE PROMO-FILE.
           MOVE SPACES TO REG-SALIDA.
           STRING "ETIQUETAS ENCOLADAS POR PROMOCIONES QUE EMPIEZAN O "
                  "TERMINAN: " WKS-EQ-IMPRESAS
               DELIMITED BY SIZE INTO REG-SALIDA.
           WRITE REG-SALIDA.

       8410-LOTE-LEER-PROMO.
           READ PROMO-FILE
               AT END
                   MOVE "S" TO WKS-FIN-PROMO
               NOT AT END
                   IF PM-DESDE IS EQUAL TO WKS-FECHA-MANANA OR
                      PM-HASTA IS EQUAL TO WKS-FECHA-HOY THEN
                       PERFORM 7470-ENCOLAR-PROMOCION
                       ADD WKS-EQ-ENCOLADAS TO WKS-EQ-IMPRESAS.

      * EXCEPCION DEL REPORTE NOCTURNO: CAMBIOS DE PRECIO DE ANTES DE
      * HOY CUYA ETIQUETA SIGUE SIN IMPRIMIRSE
       8450-LOTE-ETIQUETAS-ATRASO.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-EQ-ATRASADAS.
           MOVE "N" TO WKS-EQ-FIN.
           MOVE 0 TO EQ-RP-ID.
           START ETIQUETA-FILE KEY IS NOT LESS THAN EQ-RP-ID
               INVALID KEY
                   MOVE "S" TO WKS-EQ-FIN.
           PERFORM 8460-LOTE-LEER-COLA UNTIL WKS-EOF-ETIQUETAS.
           MOVE SPACES TO REG-SALIDA.
           STRING "ETIQUETAS SIN IMPRIMIR CON MAS DE UN DIA: "
                  WKS-EQ-ATRASADAS
               DELIMITED BY SIZE INTO REG-SALIDA.
           WRITE REG-SALIDA.

       8460-LOTE-LEER-COLA.
           READ ETIQUETA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WKS-EQ-FIN
               NOT AT END
                   IF EQ-PENDIENTE AND
                      EQ-FECHA IS LESS THAN WKS-FECHA-HOY THEN
                       ADD 1 TO WKS-EQ-ATRASADAS
                       MOVE EQ-RP-ID TO RP-ID
                       READ F-ARCHIVO KEY IS RP-ID
                           INVALID KEY
                               MOVE "(YA NO EXISTE)" TO RP-NOMBRE
                       END-READ
                       MOVE SPACES TO REG-SALIDA
                       STRING "  ETIQUETA PENDIENTE " EQ-RP-ID " "
                              RP-NOMBRE(1:30) " DESDE " EQ-FECHA
                              " (" EQ-MOTIVO ")"
                           DELIMITED BY SIZE INTO REG-SALIDA
                       WRITE REG-SALIDA.

      * REBAJA POR CADUCIDAD NOCTURNA (EL DETALLE SALE EN PANTALLA
      * DEL LOTE; AQUI QUEDAN LAS CIFRAS)
       8500-LOTE-REBAJA-CADUCIDAD.
           PERFORM 6850-REBAJAR-CADUCIDAD.
           MOVE SPACES TO REG-SALIDA.
           STRING "PRODUCTOS REBAJADOS POR CADUCIDAD: "
                  WKS-RB-REBAJADOS
               DELIMITED BY SIZE INTO REG-SALIDA.
           WRITE REG-SALIDA.
           MOVE SPACES TO REG-SALIDA.
           MOVE WKS-RB-VALOR-MERMA TO WKS-VALOR-TOTAL-FORMAT.
           STRING "LOTES CADUCOS A MERMA: " WKS-RB-MERMADOS
                  " VALOR A COSTO " WKS-VALOR-TOTAL-FORMAT
               DELIMITED BY SIZE INTO REG-SALIDA.
           WRITE REG-SALIDA.

       8550-LOTE-LIBERA-ENCARGOS.
           PERFORM 6970-LIBERAR-VENCIDOS.
           MOVE SPACES TO REG-SALIDA.
           STRING "ENCARGOS VENCIDOS LIBERADOS: " WKS-EC-LIBERADOS
               DELIMITED BY SIZE INTO REG-SALIDA.
           WRITE REG-SALIDA.

       9000-CIERRE.
           IF NOT WKS-FUERA-DE-LINEA THEN
               PERFORM 9100-CIFRAS-DE-CONTROL.
           CLOSE F-ARCHIVO.
           CLOSE PROVEEDOR-FILE.
           CLOSE ORDEN-FILE.
           CLOSE LOTE-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE NOTACRED-FILE.
           CLOSE ETIQUETA-FILE.
           CLOSE ENCARGO-FILE.
           CLOSE ENCARGO-DET-FILE.
           CLOSE ENTREGA-FILE.
           CLOSE SERIADO-FILE.
           CLOSE SERIE-FILE.
           CLOSE EMPAQUE-FILE.
           CLOSE DESEMPENO-FILE.
           CLOSE COSTO-PACTADO-FILE.
           CLOSE PRECIO-AUT-FILE.
           CLOSE EMBARQUE-FILE.
           CLOSE CONSIGNA-FILE.
           CLOSE TRANSITO-FILE.
           CLOSE NIVEL-UBI-FILE.
           CLOSE ESTILO-FILE.
           CLOSE VARIANTE-FILE.
           CLOSE MOTIVO-AJ-FILE.
           CLOSE CHEQUE-FILE.
           IF WKS-HAY-CLIENTES THEN
               CLOSE CLIENTE-FILE.

