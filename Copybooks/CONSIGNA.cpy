      ******************************************************************
      * Copybook: CONSIGNA
      * Purpose:  Producto en consignacion (CONSIGNACIONES.TXT, llave
      *           CN-RP-ID): la mercancia es del proveedor CN-PV-ID
      *           hasta que se vende, entra sin cuenta por pagar y no
      *           forma parte de nuestra valuacion. Lo vendido se le
      *           paga a CN-COSTO por pieza en la liquidacion
      *           periodica. CN-RECIBIDO y CN-DEVUELTO los acumulan la
      *           recepcion y la devolucion al proveedor; CN-VENDIDO
      *           es lo neto ya liquidado (ventas menos devoluciones
      *           de clientes) y CN-LIQUIDADO-HASTA el ultimo mes
      *           liquidado (AAAAMM). Los lotes del producto son del
      *           mismo dueno. CN-ESTADO: A = EN CONSIGNACION, B = YA
      *           NO (LA EXISTENCIA QUE QUEDE ES PROPIA). La escribe
      *           COMERCIO y la liquida CUENTAS-PAGAR; COPY en ambos
      *           FDs para que el trazado no se duplique a mano.
      ******************************************************************
           02 CN-RP-ID                         PIC 9(10).
           02 CN-PV-ID                         PIC 9(10).
           02 CN-COSTO                         PIC 9(05)V9(02).
           02 CN-FECHA-ALTA                    PIC 9(08).
      * CANTIDADES CON TRES DECIMALES (MERCANCIA PESADA O MEDIDA)
           02 CN-RECIBIDO                      PIC 9(07)V9(03).
           02 CN-VENDIDO                       PIC 9(07)V9(03).
           02 CN-DEVUELTO                      PIC 9(07)V9(03).
           02 CN-LIQUIDADO-HASTA               PIC 9(06).
           02 CN-ESTADO                        PIC X(01).
               88 CN-ACTIVA                    VALUE "A".
               88 CN-BAJA                      VALUE "B".
