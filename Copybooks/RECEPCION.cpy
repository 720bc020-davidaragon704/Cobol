      ******************************************************************
      * Copybook: RECEPCION
      * Purpose:  Bitacora de recepciones de mercancia contra orden de
      *           compra (RECEPCIONES.TXT, secuencial, solo se
      *           agrega): una linea por partida recibida con la
      *           cantidad y el costo por pieza cobrado, para que la
      *           contabilidad valore la entrada al almacen al costo
      *           de ese dia. RE-CONSIGNA = S cuando la mercancia es
      *           del proveedor (consignacion) y no entra a nuestro
      *           inventario. La escribe COMERCIO al recibir; la lee
      *           CONTABILIDAD.
      ******************************************************************
           02 RE-FECHA                         PIC 9(08).
           02 RE-OC                            PIC 9(10).
           02 RE-PARTIDA                       PIC 9(03).
           02 RE-PV-ID                         PIC 9(10).
           02 RE-RP-ID                         PIC 9(10).
           02 RE-CANTIDAD                      PIC 9(07)V9(03).
           02 RE-COSTO                         PIC 9(05)V9(02).
           02 RE-CONSIGNA                      PIC X(01).
