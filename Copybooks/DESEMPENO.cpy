      ******************************************************************
      * Copybook: DESEMPENO
      * Purpose:  Desempeno real de entrega por proveedor
      *           (DESEMPENO-PROV.TXT, indexado por DP-PV-ID). Lo
      *           escribe REPORTE-PROVEEDORES con el ultimo mes que
      *           tuvo recepciones del proveedor: DP-ENTREGA-REAL es
      *           el promedio de dias de la fecha de la orden a la
      *           recepcion (kardex RC). COMERCIO lo lee al sugerir
      *           cantidades de reorden en lugar del PV-TIEMPO-ENTREGA
      *           prometido; COPY en ambos FDs para que el trazado no
      *           se duplique a mano.
      ******************************************************************
           02 DP-PV-ID                         PIC 9(10).
           02 DP-MES                           PIC 9(06).
           02 DP-RECEPCIONES                   PIC 9(05).
           02 DP-ENTREGA-REAL                  PIC 9(03).
           02 DP-PCT-A-TIEMPO                  PIC 9(03)V9(02).
           02 DP-PCT-SURTIDO                   PIC 9(03)V9(02).
