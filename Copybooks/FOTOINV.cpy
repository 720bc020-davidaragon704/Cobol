      ******************************************************************
      * Copybook: FOTOINV
      * Purpose:  Foto de cierre por producto (FOTO-INVENTARIO-AAAAMM
      *           .TXT, secuencial por RP-ID): existencia, costo
      *           promedio y valor a costo de cada producto activo que
      *           no esta en consignacion, tomada al mismo tiempo que
      *           el total que va a RESUMEN-MENSUAL-HIST.TXT. FI-FECHA y
      *           FI-HORA son el momento de la foto; los movimientos
      *           del kardex posteriores ya no estan en ella. La
      *           escribe REPORTE-MENSUAL (cada corrida del mes la
      *           reemplaza, igual que el ultimo renglon del resumen es
      *           el que vale) y la lee CONCILIA-INVENTARIO; COPY en
      *           ambos FDs para que el trazado no se duplique a mano.
      ******************************************************************
           02 FI-MES                           PIC 9(06).
           02 FI-FECHA                         PIC 9(08).
           02 FI-HORA                          PIC 9(06).
           02 FI-RP-ID                         PIC 9(10).
           02 FI-CANTIDAD                      PIC 9(07)V9(03).
           02 FI-COSTO                         PIC 9(05)V9(02).
           02 FI-VALOR                         PIC 9(13)V9(02).
