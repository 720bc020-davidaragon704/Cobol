      ******************************************************************
      * Copybook: REBAJAMERMA
      * Purpose:  Bitacora de la rebaja por caducidad
      *           (REBAJAS-MERMAS.TXT, secuencial, solo se agrega).
      *           RM-TIPO: R = REBAJA, el lote entro a un escalon y se
      *           dio de alta la promocion RM-PORCENTAJE vigente de
      *           RM-FECHA a RM-HASTA; M = MERMA, el lote ya caduco y
      *           su existencia salio como merma (kardex MR) valuada a
      *           RM-COSTO. La categoria se sella al escribir. La
      *           escribe COMERCIO y la lee REPORTE-MERMAS; COPY en
      *           ambos FDs para que el trazado no se duplique a mano.
      ******************************************************************
           02 RM-FECHA                         PIC 9(08).
           02 RM-TIPO                          PIC X(01).
               88 RM-ES-REBAJA                 VALUE "R".
               88 RM-ES-MERMA                  VALUE "M".
           02 RM-RP-ID                         PIC 9(10).
           02 RM-CATEGORIA                     PIC X(04).
           02 RM-LOTE                          PIC X(10).
           02 RM-CADUCIDAD                     PIC 9(08).
      * CANTIDAD CON TRES DECIMALES (MERCANCIA PESADA O MEDIDA)
           02 RM-CANTIDAD                      PIC 9(07)V9(03).
           02 RM-COSTO                         PIC 9(05)V9(02).
           02 RM-PORCENTAJE                    PIC 9(03)V9(02).
           02 RM-HASTA                         PIC 9(08).
