      ******************************************************************
      * Copybook: COLAETIQ
      * Purpose:  Cola de etiquetas de anaquel
      *           (ETIQUETAS-PENDIENTES.TXT, indexado por EQ-RP-ID): UN
      *           RENGLON POR PRODUCTO CUYO PRECIO DE ANAQUEL CAMBIO
      *           (PRECIO, CAMBIO MASIVO, PROMOCION QUE EMPIEZA O
      *           TERMINA, PRECIO DE MAYOREO). EQ-FECHA ES LA DEL
      *           PRIMER CAMBIO AUN SIN IMPRIMIR; EQ-MOTIVO EL DEL
      *           ULTIMO (PRE / MPU / PRO / LPR). EQ-ESTADO P =
      *           PENDIENTE, I = IMPRESA. La imprime COMERCIO (opcion
      *           44); tambien encola el modo de precio de venta de
      *           CALCULADORA.
      ******************************************************************
           02 EQ-RP-ID                         PIC 9(10).
           02 EQ-FECHA                         PIC 9(08).
           02 EQ-HORA                          PIC 9(06).
           02 EQ-MOTIVO                        PIC X(03).
           02 EQ-ESTADO                        PIC X(01).
               88 EQ-PENDIENTE                 VALUE "P".
           02 EQ-FECHA-IMPRESA                 PIC 9(08).
