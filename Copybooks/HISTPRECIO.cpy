      ******************************************************************
      * Copybook: HISTPRECIO
      * Purpose:  Renglon de HISTORIAL-PRECIOS.TXT (LINE SEQUENTIAL,
      *           SOLO SE AGREGA): UNO POR CADA CAMBIO DE RP-PRECIO EN
      *           EL MAESTRO DE PRODUCTOS. Lo escriben COMERCIO y el
      *           modo de precio de venta de CALCULADORA; lo pasa al
      *           historico mensual ARCHIVA-MOVIMIENTOS.
      ******************************************************************
           02 HP-RP-ID                         PIC 9(10).
           02 HP-PRECIO-ANTERIOR               PIC 9(05)V9(02).
           02 HP-PRECIO-NUEVO                  PIC 9(05)V9(02).
           02 HP-FECHA                         PIC 9(08).
