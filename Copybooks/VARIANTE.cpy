      ******************************************************************
      * Copybook: VARIANTE
      * Purpose:  Liga de cada variante talla/color con su estilo
      *           (VARIANTES.TXT). La llave es el estilo mas la
      *           posicion de la talla y del color en la rejilla de
      *           ESTILOS.TXT, de modo que la rejilla se recorre en
      *           orden; VR-RP-ID es llave alterna para ir del producto
      *           a su estilo. VR-TALLA y VR-COLOR repiten el texto de
      *           la rejilla al crearse la variante. Lo escribe
      *           COMERCIO y lo lee REPORTE-VENTAS; COPY en ambos FDs
      *           para que el trazado no se duplique a mano.
      ******************************************************************
           02 VR-LLAVE.
               03 VR-ESTILO                    PIC X(10).
               03 VR-TALLA-IDX                 PIC 9(02).
               03 VR-COLOR-IDX                 PIC 9(02).
           02 VR-RP-ID                         PIC 9(10).
           02 VR-TALLA                         PIC X(04).
           02 VR-COLOR                         PIC X(06).
