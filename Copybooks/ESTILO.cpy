      ******************************************************************
      * Copybook: ESTILO
      * Purpose:  Estilo (modelo padre) de ropa y calzado
      *           (ESTILOS.TXT, llave ET-CODIGO) con su rejilla de
      *           tallas y colores. Cada combinacion talla/color es un
      *           producto normal de F-ARCHIVO con su propio RP-ID,
      *           codigo de barras y existencia, ligado al estilo en
      *           VARIANTES.TXT. Precio, costo, categoria, IVA y
      *           proveedor del estilo se copian a la variante al
      *           crearla; la variante puede cambiarse despues. Las
      *           tallas y colores solo se agregan: su posicion en la
      *           rejilla es parte de la llave de la variante. Lo
      *           escribe COMERCIO y lo lee REPORTE-VENTAS; COPY en
      *           ambos FDs para que el trazado no se duplique a mano.
      ******************************************************************
           02 ET-CODIGO                        PIC X(10).
           02 ET-NOMBRE                        PIC X(30).
           02 ET-PRECIO                        PIC 9(05)V9(02).
           02 ET-COSTO                         PIC 9(05)V9(02).
           02 ET-CATEGORIA                     PIC X(04).
           02 ET-IVA-CODIGO                    PIC X(01).
           02 ET-PROVEEDOR-ID                  PIC 9(10).
           02 ET-NUM-TALLAS                    PIC 9(02).
           02 ET-TALLA                         PIC X(04)
                                               OCCURS 8 TIMES.
           02 ET-NUM-COLORES                   PIC 9(02).
           02 ET-COLOR                         PIC X(06)
                                               OCCURS 8 TIMES.
