      ******************************************************************
      * Copybook: AJUSTE
      * Purpose:  Ajuste de inventario (AJUSTES-INVENTARIO.TXT,
      *           secuencial, solo se agrega). Lo escriben el conteo
      *           fisico, el cambio directo de cantidad, la merma por
      *           caducidad y el faltante de un traspaso dado por
      *           perdido. AJ-VALOR es la diferencia a precio de
      *           venta. AJ-MOTIVO es un codigo de MOTIVOS-AJUSTE.TXT
      *           (ver MOTIVOAJ.cpy) y AJ-UBICACION la ubicacion donde
      *           se asento la diferencia; los ajustes anteriores a
      *           estos dos campos los traen en blanco. Lo escribe
      *           COMERCIO y lo leen ESTADO-RESULTADOS,
      *           EXTRACTO-CONTABLE y ANALISIS-MERMAS; COPY en los FDs
      *           para que el trazado no se duplique a mano.
      ******************************************************************
           02 AJ-FECHA                         PIC 9(08).
           02 AJ-RP-ID                         PIC 9(10).
      * CANTIDADES CON TRES DECIMALES (MERCANCIA PESADA O MEDIDA)
           02 AJ-CANT-ANTERIOR                 PIC 9(07)V9(03).
           02 AJ-CANT-NUEVA                    PIC 9(07)V9(03).
           02 AJ-DIFERENCIA                    PIC S9(07)V9(03)
                                               SIGN LEADING SEPARATE.
           02 AJ-VALOR                         PIC S9(13)V9(02)
                                               SIGN LEADING SEPARATE.
      * SUPERVISOR QUE AUTORIZO EL AJUSTE (U OPERADOR DE LA SESION)
           02 AJ-OPERADOR                      PIC X(10).
           02 AJ-MOTIVO                        PIC X(03).
           02 AJ-UBICACION                     PIC X(06).
