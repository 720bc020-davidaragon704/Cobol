      ******************************************************************
      * Copybook: CTAGASTO
      * Purpose:  Catalogo de cuentas de gasto de operacion
      *           (CUENTAS-GASTO.TXT, llave CG-CUENTA): renta, luz,
      *           telefono, mantenimiento y demas gastos que no son
      *           mercancia. CG-CUENTA es la clave corta que viaja en
      *           cada gasto y en el extracto contable (GASTO-<clave>);
      *           CG-NOMBRE es el renglon del estado de resultados.
      *           CG-ESTADO: A = ACTIVA, B = BAJA (YA NO ADMITE GASTOS
      *           NUEVOS PERO SUS GASTOS SIGUEN EN LOS REPORTES). La
      *           mantiene REGISTRO-GASTOS; COPY en el FD de quien la
      *           lea.
      ******************************************************************
           02 CG-CUENTA                        PIC X(06).
           02 CG-NOMBRE                        PIC X(30).
           02 CG-ESTADO                        PIC X(01).
               88 CG-ACTIVA                    VALUE "A".
               88 CG-BAJA                      VALUE "B".
