           02 JR-ARCHIVO                       PIC X(12).
           02 JR-OPERACION                     PIC X(01).
      * LA IMAGEN DEBE CABER COMPLETA (EL REGISTRO DE EMPLEADO YA
      * REBASA LOS 300 BYTES Y EL DE CLIENTE LOS 400)
           02 JR-REGISTRO                      PIC X(450).
