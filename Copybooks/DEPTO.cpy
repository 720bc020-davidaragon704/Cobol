      ******************************************************************
           02 DP-CODIGO                        PIC X(04).
           02 DP-NOMBRE                        PIC X(30).
      * AREA DEL DEPARTAMENTO PARA LA PRODUCTIVIDAD LABORAL: P = PISO
      * DE VENTA, O = OFICINA; EN REGISTROS ANTERIORES VIENE EN BLANCO
      * Y SE TRATA COMO PISO
           02 DP-AREA                          PIC X(01).
               88 DP-OFICINA                   VALUE "O".
