      *    COMPRAS-EMPLEADOS.TXT (VER COMPRAEMP)
           02 EMP-LIMITE-COMPRA        PIC 9(07)V9(02).
           02 EMP-COMPRAS-DESC         PIC 9(07)V9(02).
      *    COMISIONES DE VENTA PAGADAS EN EL ULTIMO PERIODO (PARA EL
      *    RENGLON DEL RECIBO, COMO LAS PRIMAS); YA VAN EN EL BRUTO
           02 EMP-COMISION             PIC 9(07)V9(02).
      *    RETROACTIVO DE SALARIO PAGADO EN EL ULTIMO PERIODO (PARA
      *    EL RENGLON DEL RECIBO, COMO LAS COMISIONES); YA VA EN EL
      *    BRUTO
           02 EMP-RETROACTIVO          PIC 9(07)V9(02).
      *    DESCUENTO DEL CREDITO INFONAVIT EN EL ULTIMO PERIODO (PARA
      *    EL RENGLON DEL RECIBO, COMO EMP-PENSION-DESC)
           02 EMP-INFONAVIT-DESC       PIC 9(07)V9(02).
      *    GRUPO DE PAGO (CP-GRUPO DEL CALENDARIO DE NOMINA, CON SU
      *    PROPIA PERIODICIDAD Y FECHAS DE PAGO; ESPACIOS = GRUPO
      *    GENERAL)
           02 EMP-GRUPO                PIC X(02).
      *    CONTRATO: TIPO (I = INDETERMINADO, D = DETERMINADO O POR
      *    TIEMPO FIJO, P = PERIODO DE PRUEBA, C = CAPACITACION
      *    INICIAL; EN REGISTROS ANTERIORES VIENE EN BLANCO Y SE TRATA
      *    COMO INDETERMINADO) Y FECHA DE TERMINO (0 = SIN TERMINO).
      *    LAS RENOVACIONES QUEDAN EN RENOVACIONES-CONTRATO.TXT.
           02 EMP-TIPO-CONTRATO        PIC X(01).
               88 EMP-CONTRATO-VALIDO      VALUE "I" "D" "P" "C".
               88 EMP-CONTRATO-TEMPORAL    VALUE "D" "P" "C".
           02 EMP-FIN-CONTRATO         PIC 9(08).
