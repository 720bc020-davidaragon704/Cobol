      * TIPO DE MOVIMIENTO: V = VENTA, D = DEVOLUCION. EN REGISTROS
      * ANTERIORES VIENE EN BLANCO Y SE TRATA COMO VENTA.
           02 TR-TIPO                          PIC X(01).
      * MOTIVO DE DEVOLUCION (DEF/EQU/OTR, REC = ENTREGA A DOMICILIO
      * RECHAZADA) Y FECHA DE LA VENTA
      * ORIGINAL A LA QUE SE REFIERE LA DEVOLUCION
           02 TR-MOTIVO                        PIC X(03).
           02 TR-REF-FECHA                     PIC 9(08).
      * TERMINAL BANCARIA (SE CONCILIA CON CONCILIA-TARJETAS),
      * N = CARGO A NOMINA DE EMPLEADO (COMPRAS-EMPLEADOS.TXT),
      * A = APARTADO LIQUIDADO (EL EFECTIVO ENTRO EN LOS ABONOS,
      * ASENTADOS COMO ENTRADAS DE CAJA; EL CORTE NO LO ESPERA),
      * R = CONTRA ENTREGA A DOMICILIO (LO COBRA EL REPARTIDOR Y
      * ENTRA AL LIQUIDAR SU SALIDA; EN UNA DEVOLUCION, RECHAZO DE
      * UNA ENTREGA QUE NUNCA SE COBRO)
           02 TR-FORMA-PAGO                    PIC X(01).
      * DESCUENTO DE PROMOCION YA APLICADO EN TR-PRECIO (IMPORTE
      * TOTAL DE LA LINEA, PARA QUE LOS REPORTES PUEDAN TOTALIZAR LO
      * EL COSTO; EN REGISTROS ANTERIORES VIENE EN BLANCO Y SE
      * RELLENA UNA SOLA VEZ CON RELLENA-COSTOS
           02 TR-COSTO                         PIC 9(05)V9(02).
      * HORA DEL MOVIMIENTO (HHMMSS) AL GRABARSE EL FOLIO, PARA LA
      * AFLUENCIA POR HORA Y DIA DE LA SEMANA (REPORTE-AFLUENCIA);
      * EN REGISTROS ANTERIORES VIENE EN BLANCO Y SE REPORTA APARTE
           02 TR-HORA                          PIC 9(06).
