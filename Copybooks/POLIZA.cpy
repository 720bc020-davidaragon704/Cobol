      ******************************************************************
      * Copybook: POLIZA
      * Purpose:  Renglon de poliza contable (POLIZAS.TXT, secuencial,
      *           solo se agrega). Cada poliza es un grupo de
      *           renglones con el mismo PO-NUMERO (consecutivo de
      *           LLAVE-POLIZAS.TXT) cuyos cargos suman lo mismo que
      *           sus abonos; en cada renglon va solo el cargo o solo
      *           el abono. PO-TIPO dice de donde salio: VT ventas,
      *           CC corte de caja, DP deposito, MC movimiento de
      *           caja, RC recepcion, AJ ajuste de inventario,
      *           FP factura de proveedor, PP pago a proveedor,
      *           CL cuenta de cliente, NM nomina, DE depreciacion,
      *           GA gasto de operacion, GP pago de gasto.
      *           PO-REFERENCIA identifica el documento de origen
      *           (folio, orden, factura, periodo). Lo escribe y lo
      *           lee CONTABILIDAD.
      ******************************************************************
           02 PO-FECHA                         PIC 9(08).
           02 PO-NUMERO                        PIC 9(08).
           02 PO-TIPO                          PIC X(02).
           02 PO-RENGLON                       PIC 9(03).
           02 PO-CUENTA                        PIC X(10).
           02 PO-CARGO                         PIC 9(13)V9(02).
           02 PO-ABONO                         PIC 9(13)V9(02).
           02 PO-REFERENCIA                    PIC X(20).
           02 PO-CONCEPTO                      PIC X(30).
