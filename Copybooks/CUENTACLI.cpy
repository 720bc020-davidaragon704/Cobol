      * Purpose:  Movimiento de cuenta de cliente (cartera) del
      *           archivo CUENTAS-CLIENTES.TXT. Es una bitacora solo
      *           de agregado: CU-TIPO C = CARGO (venta a credito),
      *           A = ABONO (pago recibido), I = INTERES MORATORIO
      *           (cargo del cierre de mes, referencia "INT AAAAMM",
      *           lo escribe INTERESES-MORA), N = CONDONACION DE
      *           INTERES (abono que anula el cargo I del mismo mes,
      *           referencia "CON AAAAMM"). Un cheque devuelto por
      *           el banco se carga como C por el cheque (referencia
      *           "CHDEV " + folio) y otro C por la comision ("COMCH "
      *           + folio). El saldo de un cliente es la suma de sus
      *           cargos (C, I) menos sus abonos (A, N).
      *           Lo escriben COMERCIO (cargos, abonos y
      *           condonaciones), INTERESES-MORA y DatosClientes
      *           (asientos compensatorios al fusionar clientes).
      ******************************************************************
           02 CU-FECHA                         PIC 9(08).
           02 CU-CLIENTE-ID                    PIC 9(10).
