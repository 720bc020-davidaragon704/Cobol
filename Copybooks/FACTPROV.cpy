      ******************************************************************
      * Copybook: FACTPROV
      * Purpose:  Factura de proveedor (FACTURAS-PROVEEDOR.TXT, llave
      *           FP-NUMERO, numero interno de LLAVE-FACTPROV.TXT),
      *           originalmente declarada solo dentro de CUENTAS-PAGAR.
      *           FP-FACTURA es el folio del proveedor. FP-ESTADO A =
      *           ABIERTA (DEBEMOS), P = PAGADA/SALDADA; el saldo es
      *           FP-IMPORTE - FP-PAGADO. FP-IVA-RENGLON desglosa el
      *           importe por tasa (codigo de TASAS-IVA.TXT, base e
      *           IVA) para la DIOT; en registros anteriores y en las
      *           liquidaciones de consignacion viene en blanco. Lo
      *           escribe CUENTAS-PAGAR; lo leen CONTABILIDAD,
      *           FLUJO-EFECTIVO y DIOT-IVA.
      ******************************************************************
           02 FP-NUMERO                        PIC 9(10).
           02 FP-PV-ID                         PIC 9(10).
           02 FP-FACTURA                       PIC X(15).
           02 FP-FECHA                         PIC 9(08).
           02 FP-VENCE                         PIC 9(08).
           02 FP-OC                            PIC 9(10).
           02 FP-IMPORTE                       PIC 9(13)V9(02).
           02 FP-PAGADO                        PIC 9(13)V9(02).
           02 FP-ESTADO                        PIC X(01).
           02 FP-IVA-RENGLON OCCURS 3 TIMES.
               03 FP-IVA-CODIGO                PIC X(01).
               03 FP-IVA-BASE                  PIC 9(13)V9(02).
               03 FP-IVA-IMPORTE               PIC 9(11)V9(02).
