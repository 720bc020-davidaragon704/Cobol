      ******************************************************************
      * Copybook: GASTO
      * Purpose:  Registro de gastos de operacion (GASTOS.TXT, llave
      *           GA-NUMERO, numero interno de LLAVE-GASTOS.TXT): la
      *           factura o recibo de renta, luz, telefono, etc., con
      *           su cuenta del catalogo CUENTAS-GASTO.TXT. GA-IMPORTE
      *           es el importe antes de IVA (el gasto del estado de
      *           resultados) y GA-IVA el impuesto trasladado; se debe
      *           la suma de ambos. El gasto cuenta en el mes de
      *           GA-FECHA aunque se pague despues. GA-ESTADO: A =
      *           ABIERTO (POR PAGAR), P = PAGADO (GA-FECHA-PAGO Y
      *           GA-REFERENCIA DEL PAGO), C = CANCELADO (CAPTURA
      *           ERRONEA, NO CUENTA EN NINGUN LADO). Lo escribe
      *           REGISTRO-GASTOS; lo leen CUENTAS-PAGAR (pagos por
      *           vencer), ESTADO-RESULTADOS y EXTRACTO-CONTABLE.
      *           GA-IVA-CODIGO es la tasa de TASAS-IVA.TXT con que se
      *           calculo el IVA y GA-RFC el del beneficiario; con
      *           ellos DIOT-IVA reporta lo pagado en el mes (blancos
      *           en registros anteriores: IVA sin tasa ni RFC).
      ******************************************************************
           02 GA-NUMERO                        PIC 9(10).
           02 GA-FECHA                         PIC 9(08).
           02 GA-FACTURA                       PIC X(15).
           02 GA-BENEFICIARIO                  PIC X(40).
           02 GA-CUENTA                        PIC X(06).
           02 GA-IMPORTE                       PIC 9(11)V9(02).
           02 GA-IVA                           PIC 9(11)V9(02).
           02 GA-VENCE                         PIC 9(08).
           02 GA-ESTADO                        PIC X(01).
               88 GA-ABIERTO                   VALUE "A".
               88 GA-PAGADO                    VALUE "P".
               88 GA-CANCELADO                 VALUE "C".
           02 GA-FECHA-PAGO                    PIC 9(08).
           02 GA-REFERENCIA                    PIC X(15).
           02 GA-RFC                           PIC X(13).
           02 GA-IVA-CODIGO                    PIC X(01).
