      ******************************************************************
      * Copybook: CTACONT
      * Purpose:  Catalogo de cuentas contables (CATALOGO-CUENTAS.TXT,
      *           indexado por CT-CUENTA). CT-NATURALEZA D = DEUDORA
      *           (el saldo crece con los cargos: activo, costos y
      *           gastos), A = ACREEDORA (crece con los abonos:
      *           pasivo, capital e ingresos). CT-TIPO A = ACTIVO,
      *           P = PASIVO, C = CAPITAL, I = INGRESO, G = COSTO O
      *           GASTO. Las subcuentas de gastos de operacion son
      *           "602" + la clave de CUENTAS-GASTO.TXT y se dan de
      *           alta solas al contabilizar. Lo mantiene y lo lee
      *           CONTABILIDAD.
      ******************************************************************
           02 CT-CUENTA                        PIC X(10).
           02 CT-NOMBRE                        PIC X(30).
           02 CT-NATURALEZA                    PIC X(01).
               88 CT-DEUDORA                   VALUE "D".
               88 CT-ACREEDORA                 VALUE "A".
           02 CT-TIPO                          PIC X(01).
