      ******************************************************************
      * Copybook: PRESUP
      * Purpose:  Presupuesto mensual (PRESUPUESTO.TXT), con llave
      *           periodo + tipo + clave. PR-TIPO: V = VENTA NETA SIN
      *           IVA DE UNA CATEGORIA (CLAVE = CAT-CODIGO; ESPACIOS =
      *           SIN CATEGORIA), M = MARGEN BRUTO OBJETIVO DEL MES EN
      *           PR-PORCIENTO (CLAVE EN BLANCO), N = COSTO DE NOMINA
      *           DE UN DEPARTAMENTO (CLAVE = DP-CODIGO), G = GASTO DE
      *           OPERACION DE UNA CUENTA (CLAVE = CG-CUENTA), C =
      *           GASTOS PAGADOS POR CAJA Y D = DEPRECIACION (ESTOS
      *           DOS CON CLAVE EN BLANCO). Lo mantiene y lo compara
      *           contra lo real PRESUPUESTO.
      ******************************************************************
           02 PR-LLAVE.
               03 PR-PERIODO                   PIC 9(06).
               03 PR-TIPO                      PIC X(01).
                   88 PR-VENTA                 VALUE "V".
                   88 PR-MARGEN                VALUE "M".
                   88 PR-NOMINA                VALUE "N".
                   88 PR-GASTO                 VALUE "G".
                   88 PR-CAJA                  VALUE "C".
                   88 PR-DEPRECIACION          VALUE "D".
                   88 PR-TIPO-VALIDO           VALUE "V" "M" "N"
                                                     "G" "C" "D".
               03 PR-CLAVE                     PIC X(06).
           02 PR-IMPORTE                       PIC 9(13)V9(02).
           02 PR-PORCIENTO                     PIC 9(03)V9(02).
