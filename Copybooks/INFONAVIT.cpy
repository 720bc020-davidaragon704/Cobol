      ******************************************************************
      * Copybook: INFONAVIT
      * Purpose:  Credito de vivienda INFONAVIT por empleado
      *           (CREDITOS-INFONAVIT.TXT, llave CI-EMP-ID; un credito
      *           vivo por empleado, como la pension). CI-TIPO dice
      *           como se calcula el descuento: C = cuota fija
      *           mensual en pesos, P = porcentaje del salario del
      *           periodo, V = factor de veces salario minimo
      *           mensual. El descuento corre desde CI-FECHA-INICIO
      *           hasta el aviso de suspension (CI-FECHA-SUSPENSION;
      *           0 = vigente). Ver INFONAVIT-PROC.cpy.
      ******************************************************************
           02 CI-EMP-ID                        PIC 9(05).
           02 CI-CREDITO                       PIC X(10).
           02 CI-TIPO                          PIC X(01).
               88 CI-CUOTA-FIJA                VALUE "C".
               88 CI-PORCENTAJE                VALUE "P".
               88 CI-FACTOR-VSM                VALUE "V".
               88 CI-TIPO-VALIDO               VALUE "C" "P" "V".
           02 CI-VALOR                         PIC 9(07)V9(04).
           02 CI-FECHA-INICIO                  PIC 9(08).
           02 CI-FECHA-SUSPENSION              PIC 9(08).
