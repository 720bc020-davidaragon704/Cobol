      *                                 WKS-FECHA-RESULTADO
      *             2720-DIAS-ENTRE     WKS-FECHA-DE .. WKS-FECHA-A ->
      *                                 WKS-DIAS-DIFERENCIA
      *             2730-FECHA-MAS-MESES WKS-FECHA-BASE +
      *                                 WKS-MESES-SUMAR ->
      *                                 WKS-FECHA-RESULTADO (EL DIA
      *                                 SE TOPA AL FIN DEL MES)
      *           Todas las fechas son AAAAMMDD reales de calendario
      *           (meses de 28/29/30/31 dias, bisiestos incluidos).
      ******************************************************************
       77 WKS-FECHA-DE            PIC 9(08).
       77 WKS-FECHA-A             PIC 9(08).
       77 WKS-DIAS-DIFERENCIA     PIC S9(07).
       77 WKS-MESES-SUMAR         PIC 9(03).

      * CAMPOS INTERNOS DE LAS RUTINAS DE FECHA
       01 WKS-FE-DESGLOSE.
       77 WKS-FE-SERIE            PIC 9(07).
       77 WKS-FE-SERIE-DE         PIC 9(07).
       77 WKS-FE-SERIE-A          PIC 9(07).
       77 WKS-FE-MESES            PIC 9(05).
