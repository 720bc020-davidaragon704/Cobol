      *           acumulado anual. La escriben VARIABLES (calculo de
      *           salario) y NOMINA (registro de nomina y aguinaldo).
      *           HN-TIPO: N = NOMINA ORDINARIA, G = AGUINALDO,
      *           F = FINIQUITO, P = PTU, A = AJUSTE ANUAL DE ISR,
      *           M = NOMINA COMPLEMENTARIA DE UN PERIODO CERRADO (SU
      *           LLAVE ES EL FIN DEL PERIODO CON EL DIA MAS 40, COMO
      *           EL 1330/1331 DEL AJUSTE Y LA PTU, PARA QUE NO CHOQUE
      *           CON LA ORDINARIA Y SIGA CAYENDO EN EL MISMO MES),
      *           C = NOMINA CORRECTIVA (REEMPLAZA EN SU MISMA LLAVE
      *           AL REGISTRO N DEL PERIODO; EL ORIGINAL QUEDA EN
      *           CORRECCIONES-NOMINA.TXT).
      ******************************************************************
           02 HN-LLAVE.
               03 HN-PERIODO                   PIC 9(08).
      * PENSION ALIMENTICIA DESCONTADA EN EL PERIODO (VER PENSION);
      * EN REGISTROS ANTERIORES VIENE EN BLANCO, SE TRATA COMO CERO
           02 HN-PENSION                       PIC 9(07)V9(02).
      * COMISIONES DE VENTA PAGADAS EN EL PERIODO (VER COMISION), YA
      * INCLUIDAS EN HN-BRUTO; EN REGISTROS ANTERIORES VIENE EN
      * BLANCO Y SE TRATA COMO CERO
           02 HN-COMISION                      PIC 9(08)V9(02).
      * DATOS PARA EL RECIBO ELECTRONICO (VER CFDI-NOMINA): FECHA
      * INICIAL DEL PERIODO Y DIAS PAGADOS, EL PAGO DE HORAS EXTRA
      * (YA EN HN-BRUTO) Y LAS DEDUCCIONES QUE NO TENIAN RENGLON
      * PROPIO (ABONO A PRESTAMO, FONDO DE AHORRO Y COMPRAS EN
      * TIENDA, YA RESTADAS DE HN-NETO). HN-UUID ES EL FOLIO FISCAL
      * QUE DEVUELVE EL PROVEEDOR AL TIMBRAR (ESPACIOS = SIN
      * TIMBRAR). EN REGISTROS ANTERIORES VIENEN EN BLANCO
           02 HN-FECHA-INICIO                  PIC 9(08).
           02 HN-DIAS                          PIC 9(03).
           02 HN-PAGO-EXTRA                    PIC 9(08)V9(02).
           02 HN-PRESTAMO                      PIC 9(07)V9(02).
           02 HN-FONDO                         PIC 9(07)V9(02).
           02 HN-COMPRAS                       PIC 9(07)V9(02).
           02 HN-UUID                          PIC X(36).
           02 HN-FECHA-TIMBRE                  PIC 9(08).
      * RETROACTIVO DE SALARIO PAGADO EN EL PERIODO POR UN AUMENTO
      * CON VIGENCIA EN PERIODOS YA CERRADOS (VER SALHIST), YA
      * INCLUIDO EN HN-BRUTO, CON EL PRIMER Y EL ULTIMO PERIODO QUE
      * CUBRE; EN REGISTROS ANTERIORES VIENEN EN BLANCO
           02 HN-RETROACTIVO                   PIC 9(08)V9(02).
           02 HN-RETRO-DESDE                   PIC 9(08).
           02 HN-RETRO-HASTA                   PIC 9(08).
      * DESCUENTO DEL CREDITO INFONAVIT EN EL PERIODO (VER
      * INFONAVIT), YA RESTADO DE HN-NETO; DE AQUI SALE LA REMESA
      * BIMESTRAL. EN REGISTROS ANTERIORES VIENE EN BLANCO
           02 HN-INFONAVIT                     PIC 9(07)V9(02).
      * GRUPO DE PAGO CON QUE SE CORRIO LA NOMINA ORDINARIA (VER
      * CALNOM), PARA SACAR REPORTES POR GRUPO; ESPACIOS EN LOS
      * DEMAS TIPOS Y EN REGISTROS ANTERIORES (GRUPO GENERAL)
           02 HN-GRUPO                         PIC X(02).
      * NOMINA COMPLEMENTARIA O CORRECTIVA: SUPERVISOR QUE LA
      * AUTORIZO Y FECHA EN QUE SE CORRIO (SU FECHA DE PAGO);
      * ESPACIOS Y CERO EN LOS DEMAS TIPOS Y EN REGISTROS ANTERIORES
           02 HN-AUTORIZO                      PIC X(10).
           02 HN-FECHA-CORRIDA                 PIC 9(08).
