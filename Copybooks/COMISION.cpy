      ******************************************************************
      * Copybook: COMISION
      * Purpose:  Comisiones de vendedores aprobadas para pagarse por
      *           nomina (COMISIONES-NOMINA.TXT, llave mes de venta +
      *           operador). Las escribe REPORTE-COMISIONES al aprobar
      *           el mes; la siguiente nomina ordinaria (NOMINA o
      *           VARIABLES) las suma al bruto del empleado ligado y,
      *           al postear en firme, las marca liquidadas con el
      *           periodo que las pago (ver COMISION-PROC.cpy).
      *           CM-ESTADO: P = PENDIENTE DE PAGO, L = LIQUIDADA.
      ******************************************************************
           02 CM-LLAVE.
               03 CM-MES                       PIC 9(06).
               03 CM-OP-ID                     PIC X(10).
           02 CM-EMP-ID                        PIC 9(05).
           02 CM-VENTA-NETA                    PIC 9(11)V9(02).
           02 CM-IMPORTE                       PIC 9(07)V9(02).
           02 CM-ESTADO                        PIC X(01).
               88 CM-PENDIENTE                 VALUE "P".
               88 CM-LIQUIDADA                 VALUE "L".
           02 CM-FECHA-APROBACION              PIC 9(08).
           02 CM-PERIODO-PAGO                  PIC 9(08).
