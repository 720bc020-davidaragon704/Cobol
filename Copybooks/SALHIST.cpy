      ******************************************************************
      * Copybook: SALHIST
      * Purpose:  Historia de salarios con fecha de vigencia
      *           (SALARIOS-HISTORIA.TXT, llave empleado + fecha en
      *           que entra en vigor). La escribe NOMINA al modificar
      *           el salario de un trabajador (quien lo aprobo, el
      *           motivo y desde cuando aplica); las corridas
      *           ordinarias de NOMINA y VARIABLES pagan cada periodo
      *           con el salario vigente a su fecha final (ver
      *           SALHIST-PROC.cpy).
      *           UN AUMENTO CON VIGENCIA ANTERIOR A SU CAPTURA QUEDA
      *           CON RETROACTIVO PENDIENTE: LA SIGUIENTE CORRIDA PAGA
      *           LA DIFERENCIA DE LOS PERIODOS YA PAGADOS DESDE LA
      *           VIGENCIA Y, AL POSTEAR EN FIRME, LO MARCA LIQUIDADO
      *           CON EL PERIODO QUE LO PAGO.
      *           SH-RETRO: ESPACIO = SIN RETROACTIVO, P = PENDIENTE,
      *           L = LIQUIDADO.
      ******************************************************************
           02 SH-LLAVE.
               03 SH-EMP-ID                    PIC 9(05).
               03 SH-FECHA-EFECTIVA            PIC 9(08).
           02 SH-SALARIO                       PIC 9(07)V9(02).
           02 SH-SALARIO-ANTERIOR              PIC 9(07)V9(02).
           02 SH-MOTIVO                        PIC X(30).
           02 SH-APROBO                        PIC X(10).
           02 SH-FECHA-CAPTURA                 PIC 9(08).
           02 SH-RETRO                         PIC X(01).
               88 SH-RETRO-PENDIENTE           VALUE "P".
               88 SH-RETRO-LIQUIDADO           VALUE "L".
           02 SH-PERIODO-PAGO                  PIC 9(08).
