      ******************************************************************
      * Copybook: CALNOM
      * Purpose:  Periodo del calendario de nomina
      *           (CALENDARIO-NOMINA.TXT, lo genera CALENDARIO-NOMINA),
      *           un calendario por grupo de pago: la llave es grupo +
      *           anio + numero de periodo, y cada periodo trae la
      *           periodicidad del grupo (S = semanal, Q = quincenal,
      *           M = mensual), sus fechas de inicio/fin, la fecha de
      *           pago y el estado (A = abierto, C = cerrado). El
      *           grupo en espacios es el grupo general (el calendario
      *           unico de antes). NOMINA y VARIABLES toman el primer
      *           periodo abierto del grupo que corren y el posteo en
      *           firme lo cierra sin tocar los demas grupos.
      ******************************************************************
           02 CP-LLAVE.
               03 CP-GRUPO                     PIC X(02).
               03 CP-ANIO                      PIC 9(04).
               03 CP-NUMERO                    PIC 9(03).
           02 CP-INICIO                        PIC 9(08).
           02 CP-FIN                           PIC 9(08).
           02 CP-PAGO                          PIC 9(08).
           02 CP-ESTADO                        PIC X(01).
           02 CP-PERIODICIDAD                  PIC X(01).
               88 CP-SEMANAL                   VALUE "S".
               88 CP-QUINCENAL                 VALUE "Q".
               88 CP-MENSUAL                   VALUE "M".
