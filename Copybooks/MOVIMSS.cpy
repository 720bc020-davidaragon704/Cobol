      ******************************************************************
      * Copybook: MOVIMSS
      * Purpose:  Movimientos afiliatorios ante el IMSS
      *           (MOVIMIENTOS-IMSS.TXT, llave empleado + fecha del
      *           movimiento + tipo). Los registran las altas de
      *           NOMINA, VARIABLES y PROGRAMA1, las bajas y los
      *           cambios de salario de NOMINA (ver MOVIMSS-PROC.cpy);
      *           MOVIMIENTOS-IMSS arma con los pendientes el lote
      *           para el IDSE y los marca como enviados.
      *           MI-TIPO LLEVA LA CLAVE DEL IDSE: 08 = ALTA O
      *           REINGRESO, 02 = BAJA, 07 = MODIFICACION DE SALARIO.
      *           MI-ESTADO: P = PENDIENTE DE ENVIO, E = ENVIADO.
      ******************************************************************
           02 MI-LLAVE.
               03 MI-EMP-ID                    PIC 9(05).
               03 MI-FECHA                     PIC 9(08).
               03 MI-TIPO                      PIC X(02).
                   88 MI-ALTA                  VALUE "08".
                   88 MI-BAJA                  VALUE "02".
                   88 MI-MODIFICACION          VALUE "07".
           02 MI-NSS                           PIC X(11).
           02 MI-CURP                          PIC X(18).
           02 MI-NOMBRE                        PIC X(30).
           02 MI-APELLIDO-PAT                  PIC X(30).
           02 MI-APELLIDO-MAT                  PIC X(30).
      *    SALARIO DIARIO DEL MAESTRO, FACTOR DE INTEGRACION POR
      *    ANTIGUEDAD Y SALARIO DIARIO INTEGRADO QUE SE REPORTA
           02 MI-SALARIO                       PIC 9(07)V9(02).
           02 MI-FACTOR                        PIC 9(01)V9(04).
           02 MI-SDI                           PIC 9(07)V9(02).
      *    CAUSA DE BAJA DEL IDSE (SOLO EN BAJAS): 1 TERMINO DE
      *    CONTRATO, 2 SEPARACION VOLUNTARIA, 3 ABANDONO DE EMPLEO,
      *    4 DEFUNCION, 6 OTRAS, 8 RESCISION DE CONTRATO
           02 MI-CAUSA-BAJA                    PIC X(01).
           02 MI-ESTADO                        PIC X(01).
               88 MI-PENDIENTE                 VALUE "P".
               88 MI-ENVIADO                   VALUE "E".
           02 MI-FECHA-REGISTRO                PIC 9(08).
           02 MI-FECHA-ENVIO                   PIC 9(08).
