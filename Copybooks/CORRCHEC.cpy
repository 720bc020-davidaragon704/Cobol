      ******************************************************************
      * Copybook: CORRCHEC
      * Purpose:  Correccion de checada (CORRECCIONES-CHECADAS.TXT,
      *           LINE SEQUENTIAL, SOLO SE AGREGA). La checada original
      *           de CHECADAS.TXT nunca se toca: el supervisor agrega
      *           la checada que falto (A) o anula una equivocada (N)
      *           con su motivo, y el registro queda sellado con su
      *           OP-ID y la fecha y hora de la correccion. Los
      *           primeros campos tienen el mismo trazado que la
      *           checada (ver CHECADA). CHECEF-PROC arma con ambos
      *           archivos las checadas efectivas.
      ******************************************************************
           02 CC-CHECADA.
               03 CC-FECHA                     PIC 9(08).
               03 CC-HORA                      PIC 9(06).
               03 CC-EMP-ID                    PIC 9(05).
               03 CC-TIPO                      PIC X(01).
           02 CC-ACCION                        PIC X(01).
               88 CC-AGREGA                    VALUE "A".
               88 CC-ANULA                     VALUE "N".
           02 CC-MOTIVO                        PIC X(30).
           02 CC-SUPERVISOR                    PIC X(10).
           02 CC-FECHA-REG                     PIC 9(08).
           02 CC-HORA-REG                      PIC 9(06).
