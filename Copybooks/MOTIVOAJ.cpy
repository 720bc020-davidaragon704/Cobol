      ******************************************************************
      * Copybook: MOTIVOAJ
      * Purpose:  Catalogo de motivos de ajuste de inventario
      *           (MOTIVOS-AJUSTE.TXT, indexado por MA-CODIGO). Todo
      *           ajuste lleva uno en AJ-MOTIVO (ver AJUSTE.cpy).
      *           MA-MERMA: S = EL AJUSTE CUENTA COMO MERMA EN EL
      *           ANALISIS (ROBO, DANO, CADUCIDAD...), N = NO (POR
      *           EJEMPLO UN ERROR DE CAPTURA). MA-ESTADO: A = VIGENTE,
      *           I = YA NO SE OFRECE (LOS AJUSTES VIEJOS LO CONSERVAN).
      *           Lo mantiene COMERCIO y lo lee ANALISIS-MERMAS.
      ******************************************************************
           02 MA-CODIGO                        PIC X(03).
           02 MA-DESCRIPCION                   PIC X(30).
           02 MA-MERMA                         PIC X(01).
               88 MA-ES-MERMA                  VALUE "S".
           02 MA-ESTADO                        PIC X(01).
               88 MA-VIGENTE                   VALUE "A".
               88 MA-INACTIVO                  VALUE "I".
