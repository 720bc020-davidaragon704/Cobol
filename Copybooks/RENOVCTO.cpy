      ******************************************************************
      * Copybook: RENOVCTO
      * Purpose:  Historia de renovaciones de contrato
      *           (RENOVACIONES-CONTRATO.TXT, LINE SEQUENTIAL, SOLO SE
      *           AGREGA). CONTRATOS deja un registro por renovacion con
      *           el contrato que tenia el empleado y el que queda, el
      *           numero de renovacion y el supervisor que la autorizo.
      ******************************************************************
           02 RN-EMP-ID                        PIC 9(05).
           02 RN-FECHA                         PIC 9(08).
           02 RN-NUMERO                        PIC 9(03).
           02 RN-TIPO-ANTERIOR                 PIC X(01).
           02 RN-FIN-ANTERIOR                  PIC 9(08).
           02 RN-TIPO-NUEVO                    PIC X(01).
           02 RN-FIN-NUEVO                     PIC 9(08).
           02 RN-AUTORIZO                      PIC X(10).
