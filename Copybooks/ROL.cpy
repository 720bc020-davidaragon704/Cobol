      ******************************************************************
      * Copybook: ROL
      * Purpose:  Rol semanal de turnos (ROL-SEMANAL.TXT), un registro
      *           por semana y empleado: la llave es el lunes de la
      *           semana + EMP-ID, y cada dia de lunes a domingo trae
      *           el TN-CODIGO del turno asignado o DS = DESCANSO. Lo
      *           genera y lo edita ROL-SEMANAL (copiando la semana
      *           anterior, o de EMP-TURNO y TN-DIAS la primera vez)
      *           con el supervisor que lo modifico; VARIABLES paga
      *           la prima dominical por los domingos que el rol
      *           asigna trabajados.
      ******************************************************************
           02 RL-LLAVE.
               03 RL-SEMANA                    PIC 9(08).
               03 RL-EMP-ID                    PIC 9(05).
           02 RL-DEPTO                         PIC X(04).
           02 RL-TURNO-DIA                     PIC X(02)
                                               OCCURS 7 TIMES.
               88 RL-DESCANSO                  VALUE "DS".
           02 RL-SUPERVISOR                    PIC X(10).
           02 RL-FECHA-MOD                     PIC 9(08).
