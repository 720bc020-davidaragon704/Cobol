      ******************************************************************
      * Copybook: TURNO
      * Purpose:  Catalogo de turnos (TURNOS.TXT, llave TN-CODIGO):
      *           horario de entrada/salida (HHMM) y los dias
      *           laborables de lunes a domingo (S/N por posicion).
      *           Lo mantiene VARIABLES; EMP-TURNO trae el turno fijo
      *           de cada empleado y el rol semanal (ver ROL) asigna
      *           el turno de cada dia. El codigo DS queda reservado
      *           para el descanso del rol.
      ******************************************************************
           02 TN-CODIGO                        PIC X(02).
           02 TN-NOMBRE                        PIC X(20).
           02 TN-ENTRADA                       PIC 9(04).
           02 TN-SALIDA                        PIC 9(04).
           02 TN-DIAS                          PIC X(07).
