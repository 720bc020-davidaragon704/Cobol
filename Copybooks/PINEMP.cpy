      ******************************************************************
      * Copybook: PINEMP
      * Purpose:  NIP personal del empleado para la consulta de sus
      *           saldos en la terminal del reloj checador
      *           (NIPS-EMPLEADOS.TXT, llave PN-EMP-ID). El NIP se
      *           guarda cifrado con la sustitucion de OPLOG-PROC
      *           (1837-CIFRAR-CLAVE). Tres NIP equivocados seguidos
      *           bloquean la consulta (PN-ESTADO B) hasta que un
      *           supervisor la restablece con un NIP nuevo.
      ******************************************************************
           02 PN-EMP-ID                        PIC 9(05).
           02 PN-NIP                           PIC X(10).
           02 PN-ESTADO                        PIC X(01).
               88 PN-ACTIVO                    VALUE "A".
               88 PN-BLOQUEADO                 VALUE "B".
           02 PN-INTENTOS                      PIC 9(01).
      * SUPERVISOR QUE ASIGNO O RESTABLECIO EL NIP, Y CUANDO
           02 PN-SUPERVISOR                    PIC X(10).
           02 PN-FECHA                         PIC 9(08).
