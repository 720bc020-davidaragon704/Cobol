      ******************************************************************
      * Copybook: BAJA
      * Purpose:  Empleados dados de baja (EMPLEADOS-BAJA.TXT), antes
      *           declarado solo dentro de NOMINA (program2, que lo
      *           escribe en 00035-ARCHIVAR-BAJA): fecha de baja mas el
      *           registro del maestro, para no borrar todo rastro del
      *           trabajador. ROTACION-PERSONAL lo lee para la rotacion
      *           y la antiguedad.
      ******************************************************************
           02 BJ-FECHA-BAJA            PIC 9(08).
           02 BJ-REGISTRO              PIC X(200).
      * VISTA DE LOS CAMPOS DEL MAESTRO (EMPLEADO.cpy) QUE SE USAN
      * DESPUES DE LA BAJA
           02 BJ-REGISTRO-R REDEFINES BJ-REGISTRO.
               03 BJ-EMP-ID            PIC 9(05).
               03 FILLER               PIC X(101).
               03 BJ-FECHA-CONTRATO    PIC 9(08).
               03 FILLER               PIC X(69).
               03 BJ-DEPTO             PIC X(04).
               03 FILLER               PIC X(13).
      * MOTIVO DE LA BAJA PARA RECURSOS HUMANOS: R = RENUNCIA,
      * D = DESPIDO, C = FIN DE CONTRATO, A = ABANDONO DE EMPLEO,
      * F = FALLECIMIENTO, J = JUBILACION O PENSION, O = OTRO. EN
      * BAJAS ANTERIORES A ESTE CAMPO VIENE EN BLANCO.
           02 BJ-MOTIVO                PIC X(01).
               88 BJ-MOTIVO-VALIDO     VALUE "R" "D" "C" "A" "F" "J"
                                             "O".
