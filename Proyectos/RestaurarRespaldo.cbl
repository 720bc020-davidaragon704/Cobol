           COPY CLIENTE.

       FD RESPALDO-IN.
       01 REG-RESPALDO                         PIC X(450).

       FD SEGURIDAD-OUT.
       01 REG-SEGURIDAD                        PIC X(450).

       FD CONTROL-FILE.
       01 REG-CONTROL.
