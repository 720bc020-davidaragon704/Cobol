      ******************************************************************
      * Copybook: MOVIMSS-WS
      * Purpose:  Working-storage del registro de movimientos
      *           afiliatorios (ver MOVIMSS-PROC.cpy): con el
      *           empleado leido en el registro del maestro, el
      *           programa MUEVE la clave del movimiento a
      *           WKS-MI-TIPO, la fecha en que surte efecto a
      *           WKS-MI-FECHA y, en las bajas, la causa a
      *           WKS-MI-CAUSA, y hace PERFORM
      *           1880-REGISTRAR-MOV-IMSS.
      ******************************************************************
       77 MI-STATUS               PIC X(02).
       77 WKS-MI-TIPO             PIC X(02).
       77 WKS-MI-FECHA            PIC 9(08).
       77 WKS-MI-CAUSA            PIC X(01).
           88 WKS-MI-CAUSA-VALIDA VALUE "1" "2" "3" "4" "6" "8".
       77 WKS-MI-ANIOS            PIC 9(03).
       77 WKS-MI-VAC              PIC 9(02).
       77 WKS-MI-FACTOR           PIC 9(01)V9(04).
