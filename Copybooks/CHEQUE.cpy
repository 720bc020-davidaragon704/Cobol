      ******************************************************************
      * Copybook: CHEQUE
      * Purpose:  Cheque recibido en caja como pago de un folio
      *           (CHEQUES.TXT), llave CH-FOLIO: un cheque por ticket.
      *           CH-ESTADO: R = RECIBIDO (EN CAJA, SIN DEPOSITAR),
      *           D = DEPOSITADO (CH-FICHA Y CH-FECHA-DEPOSITO DE LA
      *           FICHA EN QUE SE LLEVO AL BANCO), V = DEVUELTO POR EL
      *           BANCO (YA CARGADO CON SU COMISION A LA CUENTA DEL
      *           CLIENTE; MIENTRAS HAYA UNO EN V EL CLIENTE NO PUEDE
      *           PAGAR CON CHEQUE), L = DEVUELTO Y LIBERADO POR UN
      *           SUPERVISOR (CH-SUPERVISOR), C = FOLIO CANCELADO (EL
      *           CHEQUE SE REGRESO AL CLIENTE). Lo escribe COMERCIO
      *           (cobro, cancelacion, devolucion y liberacion), lo
      *           marca DEPOSITOS-BANCO al capturar la ficha y lo lee
      *           REPORTE-CHEQUES; COPY en los FDs para que el trazado
      *           no se duplique a mano.
      ******************************************************************
           02 CH-FOLIO                         PIC 9(10).
           02 CH-FECHA                         PIC 9(08).
           02 CH-CAJA                          PIC X(02).
           02 CH-CLIENTE-ID                    PIC 9(10).
           02 CH-BANCO                         PIC X(15).
           02 CH-NUMERO                        PIC X(10).
           02 CH-LIBRADOR                      PIC X(40).
           02 CH-IMPORTE                       PIC 9(11)V9(02).
           02 CH-ESTADO                        PIC X(01).
           02 CH-FECHA-DEPOSITO                PIC 9(08).
           02 CH-FICHA                         PIC X(15).
           02 CH-FECHA-DEVOLUCION              PIC 9(08).
           02 CH-COMISION                      PIC 9(07)V9(02).
           02 CH-SUPERVISOR                    PIC X(10).
