      ******************************************************************
      * Copybook: FOLIORES
      * Purpose:  Bloque de folios reservado para una caja
      *           (FOLIOS-RESERVADOS.TXT, indexado por FR-DESDE). La
      *           caja lo aparta de LLAVE-FOLIOS.TXT mientras esta en
      *           linea (clave FOLIOS-RESERVA) y lo gasta solo cuando
      *           vende fuera de linea. FR-ULTIMO es el ultimo folio
      *           del bloque ya aplicado a VENTAS.TXT (0 = ninguno):
      *           arriba de el los folios no son hueco, son reserva
      *           sin usar o tickets aun en la cola de la caja.
      *           FR-ESTADO: A = BLOQUE VIGENTE DE LA CAJA, C = YA
      *           RELEVADO POR UNO NUEVO. Lo escribe COMERCIO y lo lee
      *           VERIFICA-FOLIOS; COPY en ambos FDs para que el
      *           trazado no se duplique a mano.
      ******************************************************************
           02 FR-DESDE                         PIC 9(10).
           02 FR-HASTA                         PIC 9(10).
           02 FR-CAJA                          PIC X(02).
           02 FR-FECHA                         PIC 9(08).
           02 FR-ULTIMO                        PIC 9(10).
           02 FR-ESTADO                        PIC X(01).
               88 FR-VIGENTE                   VALUE "A".
               88 FR-RELEVADO                  VALUE "C".
