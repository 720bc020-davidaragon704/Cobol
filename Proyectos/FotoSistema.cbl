       01 REG-LLAVE                            PIC 9(10).

       FD FOTO-FILE.
       01 REG-FOTO                             PIC X(450).

       FD MANIFIESTO-FILE.
       01 REG-MANIFIESTO.
      * ARCHIVOS DE LLAVES DEL SISTEMA (CONTADORES CONSECUTIVOS);
      * CUALQUIER LLAVE NUEVA SE AGREGA A ESTA TABLA
       01 WKS-LLAVES-TABLA.
           02 WKS-LL-RENGLON OCCURS 15 TIMES.
               03 WKS-LL-NOMBRE       PIC X(20).
       77 WKS-NUM-LLAVES          PIC 9(02) VALUE 0.
       77 WKS-IDX-LL              PIC 9(02).
           GOBACK.

       1100-ARMAR-LLAVES.
           MOVE 15 TO WKS-NUM-LLAVES.
           MOVE "LLAVE-ACTIVOS" TO WKS-LL-NOMBRE(10).
           MOVE "LLAVE-APARTADOS" TO WKS-LL-NOMBRE(1).
           MOVE "LLAVE-CLIENTES" TO WKS-LL-NOMBRE(2).
           MOVE "LLAVE-ORDENES" TO WKS-LL-NOMBRE(7).
           MOVE "LLAVE-PEDIDOS" TO WKS-LL-NOMBRE(8).
           MOVE "LLAVE-VALES" TO WKS-LL-NOMBRE(9).
           MOVE "LLAVE-ENCARGOS" TO WKS-LL-NOMBRE(11).
           MOVE "LLAVE-RUTAS" TO WKS-LL-NOMBRE(12).
           MOVE "LLAVE-TRASPASOS" TO WKS-LL-NOMBRE(13).
           MOVE "LLAVE-GASTOS" TO WKS-LL-NOMBRE(14).
           MOVE "LLAVE-POLIZAS" TO WKS-LL-NOMBRE(15).

       1200-ARMAR-NOMBRE-FOTO.
           MOVE SPACES TO WKS-NOMBRE-FOTO.
