      ******************************************************************
      * Copybook: PERMISO-PROC
      * Purpose:  Permisos por funcion de los menus, compartido igual
      *           que OPLOG-PROC. Requiere COPY PERMISO-WS y OPLOG-WS en
      *           WORKING-STORAGE, los SELECT de OPERADOR-FILE y
      *           SESION-FILE que pide OPLOG-PROC, y un SELECT de
      *           PERMISO-FILE sobre "PERMISOS.TXT" (INDEXED, RECORD KEY
      *           PM-LLAVE, FILE STATUS PM-STATUS) con FD que haga COPY
      *           PERMISO. Una funcion negada se avisa y queda en
      *           SESIONES.TXT con el evento NEG- y la clave de la
      *           funcion. Sin operador firmado (programa corrido
      *           suelto), sin PERMISOS.TXT o con una opcion que no
      *           esta en el catalogo no se restringe nada.
      ******************************************************************
       1992-VERIFICAR-PERMISO.
           MOVE "S" TO WKS-PRM-RESULTADO.
           PERFORM 1993-BUSCAR-FUNCION.
           IF WKS-PRM-OPERADOR IS NOT EQUAL TO SPACES AND
              WKS-PRM-POS IS GREATER THAN 0 THEN
               OPEN INPUT PERMISO-FILE
               IF PM-STATUS IS EQUAL TO "00" THEN
                   PERFORM 1994-REVISAR-OPERADOR
                   CLOSE PERMISO-FILE.
           IF NOT WKS-PRM-CONCEDIDO THEN
               DISPLAY "NO TIENE PERMISO PARA: "
                       WKS-PRM-CAT-DESCRIPCION(WKS-PRM-POS)
               MOVE WKS-PRM-OPERADOR TO WKS-SES-OPERADOR-X
               MOVE SPACES TO WKS-SES-EVENTO
               STRING "NEG-" WKS-PRM-FUNCION
                   DELIMITED BY SIZE INTO WKS-SES-EVENTO
               PERFORM 1845-REGISTRAR-SESION.

      * POSICION DE WKS-PRM-FUNCION EN EL CATALOGO (0 = NO ESTA)
       1993-BUSCAR-FUNCION.
           MOVE 0 TO WKS-PRM-POS.
           PERFORM 1995-COMPARAR-FUNCION
               VARYING WKS-PRM-IDX FROM 1 BY 1
               UNTIL WKS-PRM-IDX IS GREATER THAN WKS-PRM-NUM-FUNCIONES
                  OR WKS-PRM-POS IS GREATER THAN 0.

      * CON LA MATRIZ ABIERTA: EL SUPERVISOR PASA; LOS DEMAS NECESITAN
      * LA FUNCION CONCEDIDA A ELLOS O A SU PERFIL. CON EL ARCHIVO DE
      * OPERADORES VACIO (CREDENCIAL HEREDADA) TAMBIEN SE PASA.
       1994-REVISAR-OPERADOR.
           MOVE "N" TO WKS-PRM-RESULTADO.
           MOVE SPACES TO WKS-PRM-PERFIL.
           OPEN INPUT OPERADOR-FILE.
           IF OP-STATUS IS NOT EQUAL TO "00" THEN
               MOVE "S" TO WKS-PRM-RESULTADO
           ELSE
               MOVE WKS-PRM-OPERADOR TO OP-ID
               READ OPERADOR-FILE KEY IS OP-ID
                   INVALID KEY
                       PERFORM 1997-REVISAR-SIN-OPERADORES
                   NOT INVALID KEY
                       IF OP-ROL IS EQUAL TO "S" THEN
                           MOVE "S" TO WKS-PRM-RESULTADO
                       END-IF
                       MOVE OP-PERFIL TO WKS-PRM-PERFIL
               END-READ
               CLOSE OPERADOR-FILE.
           IF NOT WKS-PRM-CONCEDIDO THEN
               PERFORM 1996-BUSCAR-CONCESION.

       1995-COMPARAR-FUNCION.
           IF WKS-PRM-CAT-FUNCION(WKS-PRM-IDX) IS EQUAL TO
              WKS-PRM-FUNCION THEN
               MOVE WKS-PRM-IDX TO WKS-PRM-POS.

      * CON PERMISO-FILE ABIERTO: WKS-PRM-FUNCION CONCEDIDA A
      * WKS-PRM-OPERADOR (ORIGEN D) O A WKS-PRM-PERFIL (ORIGEN P)
       1996-BUSCAR-CONCESION.
           MOVE "N" TO WKS-PRM-RESULTADO.
           MOVE SPACE TO WKS-PRM-ORIGEN.
           MOVE WKS-PRM-OPERADOR TO PM-SUJETO.
           MOVE WKS-PRM-FUNCION TO PM-FUNCION.
           READ PERMISO-FILE KEY IS PM-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WKS-PRM-RESULTADO
                   MOVE "D" TO WKS-PRM-ORIGEN
           END-READ.
           IF NOT WKS-PRM-CONCEDIDO AND
              WKS-PRM-PERFIL IS NOT EQUAL TO SPACES THEN
               MOVE WKS-PRM-PERFIL TO PM-SUJETO
               MOVE WKS-PRM-FUNCION TO PM-FUNCION
               READ PERMISO-FILE KEY IS PM-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WKS-PRM-RESULTADO
                       MOVE "P" TO WKS-PRM-ORIGEN.

       1997-REVISAR-SIN-OPERADORES.
           MOVE LOW-VALUES TO OP-ID.
           START OPERADOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   MOVE "S" TO WKS-PRM-RESULTADO.
