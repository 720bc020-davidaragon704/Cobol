      ******************************************************************
      * Copybook: ESTADOS-PROC
      * Purpose:  Busqueda en el catalogo de entidades (requiere COPY
      *           ESTADOS-WS en WORKING-STORAGE). El que llama deja el
      *           texto en WKS-EDO-BUSCAR (clave, nombre o abreviatura,
      *           con o sin punto final) y recibe la clave de dos
      *           letras en WKS-EDO-HALLADO, o espacios si no es una
      *           entidad del catalogo.
      ******************************************************************
       2800-BUSCAR-ESTADO.
           MOVE SPACES TO WKS-EDO-HALLADO.
      * LOS PUNTOS SE QUITAN ("N. L." Y "JAL." VALEN COMO "NL" Y "JAL")
           INSPECT WKS-EDO-BUSCAR REPLACING ALL ". " BY "..".
           MOVE SPACES TO WKS-EDO-PIEZAS.
           UNSTRING WKS-EDO-BUSCAR DELIMITED BY "."
               INTO WKS-EDO-PIEZA(1) WKS-EDO-PIEZA(2)
                    WKS-EDO-PIEZA(3) WKS-EDO-PIEZA(4)
                    WKS-EDO-PIEZA(5) WKS-EDO-PIEZA(6).
           MOVE SPACES TO WKS-EDO-BUSCAR.
           STRING WKS-EDO-PIEZA(1) WKS-EDO-PIEZA(2)
                  WKS-EDO-PIEZA(3) WKS-EDO-PIEZA(4)
                  WKS-EDO-PIEZA(5) WKS-EDO-PIEZA(6)
               DELIMITED BY "  " INTO WKS-EDO-BUSCAR.
           MOVE FUNCTION TRIM(WKS-EDO-BUSCAR) TO WKS-EDO-BUSCAR.
           IF WKS-EDO-BUSCAR IS NOT EQUAL TO SPACES THEN
               MOVE 1 TO WKS-EDO-IDX
               PERFORM 2810-CICLO-ESTADO
                   UNTIL WKS-EDO-IDX IS GREATER THAN 32
                      OR WKS-EDO-HALLADO IS NOT EQUAL TO SPACES.

       2810-CICLO-ESTADO.
           IF WKS-EDO-BUSCAR IS EQUAL TO WKS-EDO-CLAVE(WKS-EDO-IDX) OR
              WKS-EDO-BUSCAR IS EQUAL TO WKS-EDO-NOMBRE(WKS-EDO-IDX) OR
              WKS-EDO-BUSCAR IS EQUAL TO WKS-EDO-ABREV(WKS-EDO-IDX)
           THEN
               MOVE WKS-EDO-CLAVE(WKS-EDO-IDX) TO WKS-EDO-HALLADO
           ELSE
               ADD 1 TO WKS-EDO-IDX.
