      ******************************************************************
      * Copybook: PERMISO
      * Purpose:  Matriz de permisos por funcion (PERMISOS.TXT), llave
      *           PM-LLAVE. Cada registro concede una funcion del
      *           catalogo de PERMISO-WS a un operador (OP-ID) o a un
      *           perfil con nombre; el operador tiene lo suyo mas lo
      *           de su perfil (OP-PERFIL). El rol S pasa siempre.
      *           Mientras el archivo no exista rigen solo los roles.
      *           Lo mantiene PERMISOS con firma de supervisor.
      ******************************************************************
           02 PM-LLAVE.
               03 PM-SUJETO                    PIC X(10).
               03 PM-FUNCION                   PIC X(05).
      * O = OPERADOR, P = PERFIL
           02 PM-TIPO-SUJETO                   PIC X(01).
           02 PM-FECHA-ALTA                    PIC 9(08).
           02 PM-AUTORIZO                      PIC X(10).
