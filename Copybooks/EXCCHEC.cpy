      ******************************************************************
      * Copybook: EXCCHEC
      * Purpose:  Excepcion del reloj checador
      *           (EXCEPCIONES-CHECADOR.TXT, llave fecha + empleado +
      *           tipo). La corrida diaria de INCIDENCIAS-CHECADOR las
      *           abre sobre las checadas efectivas: E = entrada sin
      *           salida, S = salida sin entrada, L = jornada mas
      *           larga que MAX-HORAS-JORNADA, T = checadas en un dia
      *           sin turno asignado. Se cierran solas cuando una
      *           correccion las resuelve (EC-CERRO = SISTEMA) o las
      *           cierra un supervisor con su motivo. VARIABLES no
      *           postea en firme un periodo del grupo (EC-GRUPO) con
      *           excepciones abiertas.
      ******************************************************************
           02 EC-LLAVE.
               03 EC-FECHA                     PIC 9(08).
               03 EC-EMP-ID                    PIC 9(05).
               03 EC-TIPO                      PIC X(01).
                   88 EC-ENTRADA-SIN-SALIDA    VALUE "E".
                   88 EC-SALIDA-SIN-ENTRADA    VALUE "S".
                   88 EC-JORNADA-LARGA         VALUE "L".
                   88 EC-SIN-TURNO             VALUE "T".
           02 EC-GRUPO                         PIC X(02).
           02 EC-DETALLE                       PIC X(30).
           02 EC-ESTADO                        PIC X(01).
               88 EC-ABIERTA                   VALUE "A".
               88 EC-CERRADA                   VALUE "C".
           02 EC-FECHA-DETECCION               PIC 9(08).
           02 EC-CERRO                         PIC X(10).
           02 EC-FECHA-CIERRE                  PIC 9(08).
           02 EC-MOTIVO-CIERRE                 PIC X(30).
