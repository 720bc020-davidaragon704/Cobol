      * OPLOG-WS); EN REGISTROS ANTERIORES VIENEN EN BLANCO
           02 OP-INTENTOS                      PIC 9(01).
           02 OP-FECHA-CLAVE                   PIC 9(08).
      * EMPLEADO DE LA NOMINA QUE CORRESPONDE AL OPERADOR (EMP-ID),
      * PARA PAGARLE SUS COMISIONES POR NOMINA (VER COMISION); 0 O EN
      * BLANCO EN REGISTROS ANTERIORES = SIN EMPLEADO LIGADO
           02 OP-EMP-ID                        PIC 9(05).
      * PERFIL DE PERMISOS DEL OPERADOR (VER PERMISO.cpy); EN BLANCO
      * = SOLO LAS FUNCIONES CONCEDIDAS AL OPERADOR MISMO
           02 OP-PERFIL                        PIC X(10).
