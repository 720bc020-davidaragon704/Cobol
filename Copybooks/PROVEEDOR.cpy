      *           PV-ID, originalmente declarado solo dentro de
      *           COMERCIO. COPY en el FD de cualquier programa que
      *           lea el maestro (CUENTAS-PAGAR lo usa para los
      *           plazos de pago), igual que PRODUCTO.cpy. El RFC y
      *           el tipo de tercero los usa DIOT-IVA para agrupar lo
      *           pagado a cada proveedor.
      ******************************************************************
           02 PV-ID                            PIC 9(10).
           02 PV-NOMBRE                        PIC X(50).
      * DIAS DE CREDITO QUE NOS DA EL PROVEEDOR (PLAZO DE PAGO DE
      * SUS FACTURAS); 0 O BLANCO EN REGISTROS ANTERIORES = CONTADO
           02 PV-DIAS-CREDITO                  PIC 9(03).
      * DATOS FISCALES: RFC Y TIPO DE TERCERO (N = NACIONAL, E =
      * EXTRANJERO); BLANCO EN REGISTROS ANTERIORES = NACIONAL SIN
      * RFC CAPTURADO (CUENTAS-PAGAR LO PIDE AL REGISTRAR FACTURA)
           02 PV-RFC                           PIC X(13).
           02 PV-TIPO-TERCERO                  PIC X(01).
               88 PV-EXTRANJERO                VALUE "E".
