           02 RC-ID                        PIC 9(10).
           02 RC-NOMBRE                    PIC A(50).
           02 RC-APELLIDOS                 PIC A(50).
      * CALLE Y NUMERO; EL RESTO DEL DOMICILIO VA SEPARADO AL FINAL
      * DEL REGISTRO (RC-CODIGO-POSTAL .. RC-ESTADO)
           02 RC-DOMICILIO                 PIC X(50).
           02 RC-TELEFONO                  PIC 9(10).
           02 RC-TELEFONO-2                PIC 9(10).
           02 RC-RFC                       PIC X(13).
           02 RC-REGIMEN                   PIC X(03).
           02 RC-USO-CFDI                  PIC X(03).
      * DOMICILIO ESTRUCTURADO PARA VENTAS POR ZONA Y RADIO DE
      * ENTREGA: CODIGO POSTAL (5 DIGITOS), COLONIA, MUNICIPIO O
      * ALCALDIA Y CLAVE DE ENTIDAD DE ESTADOS-WS. EN REGISTROS
      * ANTERIORES VIENEN EN BLANCO HASTA CORRER CONVIERTE-DOMICILIOS
           02 RC-CODIGO-POSTAL             PIC X(05).
           02 RC-COLONIA                   PIC X(40).
           02 RC-MUNICIPIO                 PIC X(40).
           02 RC-ESTADO                    PIC X(02).
      * CONSENTIMIENTO PARA PUBLICIDAD (S = ACEPTA, N = NO ACEPTA,
      * ESPACIO = NUNCA SE LE PREGUNTO, SE TRATA COMO NO) Y FECHA EN
      * QUE LO DIO O LO RETIRO. SOLO CON "S" SALE EN LOS EXTRACTOS
      * PARA CAMPANAS (ANALISIS-CLIENTES)
           02 RC-CONSENTIMIENTO            PIC X(01).
           02 RC-FECHA-CONSENT             PIC 9(08).
      * S = DATOS PERSONALES BORRADOS A PETICION DEL CLIENTE; EL
      * RC-ID SE CONSERVA PARA QUE VENTAS Y CARTERA NO SE PIERDAN
           02 RC-ANONIMIZADO               PIC X(01).
               88 RC-ES-ANONIMO            VALUE "S".
