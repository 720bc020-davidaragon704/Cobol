      ******************************************************************
      * Copybook: ESTADOS-WS
      * Purpose:  Catalogo fijo de las 32 entidades federativas para
      *           el domicilio del cliente (RC-ESTADO guarda la clave
      *           de dos letras, la misma de la CURP). Cada renglon
      *           trae clave, nombre y la abreviatura de uso comun,
      *           para que 2800-BUSCAR-ESTADO (ESTADOS-PROC.cpy)
      *           reconozca cualquiera de las tres al capturar o al
      *           separar un domicilio viejo.
      ******************************************************************
       01 WKS-EDO-TABLA.
           02 FILLER PIC X(28) VALUE "ASAGUASCALIENTES      AGS   ".
           02 FILLER PIC X(28) VALUE "BCBAJA CALIFORNIA     BC    ".
           02 FILLER PIC X(28) VALUE "BSBAJA CALIFORNIA SUR BCS   ".
           02 FILLER PIC X(28) VALUE "CCCAMPECHE            CAMP  ".
           02 FILLER PIC X(28) VALUE "CLCOAHUILA            COAH  ".
           02 FILLER PIC X(28) VALUE "CMCOLIMA              COL   ".
           02 FILLER PIC X(28) VALUE "CSCHIAPAS             CHIS  ".
           02 FILLER PIC X(28) VALUE "CHCHIHUAHUA           CHIH  ".
           02 FILLER PIC X(28) VALUE "DFCIUDAD DE MEXICO    CDMX  ".
           02 FILLER PIC X(28) VALUE "DGDURANGO             DGO   ".
           02 FILLER PIC X(28) VALUE "GTGUANAJUATO          GTO   ".
           02 FILLER PIC X(28) VALUE "GRGUERRERO            GRO   ".
           02 FILLER PIC X(28) VALUE "HGHIDALGO             HGO   ".
           02 FILLER PIC X(28) VALUE "JCJALISCO             JAL   ".
           02 FILLER PIC X(28) VALUE "MCESTADO DE MEXICO    MEX   ".
           02 FILLER PIC X(28) VALUE "MNMICHOACAN           MICH  ".
           02 FILLER PIC X(28) VALUE "MSMORELOS             MOR   ".
           02 FILLER PIC X(28) VALUE "NTNAYARIT             NAY   ".
           02 FILLER PIC X(28) VALUE "NLNUEVO LEON          NL    ".
           02 FILLER PIC X(28) VALUE "OCOAXACA              OAX   ".
           02 FILLER PIC X(28) VALUE "PLPUEBLA              PUE   ".
           02 FILLER PIC X(28) VALUE "QTQUERETARO           QRO   ".
           02 FILLER PIC X(28) VALUE "QRQUINTANA ROO        QROO  ".
           02 FILLER PIC X(28) VALUE "SPSAN LUIS POTOSI     SLP   ".
           02 FILLER PIC X(28) VALUE "SLSINALOA             SIN   ".
           02 FILLER PIC X(28) VALUE "SRSONORA              SON   ".
           02 FILLER PIC X(28) VALUE "TCTABASCO             TAB   ".
           02 FILLER PIC X(28) VALUE "TSTAMAULIPAS          TAMPS ".
           02 FILLER PIC X(28) VALUE "TLTLAXCALA            TLAX  ".
           02 FILLER PIC X(28) VALUE "VZVERACRUZ            VER   ".
           02 FILLER PIC X(28) VALUE "YNYUCATAN             YUC   ".
           02 FILLER PIC X(28) VALUE "ZSZACATECAS           ZAC   ".
       01 WKS-EDO-TABLA-R REDEFINES WKS-EDO-TABLA.
           02 WKS-EDO-RENGLON OCCURS 32 TIMES.
               03 WKS-EDO-CLAVE       PIC X(02).
               03 WKS-EDO-NOMBRE      PIC X(20).
               03 WKS-EDO-ABREV       PIC X(06).
       77 WKS-EDO-BUSCAR          PIC X(20).
       77 WKS-EDO-HALLADO         PIC X(02).
       77 WKS-EDO-IDX             PIC 9(02).
       01 WKS-EDO-PIEZAS.
           02 WKS-EDO-PIEZA       PIC X(20) OCCURS 6 TIMES.
