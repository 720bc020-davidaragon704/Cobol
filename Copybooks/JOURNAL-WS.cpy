           02 FILLER              PIC X(04) VALUE ".TXT".
       77 WKS-JRN-ARCHIVO         PIC X(12).
       77 WKS-JRN-OPERACION       PIC X(01).
       77 WKS-JRN-REGISTRO        PIC X(450).
       77 WKS-JRN-HORA            PIC 9(08).
