           05 CFT-ANULACION       PIC X(1).
           05 CFT-JUSTIFICACION   PIC X(60).
           05 CFT-FECHA-EFECTIVA  PIC X(8).
           05 CFT-TARIFA-HORA     PIC 9(5)V99.
