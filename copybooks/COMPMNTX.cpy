           05 CMT-DEDUCCION       OCCURS 3 TIMES PIC X(4).
           05 CMT-ANULACION       PIC X(1).
           05 CMT-JUSTIFICACION   PIC X(60).
      *>   CMT-TARIFA-HORA: tarifa por hora del personal pagado por
      *>   horas (cero = empleado de sueldo), ver EMPCOMP.cpy.
           05 CMT-TARIFA-HORA     PIC 9(5)V99.
