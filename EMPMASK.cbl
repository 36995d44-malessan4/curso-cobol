               05 TRN-PROB-CONFIRMADA PIC X(1).
               05 TRN-FECHA-INGRESO   PIC X(8).
               05 TRN-CONTADOR-ACT    PIC 9(4).
               05 TRN-MOTIVO-BAJA     PIC X(2).
           01 TRN-TRAILER-RECORD.
               05 TRT-ID              PIC 9(6).
               05 TRT-CONTADOR        PIC 9(6).
               05 TRT-HASH            PIC 9(10).
               05 FILLER              PIC X(86).

       FD  archivo-compensacion.
           COPY EMPCOMP.
               05 CPT-SALARIO         PIC 9(7)V99.
               05 CPT-GRADO           PIC X(2).
               05 CPT-DEDUCCION       OCCURS 3 TIMES PIC X(4).
               05 CPT-TARIFA-HORA     PIC 9(5)V99.

       FD  archivo-contacto.
           COPY EMPCONT.
           MOVE EMP-PROB-CONFIRMADA TO TRN-PROB-CONFIRMADA
           MOVE EMP-FECHA-INGRESO TO TRN-FECHA-INGRESO
           MOVE EMP-CONTADOR-ACT TO TRN-CONTADOR-ACT
           MOVE EMP-MOTIVO-BAJA TO TRN-MOTIVO-BAJA
           WRITE TRN-RECORD
           ADD 1 TO WS-TOTAL-EMPLEADOS
           ADD 1 TO WS-CONTADOR-REAL
