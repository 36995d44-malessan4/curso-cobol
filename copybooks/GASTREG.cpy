      *>   GASTREG.cpy
      *>   Registro de solicitudes de reembolso de gastos, clave ID
      *>   del empleado + referencia del comprobante (el mismo
      *>   comprobante no se reembolsa dos veces al mismo empleado).
      *>   Lo captura GASTMNT con la categoria (GASTCAT.cpy), la
      *>   fecha del gasto, el monto y el departamento del empleado
      *>   al momento de la captura, que es el que aprueba y el que
      *>   carga el gasto. GTO-ESTADO S = capturada, pendiente de
      *>   aprobacion; A = aprobada y R = rechazada (con motivo) por
      *>   el responsable del departamento (DM-RESPONSABLE) en
      *>   GASTWRK; P = pagada por PAYDISP en la dispersion, sin
      *>   impuesto, con la fecha de pago; C = cancelada por GASTMNT
      *>   antes de aprobarse.
       01 GTO-RECORD.
           05 GTO-CLAVE.
               10 GTO-ID             PIC 9(6).
               10 GTO-COMPROBANTE    PIC X(15).
           05 GTO-CATEGORIA          PIC X(4).
           05 GTO-FECHA              PIC X(8).
           05 GTO-MONTO              PIC 9(7)V99.
           05 GTO-DEPTO              PIC X(10).
           05 GTO-FECHA-ALTA         PIC X(8).
           05 GTO-CAPTURISTA         PIC X(8).
           05 GTO-ESTADO             PIC X(1).
           05 GTO-APROBADOR          PIC X(8).
           05 GTO-FECHA-DECISION     PIC X(8).
           05 GTO-MOTIVO-RECHAZO     PIC X(30).
           05 GTO-FECHA-PAGO         PIC X(8).
