      *>   DEVBANCO.cpy
      *>   Archivo de devoluciones y rechazos que regresa el banco
      *>   de la dispersion de nomina, mismo formato fijo de 60
      *>   posiciones que DISPREC.cpy: encabezado (tipo 1) con la
      *>   fecha del archivo, un detalle (tipo 2) por deposito que el
      *>   banco no pudo abonar, con la fecha del archivo de
      *>   dispersion original (DSP-H-FECHA), el ID (DSP-D-ID), la
      *>   cuenta, el monto y el motivo del banco (01 cuenta
      *>   cancelada, 02 cuenta inexistente, 03 sucursal o banco
      *>   erroneo, 04 titular no coincide, 99 otro), y un trailer
      *>   (tipo 9) con conteo y suma de los detalles.
       01 DVB-HEADER-RECORD.
           05 DVB-H-TIPO             PIC X(1).
           05 DVB-H-FECHA            PIC X(8).
           05 FILLER                 PIC X(51).
       01 DVB-DETAIL-RECORD.
           05 DVB-D-TIPO             PIC X(1).
           05 DVB-D-FECHA-DISP       PIC X(8).
           05 DVB-D-ID               PIC 9(6).
           05 DVB-D-BANCO            PIC X(4).
           05 DVB-D-CUENTA           PIC X(18).
           05 DVB-D-MONTO            PIC 9(9)V99.
           05 DVB-D-MOTIVO           PIC X(2).
           05 FILLER                 PIC X(10).
       01 DVB-TRAILER-RECORD.
           05 DVB-T-TIPO             PIC X(1).
           05 DVB-T-CONTADOR         PIC 9(6).
           05 DVB-T-MONTO-TOTAL      PIC 9(11)V99.
           05 FILLER                 PIC X(40).
