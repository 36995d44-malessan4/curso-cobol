      *>   que la copia se verifique por si sola. Vive en copybook
      *>   para que un cambio de EMPREC.cpy se refleje UNA sola vez
      *>   aqui y no se reteclee en cuatro programas. Ambos registros
      *>   comparten el tamano (108 posiciones) bajo el mismo FD.
       01 RESPALDO-RECORD.
           05 RSP-ID              PIC 9(6).
           05 RSP-NOMBRE          PIC X(16).
           05 RSP-PROB-CONFIRMADA PIC X(1).
           05 RSP-FECHA-INGRESO   PIC X(8).
           05 RSP-CONTADOR-ACT    PIC 9(4).
           05 RSP-MOTIVO-BAJA     PIC X(2).
       01 RESPALDO-TRAILER-RECORD.
           05 RST-ID              PIC 9(6).
           05 RST-CONTADOR        PIC 9(6).
           05 RST-HASH            PIC 9(10).
           05 FILLER              PIC X(86).
