      *>   GLSUSP.cpy
      *>   Suspenso del mayor: el asiento GLINT que GLUPDT no aplico
      *>   porque su cuenta no esta en el catalogo (COAMAST.cpy),
      *>   esta inactiva o es de resumen, tal cual llego y con el
      *>   motivo. El mayor queda descuadrado por ese importe hasta
      *>   que contabilidad corrija el mapeo o el catalogo y re-mande
      *>   el asiento; GLSUSRPT lista lo que entro cada dia.
       01 GLS-RECORD.
           05 GLS-FECHA-HORA          PIC X(26).
           05 GLS-CUENTA              PIC X(8).
           05 GLS-IND-DRCR            PIC X(2).
           05 GLS-MONTO               PIC 9(9)V99.
           05 GLS-FECHA               PIC X(8).
           05 GLS-MOTIVO              PIC X(30).
