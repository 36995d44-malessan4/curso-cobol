      *>   CREDPEND.cpy
      *>   Cola de cargos retenidos por credito, clave cuenta +
      *>   secuencia: CASHAPP desvia aqui el cargo nuevo (CHGITEM.cpy)
      *>   de una cuenta en retencion (CP-MOTIVO R) o que llevaria lo
      *>   abierto de la cuenta arriba de su limite (CP-MOTIVO L), con
      *>   lo abierto y el limite al momento del desvio. CP-ESTADO vale
      *>   P (pendiente), A (aprobado en CREDAPR, CASHAPP lo carga en
      *>   su siguiente corrida), C (cargado al auxiliar) o X
      *>   (rechazado, no se carga).
       01 CP-RECORD.
           05 CP-CLAVE.
               10 CP-CUENTA          PIC 9(8).
               10 CP-SECUENCIA       PIC 9(4).
           05 CP-FECHA               PIC X(8).
           05 CP-MONTO               PIC 9(10)V99.
           05 CP-MONEDA              PIC X(3).
           05 CP-MOTIVO              PIC X(1).
           05 CP-FECHA-DESVIO        PIC X(8).
           05 CP-ABIERTO             PIC 9(10)V99.
           05 CP-LIMITE              PIC 9(10)V99.
           05 CP-ESTADO              PIC X(1).
           05 CP-OPER-DECISION       PIC X(8).
           05 CP-FECHA-DECISION      PIC X(8).
