      *>   PAYREV.cpy
      *>   Constancia de la revision de variaciones de la nomina
      *>   (PAYVAR), un solo registro regrabado en cada revision:
      *>   identifica la corrida revisada por el conteo y la suma de
      *>   netos del trailer de paydet.dat, guarda cuantos hallazgos
      *>   salieron y el estado de la liberacion — P pendiente de
      *>   supervisor, L liberada. La liberacion es la entrada de la
      *>   clase REVNOM en la cola de control dual (APPRQUE.cpy,
      *>   referencia = PRV-FECHA) que un supervisor aprueba en
      *>   APPROVE; PAYDISP la consume, voltea el estado a L y deja
      *>   al aprobador en PRV-APROBADOR. Un paydet.dat que no es el
      *>   revisado no se dispersa.
       01 PRV-RECORD.
           05 PRV-FECHA              PIC X(8).
           05 PRV-CONTADOR           PIC 9(6).
           05 PRV-MONTO-TOTAL        PIC S9(11)V99.
           05 PRV-HALLAZGOS          PIC 9(6).
           05 PRV-ESTADO             PIC X(1).
           05 PRV-APROBADOR          PIC X(8).
           05 PRV-FECHA-LIBERA       PIC X(8).
