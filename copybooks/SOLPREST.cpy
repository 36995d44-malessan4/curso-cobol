      *>   SOLPREST.cpy
      *>   Solicitud de prestamo, clave SOL-NUMERO: el numero que
      *>   tendra el prestamo en LOANMAST.cpy al formalizarse (con su
      *>   digito verificador, ver CHKDIGIT). La captura es de
      *>   SOLMNT y la evaluacion de SOLEVAL. SOL-EMP-ID en ceros es
      *>   un solicitante externo; con ID es prestamo al personal. El
      *>   ingreso y las obligaciones son mensuales. SOL-ESTADO vale
      *>   N (nueva, por evaluar), P (paso las reglas, en la cola de
      *>   aprobacion bajo SOL-CLASE-APROB), A (aprobada, pendiente
      *>   de formalizar), F (formalizada: alta de LOANMNT y enlace
      *>   EMPLOAN generados), D (declinada por las reglas, motivo en
      *>   SOL-MOTIVO) o R (rechazada por el aprobador); D y R
      *>   reciben carta de declinacion.
       01 SOL-RECORD.
           05 SOL-NUMERO             PIC 9(8).
           05 SOL-FECHA              PIC X(8).
           05 SOL-SOLICITANTE        PIC X(30).
           05 SOL-EMP-ID             PIC 9(6).
           05 SOL-CALLE              PIC X(30).
           05 SOL-CIUDAD             PIC X(20).
           05 SOL-CP                 PIC X(8).
           05 SOL-MONTO              PIC 9(9)V99.
           05 SOL-PLAZO              PIC 9(3).
           05 SOL-TASA-ANUAL         PIC 99V9999.
           05 SOL-INGRESO            PIC 9(7)V99.
           05 SOL-OBLIGACIONES       PIC 9(7)V99.
           05 SOL-GRADO-RIESGO       PIC 9(1).
           05 SOL-CAPTURO            PIC X(8).
           05 SOL-ESTADO             PIC X(1).
      *>   Resultado de la evaluacion: cuota de la formula de AMORT,
      *>   relacion deuda/ingreso en porciento y la clase de la cola
      *>   de aprobacion que le toco por monto.
           05 SOL-CUOTA              PIC 9(9)V99.
           05 SOL-PCT-DEUDA          PIC 9(3)V99.
           05 SOL-CLASE-APROB        PIC X(8).
           05 SOL-MOTIVO             PIC X(30).
           05 SOL-APROBADOR          PIC X(8).
           05 SOL-FECHA-DECISION     PIC X(8).
