      *>   STMTBAL.cpy
      *>   Saldos del ultimo estado de cuenta emitido por cuenta
      *>   (ACCTSTMT): periodo AAAAMM, saldo anterior con que abrio y
      *>   saldo al cierre. El cierre de un mes es la apertura del
      *>   siguiente; si el mes se vuelve a emitir se reusa la
      *>   apertura guardada, asi la reimpresion cuadra igual.
       01 SB-RECORD.
           05 SB-CUENTA              PIC 9(8).
           05 SB-PERIODO             PIC X(6).
           05 SB-SALDO-APERTURA      PIC S9(10)V99.
           05 SB-SALDO-CIERRE        PIC S9(10)V99.
