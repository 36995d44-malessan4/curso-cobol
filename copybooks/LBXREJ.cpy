      *>   LBXREJ.cpy
      *>   Cola de correccion del lockbox: un renglon del archivo del
      *>   banco (LBXFILE.cpy) que LOCKBOX no pudo soltar a caja o a
      *>   cartera, con el lote, el renglon y el motivo. LBR-ESTADO
      *>   lleva el ciclo en la estacion de correccion LBXWRK, igual
      *>   que EMPREJ.cpy en EMPREWRK: P pendiente, T trabajado (ya
      *>   salio corregido a lbxcorr.dat, que LOCKBOX vuelve a
      *>   validar en su siguiente corrida), D descartado con el
      *>   motivo en LBR-NOTA (p.ej. devuelto al pagador).
       01 LBR-RECORD.
           05 LBR-LOTE               PIC X(12).
           05 LBR-SECUENCIA          PIC 9(6).
           05 LBR-TIPO-REF           PIC X(1).
           05 LBR-REFERENCIA         PIC X(8).
           05 LBR-FECHA              PIC X(8).
           05 LBR-MONTO              PIC 9(9)V99.
           05 LBR-ITEM               PIC 9(6).
           05 LBR-CODIGO-RAZON       PIC X(4).
           05 LBR-RAZON              PIC X(30).
           05 LBR-ESTADO             PIC X(1).
           05 LBR-NOTA               PIC X(30).
           05 LBR-FECHA-RECHAZO      PIC X(8).
