      *>   SETBKREC.cpy
      *>   Layout del respaldo del conjunto de archivos (SETBKUP):
      *>   una sola generacion secuencial con todos los miembros
      *>   tomados en el mismo punto de consistencia, cada registro
      *>   rotulado con el DDNAME de su archivo de origen (EMPLEAD,
      *>   COMPENS, CONTACTO, BANCOS, LOANS, LOANPOS, OPENITEM,
      *>   GLMAST) y el registro original tal cual en SBK-DATOS. El
      *>   primer registro es la cabecera con el sello del conjunto,
      *>   el mismo que lleva cada renglon del manifiesto
      *>   (SETMANIF.cpy). El trailer de archivo-empleados no viaja:
      *>   la restauracion lo recalcula, como EMPRESTO.
       01 SBK-RECORD.
           05 SBK-MIEMBRO            PIC X(8).
           05 SBK-DATOS              PIC X(120).
       01 SBK-CABECERA.
           05 SBC-MIEMBRO            PIC X(8).
           05 SBC-SELLO              PIC X(26).
           05 SBC-FECHA-PROCESO      PIC X(8).
           05 FILLER                 PIC X(86).
