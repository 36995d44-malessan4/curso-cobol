      *>   SETMANIF.cpy
      *>   Manifiesto del respaldo del conjunto de archivos: un
      *>   renglon por miembro con su conteo de registros y dos
      *>   totales de control que calcula SETHASH (suma de la llave
      *>   numerica y suma de importes), para que SETVRFY y SETRESTO
      *>   prueben cada miembro por separado. SMF-TRAILER lleva el
      *>   resultado de EMPTRCHK contra el trailer de
      *>   archivo-empleados al momento del respaldo (en blanco en
      *>   los demas miembros).
       01 SMF-RECORD.
           05 SMF-SELLO              PIC X(26).
           05 SMF-FECHA-PROCESO      PIC X(8).
           05 SMF-MIEMBRO            PIC X(8).
           05 SMF-REGISTROS          PIC 9(8).
           05 SMF-HASH-CLAVE         PIC 9(15).
           05 SMF-HASH-MONTO         PIC 9(15)V99.
           05 SMF-TRAILER            PIC X(5).
