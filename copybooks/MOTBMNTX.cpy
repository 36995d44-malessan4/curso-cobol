      *>   MOTBMNTX.cpy
      *>   Transaccion de mantenimiento del catalogo de motivos de
      *>   baja (MOTBAJA.cpy): MBT-ACCION vale A (alta), C (cambio de
      *>   descripcion y tipo), D (cierre: el motivo queda inactivo,
      *>   no se borra, porque las bajas viejas lo siguen citando) o
      *>   I (consulta). MBT-RECONTRATABLE S/N (en blanco vale S).
       01 MBT-TRANS-RECORD.
           05 MBT-ACCION             PIC X(1).
           05 MBT-CODIGO             PIC X(2).
           05 MBT-DESCRIPCION        PIC X(30).
           05 MBT-TIPO               PIC X(1).
           05 MBT-RECONTRATABLE      PIC X(1).
