      *>   DEPTCURS.cpy
      *>   Certificaciones obligatorias por departamento, un renglon
      *>   por departamento (codigo de DEPTMAST.cpy) y curso
      *>   (CURSMAST.cpy). Todo empleado activo del departamento
      *>   debe tener vigente cada curso listado; la cola nocturna
      *>   CERTQUE avisa al gerente de los que le faltan. Se da de
      *>   alta y de baja por CURSMNT (acciones R y Q).
       01 DC-RECORD.
           05 DC-CLAVE.
               10 DC-DEPTO           PIC X(10).
               10 DC-CURSO           PIC X(6).
           05 DC-FECHA-ALTA          PIC X(8).
           05 DC-OPERADOR            PIC X(8).
