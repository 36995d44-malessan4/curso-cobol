      *>   justificacion obligatoria y constancia en auditoria.
           05 OP-PERM-OVERRIDE       PIC X(1).
           05 OP-ACTIVO              PIC X(1).
      *>   EMP-ID del operador cuando es empleado (ceros si no): con
      *>   el se identifica el jefe en la estacion de aprobacion de
      *>   licencias (LEAVEWRK).
           05 OP-EMP-ID              PIC 9(6).
      *>   Tramo de autoridad para aprobar solicitudes de prestamo en
      *>   APPROVE (clases SOLPRE1 a SOLPRE3, ver SOLCTL.cpy): el
      *>   operador aprueba su tramo y los de abajo; cero no aprueba
      *>   solicitudes.
           05 OP-NIVEL-PRESTAMO      PIC 9(1).
