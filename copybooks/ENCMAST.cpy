      *>   ENCMAST.cpy
      *>   Compromisos de gasto (ordenes aprobadas que todavia no se
      *>   facturan) por departamento y periodo de presupuesto
      *>   (AAAAMM), con clave la referencia de la orden: la misma
      *>   que trae el gasto real en DT-REFERENCIA (DEPTTRANS.cpy)
      *>   cuando lo liquida. ENC-ESTADO vale A (abierto, nada
      *>   liquidado), P (parcialmente liquidado) o C (cerrado:
      *>   liquidado completo o cancelado). Lo abierto del compromiso
      *>   es ENC-MONTO - ENC-LIQUIDADO mientras no este en C.
      *>   ENC-SOBREGIRO = S marca el compromiso que se dio de alta
      *>   forzado aunque dejaba el presupuesto disponible en
      *>   negativo. ENC-FECHA-ULT-LIQ hace idempotente la
      *>   liquidacion diaria de ENCLIQ.
       01 ENC-RECORD.
           05 ENC-REFERENCIA         PIC X(12).
           05 ENC-DEPTO              PIC X(10).
           05 ENC-PERIODO            PIC X(6).
           05 ENC-DESCRIPCION        PIC X(30).
           05 ENC-MONTO              PIC 9(9)V99.
           05 ENC-LIQUIDADO          PIC 9(9)V99.
           05 ENC-ESTADO             PIC X(1).
           05 ENC-SOBREGIRO          PIC X(1).
           05 ENC-CAPTURISTA         PIC X(8).
           05 ENC-FECHA-ALTA         PIC X(8).
           05 ENC-FECHA-ULT-LIQ      PIC X(8).
           05 ENC-FECHA-CIERRE       PIC X(8).
