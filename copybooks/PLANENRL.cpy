      *>   PLANENRL.cpy
      *>   Inscripcion del empleado al plan medico, satelite del
      *>   maestro con clave EMP-ID: plan, nivel de cobertura,
      *>   vigencia y estado (A activa, T terminada). El nivel dice
      *>   a quien cubre ademas del titular: EE solo empleado, ES
      *>   empleado y conyuge, EH empleado e hijos, FA familia. Los
      *>   cubiertos estan en el registro de dependientes
      *>   (DEPENDNT.cpy); la prima del plan y nivel (PLANPRIM.cpy)
      *>   se descuenta en nomina por la inscripcion de deduccion
      *>   que mantiene PLANDED en DEDENRL.cpy.
       01 PE-RECORD.
           05 PE-ID                  PIC 9(6).
           05 PE-PLAN                PIC X(4).
           05 PE-NIVEL               PIC X(2).
           05 PE-FECHA-INICIO        PIC X(8).
           05 PE-FECHA-FIN           PIC X(8).
           05 PE-ESTADO              PIC X(1).
           05 PE-FECHA-CAMBIO        PIC X(8).
           05 PE-OPERADOR            PIC X(8).
