      *>   EMBCTL.cpy
      *>   Limites legales de embargo sobre el ingreso disponible
      *>   (bruto menos impuesto), en por ciento: EBC-PCT-GENERAL
      *>   topa la suma de los embargos judiciales y
      *>   EBC-PCT-ALIMENTOS la suma total cuando el empleado tiene
      *>   alguna orden de pension alimenticia, que la ley deja
      *>   llegar mas alto. Sin embctl.dat PAYRUN usa 30 y 50.
       01 EBC-RECORD.
           05 EBC-PCT-GENERAL     PIC 9(3)V99.
           05 EBC-PCT-ALIMENTOS   PIC 9(3)V99.
