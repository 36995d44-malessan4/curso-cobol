      *>   SENCTL.cpy
      *>   Reglas de puente de antiguedad, archivo de control chico
      *>   estilo LEAVECTL.cpy, que SENCALC lee una vez por corrida.
      *>   Un periodo anterior (SERVHIST.cpy) se suma a la antiguedad
      *>   del periodo vigente cuando la interrupcion entre su baja y
      *>   el reingreso siguiente no pasa de SCT-DIAS-PUENTE dias
      *>   naturales; en cero no se puentea nada y la antiguedad
      *>   corre solo desde EMP-FECHA-INGRESO, como siempre.
      *>   SCT-PARIDAD "S" exige ademas que la interrupcion sea mas
      *>   corta que el periodo que se puentea (regla de paridad), y
      *>   SCT-MIN-DIAS-PERIODO exige que el periodo anterior haya
      *>   durado al menos esos dias. Un periodo que no cumple alguna
      *>   de las reglas no se puentea y corta la cadena: los
      *>   anteriores a el ya no cuentan.
       01 SCT-RECORD.
           05 SCT-DIAS-PUENTE        PIC 9(5).
           05 SCT-PARIDAD            PIC X(1).
           05 SCT-MIN-DIAS-PERIODO   PIC 9(5).
