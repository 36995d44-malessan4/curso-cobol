      *>   corrida para el paso de dispersion; esta historia es la
      *>   memoria contra la que la corrida retroactiva (PAYRETRO)
      *>   compara lo que de verdad se pago en cada periodo.
      *>   PH-PERCEP-TIEMPO es la parte del bruto que vino de las
      *>   tarjetas de tiempo (TIMECARD.cpy): PAYRETRO la conserva
      *>   al recalcular el periodo contra la tarifa nueva.
      *>   PH-TIPO distingue el renglon de una corrida normal (N, o
      *>   blanco en la historia anterior) del de un finiquito (F)
      *>   o de un pago extraordinario fuera de ciclo (O, PAYEXTR):
      *>   el recalculo retroactivo solo reabre los normales.
      *>   PH-TRAMO es la banda de TAXBRKT.cpy en que cayo el bruto
      *>   (cero con la tasa plana de respaldo): la declaracion
      *>   mensual de retenciones (DECLRET) totaliza por ella.
       01 PH-RECORD.
           05 PH-FECHA            PIC X(8).
           05 PH-ID               PIC 9(6).
           05 PH-IMPUESTO         PIC 9(7)V99.
           05 PH-DEDUCCIONES      PIC 9(7)V99.
           05 PH-NETO             PIC S9(7)V99.
           05 PH-PERCEP-TIEMPO    PIC 9(7)V99.
           05 PH-TIPO             PIC X(1).
           05 PH-TRAMO            PIC 9(2).
