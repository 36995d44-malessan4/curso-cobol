      *>   MNT-ACCION vale A (alta), C (cambio), D (baja logica: el
      *>   registro queda marcado terminado, no se borra), I
      *>   (consulta) o S (cambio de estado laboral: MNT-ESTADO trae
      *>   el nuevo EMP-ESTADO, A/L/T), P (confirmacion del periodo
      *>   de prueba) o H (recontratacion de un terminado con su
      *>   mismo ID; MNT-DEPTO es el departamento de reingreso).
      *>   MNT-FECHA-EFECTIVA (AAAAMMDD) permite capturar hoy un
      *>   movimiento que rige a futuro: EMPMAINT aplica de inmediato
      *>   las transacciones con fecha en blanco/cero o ya vencida, y
      *>   contra el registro fresco. En ceros (transaccion vieja o
      *>   por lote sin lectura previa) no se verifica.
           05 MNT-CONTADOR-LEIDO  PIC 9(4).
      *>   Motivo de la baja (MOTBAJA.cpy): obligatorio en la accion
      *>   D y en la S que deja el estado en T; en blanco en las
      *>   demas.
           05 MNT-MOTIVO-BAJA     PIC X(2).
