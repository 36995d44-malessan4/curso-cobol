      *>   GARANTIA.cpy
      *>   Registro de garantias por prestamo, clave numero de
      *>   prestamo (LN-NUMERO) + secuencia: el tipo (H inmueble, V
      *>   vehiculo, D deposito en prenda, M maquinaria, O otro), la
      *>   descripcion, el valor y la fecha del ultimo avaluo, y el
      *>   vencimiento de la poliza de seguro del bien (en blanco si
      *>   el tipo no se asegura, p.ej. el deposito). GT-ESTADO vale
      *>   A (vigente) o L (liberada al prestatario: ya no respalda
      *>   el prestamo pero se conserva). Lo mantiene GARMNT; la
      *>   cobertura la vigila GARMON cada fin de mes.
       01 GT-RECORD.
           05 GT-CLAVE.
               10 GT-NUMERO          PIC 9(8).
               10 GT-SECUENCIA       PIC 9(2).
           05 GT-TIPO                PIC X(1).
           05 GT-DESCRIPCION         PIC X(30).
           05 GT-VALOR-AVALUO        PIC 9(11)V99.
           05 GT-FECHA-AVALUO        PIC X(8).
           05 GT-VENCE-SEGURO        PIC X(8).
           05 GT-ESTADO              PIC X(1).
           05 GT-FECHA-ALTA          PIC X(8).
