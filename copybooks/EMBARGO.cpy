      *>   EMBARGO.cpy
      *>   Orden de embargo de sueldo (pension alimenticia, embargo
      *>   judicial), clave compuesta ID + numero de expediente: un
      *>   empleado puede cargar varias ordenes a la vez y PAYRUN las
      *>   aplica despues del impuesto en orden de EMB-PRIORIDAD (1
      *>   primero) sin rebasar el limite legal sobre el ingreso
      *>   disponible (embctl.dat, EMBCTL.cpy). EMB-PORCENTAJE sobre
      *>   el disponible, o si esta en cero el monto fijo EMB-MONTO;
      *>   EMB-TOPE en cero es "sin tope por periodo"; EMB-ADEUDO en
      *>   cero es "sin saldo que agotar" (pension por tiempo
      *>   indefinido). Al cubrir el adeudo la orden queda cerrada
      *>   (C) sola, con la fecha en EMB-FECHA-CIERRE.
       01 EMB-RECORD.
           05 EMB-CLAVE.
               10 EMB-ID          PIC 9(6).
               10 EMB-EXPEDIENTE  PIC X(15).
      *>   A = pension alimenticia, J = embargo judicial.
           05 EMB-TIPO            PIC X(1).
           05 EMB-ACREEDOR        PIC X(10).
           05 EMB-ACREEDOR-NOMBRE PIC X(30).
           05 EMB-PORCENTAJE      PIC 9(3)V99.
           05 EMB-MONTO           PIC 9(7)V99.
           05 EMB-TOPE            PIC 9(7)V99.
           05 EMB-PRIORIDAD       PIC 9(2).
           05 EMB-ADEUDO          PIC 9(9)V99.
           05 EMB-PAGADO          PIC 9(9)V99.
           05 EMB-FECHA-INICIO    PIC X(8).
           05 EMB-ESTADO          PIC X(1).
           05 EMB-FECHA-CIERRE    PIC X(8).
      *>   Guardia de recorrida, mismo esquema que DE-PERIODO-ULT /
      *>   DE-MONTO-ULT de DEDENRL.cpy.
           05 EMB-PERIODO-ULT     PIC X(8).
           05 EMB-MONTO-ULT       PIC 9(7)V99.
