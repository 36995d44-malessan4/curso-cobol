      *>   COAMAST.cpy
      *>   Catalogo de cuentas del mayor, clave CTA-CUENTA (el mismo
      *>   GL-CUENTA de GLINT.cpy): descripcion, tipo (A activo, P
      *>   pasivo, C capital, I ingreso, G gasto), naturaleza del
      *>   saldo (D deudora, A acreedora), si esta activa y si
      *>   admite movimientos (N = cuenta de resumen, solo agrupa).
      *>   GLUPDT manda a suspenso todo asiento a una cuenta que no
      *>   este aqui, este inactiva o sea de resumen, y los mapeos de
      *>   GLPOST, PAYGL y ACCRPOST se validan contra el catalogo al
      *>   cargarse (subrutina CTACHK). CTA-RENGLON-EF es el renglon
      *>   de los estados financieros (GLFINST) bajo el que se suma
      *>   la cuenta dentro de su tipo; en blanco, la cuenta sale en
      *>   renglon propio con su descripcion. Lo mantiene COAMNT.
       01 CTA-RECORD.
           05 CTA-CUENTA             PIC X(8).
           05 CTA-DESCRIPCION        PIC X(30).
           05 CTA-TIPO               PIC X(1).
           05 CTA-NATURALEZA         PIC X(1).
           05 CTA-ACTIVA             PIC X(1).
           05 CTA-POSTEABLE          PIC X(1).
           05 CTA-FECHA-CAMBIO       PIC X(8).
           05 CTA-OPERADOR           PIC X(8).
           05 CTA-RENGLON-EF         PIC X(30).
