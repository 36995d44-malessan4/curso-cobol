       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETHASH.
      *>   Totales de control de un registro del respaldo del
      *>   conjunto (SETBKREC.cpy): suma al acumulado del llamador la
      *>   llave numerica y el importe del registro segun su
      *>   miembro, asi SETBKUP, SETVRFY y SETRESTO calculan el
      *>   manifiesto exactamente igual, como EMPTRCHK centraliza la
      *>   comparacion del trailer. La llave es el ID o numero del
      *>   registro (cuenta + partida en OPENITEM; en GLMAST la
      *>   cuenta es alfanumerica y se suma el periodo); el importe
      *>   es el salario, principal, pagado acumulado, saldo abierto
      *>   o cargos + abonos, y cero en los satelites sin importe.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY EMPCOMP.
           COPY EMPCONT.
           COPY EMPBANK.
           COPY LOANMAST.
           COPY LOANPOS.
           COPY OPENITEM.
           COPY GLMAST.

       LINKAGE SECTION.
           01 LK-MIEMBRO PIC X(8).
           01 LK-DATOS PIC X(120).
           01 LK-HASH-CLAVE PIC 9(15).
           01 LK-HASH-MONTO PIC 9(15)V99.

       PROCEDURE DIVISION USING LK-MIEMBRO LK-DATOS LK-HASH-CLAVE
           LK-HASH-MONTO.

       MAIN-PROCEDURE.
           EVALUATE LK-MIEMBRO
               WHEN "EMPLEAD"
                   MOVE LK-DATOS TO EMP-RECORD
                   ADD EMP-ID TO LK-HASH-CLAVE
               WHEN "COMPENS"
                   MOVE LK-DATOS TO CP-RECORD
                   ADD CP-ID TO LK-HASH-CLAVE
                   ADD CP-SALARIO TO LK-HASH-MONTO
               WHEN "CONTACTO"
                   MOVE LK-DATOS TO CN-RECORD
                   ADD CN-ID TO LK-HASH-CLAVE
               WHEN "BANCOS"
                   MOVE LK-DATOS TO BK-RECORD
                   ADD BK-ID TO LK-HASH-CLAVE
               WHEN "LOANS"
                   MOVE LK-DATOS TO LN-RECORD
                   ADD LN-NUMERO TO LK-HASH-CLAVE
                   ADD LN-PRINCIPAL TO LK-HASH-MONTO
               WHEN "LOANPOS"
                   MOVE LK-DATOS TO LP-RECORD
                   ADD LP-NUMERO TO LK-HASH-CLAVE
                   ADD LP-PAGADO-ACUM TO LK-HASH-MONTO
               WHEN "OPENITEM"
                   MOVE LK-DATOS TO OI-RECORD
                   ADD OI-CUENTA OI-ITEM TO LK-HASH-CLAVE
                   ADD OI-MONTO-ABIERTO TO LK-HASH-MONTO
               WHEN "GLMAST"
                   MOVE LK-DATOS TO GLM-RECORD
                   IF GLM-PERIODO IS NUMERIC
                       ADD FUNCTION NUMVAL(GLM-PERIODO)
                           TO LK-HASH-CLAVE
                   END-IF
                   ADD GLM-CARGOS GLM-ABONOS TO LK-HASH-MONTO
           END-EVALUATE
           GOBACK.

       END PROGRAM SETHASH.
