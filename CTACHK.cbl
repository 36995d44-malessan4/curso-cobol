       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTACHK.
      *>   Subrutina callable de validacion contra el catalogo de
      *>   cuentas (COAMAST.cpy), en el molde de PERCHECK: recibe una
      *>   cuenta de mayor y devuelve LK-VALIDA "S" si existe, esta
      *>   activa y admite movimientos; si no, "N" con el motivo en
      *>   LK-MOTIVO. La usan GLUPDT por cada asiento y GLPOST,
      *>   PAYGL y ACCRPOST al cargar sus mapeos de cuentas. Sin
      *>   archivo de catalogo toda cuenta es valida, como antes de
      *>   que hubiera catalogo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-catalogo
               ASSIGN TO "coamast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-catalogo.
           COPY COAMAST.

       WORKING-STORAGE SECTION.
           01 WS-FS-CATALOGO PIC XX VALUE "00".

       LINKAGE SECTION.
           01 LK-CUENTA PIC X(8).
           01 LK-VALIDA PIC X.
           01 LK-MOTIVO PIC X(30).

       PROCEDURE DIVISION USING LK-CUENTA LK-VALIDA LK-MOTIVO.

       MAIN-PROCEDURE.
           MOVE "S" TO LK-VALIDA
           MOVE SPACES TO LK-MOTIVO
           OPEN INPUT archivo-catalogo
           IF WS-FS-CATALOGO NOT = "00"
               CLOSE archivo-catalogo
               GOBACK
           END-IF
           MOVE LK-CUENTA TO CTA-CUENTA
           READ archivo-catalogo
               INVALID KEY
                   MOVE "N" TO LK-VALIDA
                   MOVE "CUENTA NO EXISTE EN CATALOGO" TO LK-MOTIVO
               NOT INVALID KEY
                   IF CTA-ACTIVA NOT = "S"
                       MOVE "N" TO LK-VALIDA
                       MOVE "CUENTA INACTIVA" TO LK-MOTIVO
                   ELSE
                       IF CTA-POSTEABLE NOT = "S"
                           MOVE "N" TO LK-VALIDA
                           MOVE "CUENTA DE RESUMEN, NO POSTEABLE"
                               TO LK-MOTIVO
                       END-IF
                   END-IF
           END-READ
           CLOSE archivo-catalogo
           GOBACK.

       END PROGRAM CTACHK.
