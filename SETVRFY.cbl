       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETVRFY.
      *>   Verificacion del respaldo del conjunto de archivos, el
      *>   BKUPVRFY de SETBKUP: relee la generacion del conjunto
      *>   (DDNAME SETBKUP) y su manifiesto (DDNAME SETMANIF),
      *>   recuenta cada miembro y recalcula sus totales de control
      *>   con SETHASH, y prueba miembro por miembro contra el
      *>   manifiesto. Tambien exige que el manifiesto traiga los
      *>   ocho miembros del conjunto y que el sello de la cabecera
      *>   sea el mismo de cada renglon del manifiesto (un conjunto
      *>   con el manifiesto de otra noche no es un conjunto). Un
      *>   descuadre de cualquier miembro truena el paso con
      *>   RETURN-CODE 12, igual que BKUPVRFY. SETRESTO lo invoca
      *>   antes de tocar nada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-conjunto
               ASSIGN TO "SETBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONJUNTO.

               SELECT archivo-manifiesto
               ASSIGN TO "SETMANIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANIFIESTO.

       DATA DIVISION.
       FILE SECTION.
      *>   Layout compartido del conjunto (ver SETBKREC.cpy): el
      *>   primer registro es la cabecera con el sello.
       FD  archivo-conjunto.
           COPY SETBKREC.

       FD  archivo-manifiesto.
           COPY SETMANIF.

       WORKING-STORAGE SECTION.
           01 WS-FS-CONJUNTO PIC XX VALUE "00".
           01 WS-FS-MANIFIESTO PIC XX VALUE "00".
           01 WS-EOF-CONJUNTO PIC X VALUE "N".
           01 WS-EOF-MANIFIESTO PIC X VALUE "N".
           01 WS-CUADRA PIC X VALUE "S".
           01 WS-SELLO PIC X(26) VALUE SPACES.
           01 WS-TOTAL-REGISTROS PIC 9(8) VALUE ZEROS.

      *>   Miembros del conjunto, en el orden en que SETBKUP los
      *>   escribe, con lo que dice el manifiesto y lo contado.
           01 WS-MIEMBROS-VALORES.
               05 FILLER PIC X(8) VALUE "EMPLEAD".
               05 FILLER PIC X(8) VALUE "COMPENS".
               05 FILLER PIC X(8) VALUE "CONTACTO".
               05 FILLER PIC X(8) VALUE "BANCOS".
               05 FILLER PIC X(8) VALUE "LOANS".
               05 FILLER PIC X(8) VALUE "LOANPOS".
               05 FILLER PIC X(8) VALUE "OPENITEM".
               05 FILLER PIC X(8) VALUE "GLMAST".
           01 WS-MIEMBROS-R REDEFINES WS-MIEMBROS-VALORES.
               05 WS-MIEMBRO OCCURS 8 TIMES PIC X(8).
           01 WS-CONTROL.
               05 WS-CTL OCCURS 8 TIMES.
                   10 WS-MAN-VISTO PIC X.
                   10 WS-MAN-REGISTROS PIC 9(8).
                   10 WS-MAN-HASH-CLAVE PIC 9(15).
                   10 WS-MAN-HASH-MONTO PIC 9(15)V99.
                   10 WS-REAL-REGISTROS PIC 9(8).
                   10 WS-REAL-HASH-CLAVE PIC 9(15).
                   10 WS-REAL-HASH-MONTO PIC 9(15)V99.
           01 WS-IDX PIC 99 VALUE ZEROS.
           01 WS-ENCONTRADO PIC 99 VALUE ZEROS.
           01 WS-BUSCA-MIEMBRO PIC X(8) VALUE SPACES.
           01 WS-RESULTADO PIC X(10) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "SETVRFY".
           01 WS-RL-INICIO PIC X(26) VALUE SPACES.
           01 WS-RL-LEIDOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-ESCRITOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RECHAZADOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RETORNO PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-INICIO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE "N" TO WS-MAN-VISTO (WS-IDX)
               MOVE ZEROS TO WS-MAN-REGISTROS (WS-IDX)
               MOVE ZEROS TO WS-MAN-HASH-CLAVE (WS-IDX)
               MOVE ZEROS TO WS-MAN-HASH-MONTO (WS-IDX)
               MOVE ZEROS TO WS-REAL-REGISTROS (WS-IDX)
               MOVE ZEROS TO WS-REAL-HASH-CLAVE (WS-IDX)
               MOVE ZEROS TO WS-REAL-HASH-MONTO (WS-IDX)
           END-PERFORM
           PERFORM LeeManifiesto
           IF WS-CUADRA = "S"
               PERFORM LeeConjunto
           END-IF
           IF WS-CUADRA = "S"
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                   PERFORM ComparaMiembro
               END-PERFORM
           END-IF
           IF WS-CUADRA = "S"
               DISPLAY "SETVRFY: conjunto verificado, sello "
                   WS-SELLO " registros " WS-TOTAL-REGISTROS
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "SETVRFY: EL CONJUNTO DE RESPALDO NO CUADRA "
                   "- NO confiar en esta generacion"
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-REGISTROS TO WS-RL-LEIDOS
           PERFORM GrabaBitacora
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   Todos los renglones del manifiesto deben traer el mismo
      *>   sello y un miembro conocido, sin repetir.
       LeeManifiesto.
           OPEN INPUT archivo-manifiesto
           IF WS-FS-MANIFIESTO NOT = "00"
               DISPLAY "SETVRFY: no se pudo abrir el manifiesto "
                   "(status " WS-FS-MANIFIESTO ")"
               MOVE "N" TO WS-CUADRA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-MANIFIESTO = "S"
               READ archivo-manifiesto
                   AT END
                       MOVE "S" TO WS-EOF-MANIFIESTO
                   NOT AT END
                       PERFORM GuardaManifiesto
               END-READ
           END-PERFORM
           CLOSE archivo-manifiesto.

       GuardaManifiesto.
           IF WS-SELLO = SPACES
               MOVE SMF-SELLO TO WS-SELLO
           END-IF
           IF SMF-SELLO NOT = WS-SELLO
               DISPLAY "SETVRFY: el manifiesto mezcla sellos "
                   WS-SELLO " y " SMF-SELLO
               MOVE "N" TO WS-CUADRA
               EXIT PARAGRAPH
           END-IF
           MOVE SMF-MIEMBRO TO WS-BUSCA-MIEMBRO
           PERFORM BuscaMiembro
           IF WS-ENCONTRADO = 0
               DISPLAY "SETVRFY: miembro desconocido en el "
                   "manifiesto: " SMF-MIEMBRO
               MOVE "N" TO WS-CUADRA
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-VISTO (WS-ENCONTRADO) = "S"
               DISPLAY "SETVRFY: miembro repetido en el manifiesto: "
                   SMF-MIEMBRO
               MOVE "N" TO WS-CUADRA
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-MAN-VISTO (WS-ENCONTRADO)
           MOVE SMF-REGISTROS TO WS-MAN-REGISTROS (WS-ENCONTRADO)
           MOVE SMF-HASH-CLAVE TO WS-MAN-HASH-CLAVE (WS-ENCONTRADO)
           MOVE SMF-HASH-MONTO TO WS-MAN-HASH-MONTO (WS-ENCONTRADO).

       LeeConjunto.
           OPEN INPUT archivo-conjunto
           IF WS-FS-CONJUNTO NOT = "00"
               DISPLAY "SETVRFY: no se pudo abrir la generacion del "
                   "conjunto (status " WS-FS-CONJUNTO ")"
               MOVE "N" TO WS-CUADRA
               EXIT PARAGRAPH
           END-IF
           READ archivo-conjunto
               AT END
                   MOVE "S" TO WS-EOF-CONJUNTO
           END-READ
           IF WS-EOF-CONJUNTO = "S" OR SBC-MIEMBRO NOT = "*SELLO*"
               OR SBC-SELLO NOT = WS-SELLO
               DISPLAY "SETVRFY: la cabecera del conjunto no "
                   "corresponde al manifiesto"
               MOVE "N" TO WS-CUADRA
               CLOSE archivo-conjunto
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CONJUNTO = "S"
               READ archivo-conjunto
                   AT END
                       MOVE "S" TO WS-EOF-CONJUNTO
                   NOT AT END
                       PERFORM CuentaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-conjunto.

       CuentaRegistro.
           ADD 1 TO WS-TOTAL-REGISTROS
           MOVE SBK-MIEMBRO TO WS-BUSCA-MIEMBRO
           PERFORM BuscaMiembro
           IF WS-ENCONTRADO = 0
               DISPLAY "SETVRFY: registro de miembro desconocido: "
                   SBK-MIEMBRO
               MOVE "N" TO WS-CUADRA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REAL-REGISTROS (WS-ENCONTRADO)
           CALL "SETHASH" USING WS-BUSCA-MIEMBRO SBK-DATOS
               WS-REAL-HASH-CLAVE (WS-ENCONTRADO)
               WS-REAL-HASH-MONTO (WS-ENCONTRADO).

       BuscaMiembro.
           MOVE ZEROS TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF WS-MIEMBRO (WS-IDX) = WS-BUSCA-MIEMBRO
                   MOVE WS-IDX TO WS-ENCONTRADO
               END-IF
           END-PERFORM.

       ComparaMiembro.
           EVALUATE TRUE
               WHEN WS-MAN-VISTO (WS-IDX) NOT = "S"
                   MOVE "SIN MANIF." TO WS-RESULTADO
               WHEN WS-REAL-REGISTROS (WS-IDX)
                   NOT = WS-MAN-REGISTROS (WS-IDX)
                   MOVE "CONTEO" TO WS-RESULTADO
               WHEN WS-REAL-HASH-CLAVE (WS-IDX)
                   NOT = WS-MAN-HASH-CLAVE (WS-IDX)
                   OR WS-REAL-HASH-MONTO (WS-IDX)
                   NOT = WS-MAN-HASH-MONTO (WS-IDX)
                   MOVE "TOTALES" TO WS-RESULTADO
               WHEN OTHER
                   MOVE "OK" TO WS-RESULTADO
           END-EVALUATE
           IF WS-RESULTADO NOT = "OK"
               MOVE "N" TO WS-CUADRA
           END-IF
           DISPLAY "SETVRFY: " WS-MIEMBRO (WS-IDX)
               " manifiesto " WS-MAN-REGISTROS (WS-IDX)
               " contados " WS-REAL-REGISTROS (WS-IDX)
               " " WS-RESULTADO.

       GrabaBitacora.
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE.

       END PROGRAM SETVRFY.
