       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXWRK.
      *>   Estacion de correccion del lockbox, igual que EMPREWRK:
      *>   recorre lbxrej.dat (LBXREJ.cpy) y por cada renglon
      *>   pendiente le da al operador la opcion de corregir la
      *>   referencia (el renglon corregido sale a lbxcorr.dat con el
      *>   layout de detalle de LBXFILE.cpy, y LOCKBOX lo vuelve a
      *>   validar en su siguiente corrida) o descartarlo con un
      *>   motivo (p.ej. devuelto al pagador). El monto no se toca:
      *>   es lo que el banco ya abono. El renglon original queda
      *>   marcado T o D via REWRITE, asi nunca se suelta dos veces.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-rechazos
               ASSIGN TO "lbxrej.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS.

               SELECT OPTIONAL archivo-corregidos
               ASSIGN TO "lbxcorr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CORREGIDOS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-rechazos.
           COPY LBXREJ.

       FD  archivo-corregidos.
           COPY LBXFILE.

       WORKING-STORAGE SECTION.
           01 WS-FS-RECHAZOS PIC XX VALUE "00".
           01 WS-FS-CORREGIDOS PIC XX VALUE "00".
           01 WS-EOF-RECHAZOS PIC X VALUE "N".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-ACCION PIC X VALUE SPACES.
           01 WS-TOTAL-CORREGIDOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DESCARTADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SALTADOS PIC 9(6) VALUE ZEROS.

      *>   Captura de la correccion: mismas PICTURE que el detalle de
      *>   LBXFILE.cpy. ENTER en blanco conserva el valor original.
           01 WS-CAPTURA PIC X(32) VALUE SPACES.
           01 WS-NUEVO-TIPO-REF PIC X(1) VALUE SPACES.
           01 WS-NUEVA-REFERENCIA PIC X(8) VALUE SPACES.
           01 WS-NUEVA-FECHA PIC X(8) VALUE SPACES.
           01 WS-NUEVO-ITEM PIC 9(6) VALUE ZEROS.
           01 WS-CAPTURA-VALIDA PIC X VALUE "S".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "Introduce tu ID de operador: "
           ACCEPT WS-OPERADOR
           OPEN I-O archivo-rechazos
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "No hay renglones de lockbox que trabajar "
                   "(lbxrej.dat no existe o no se pudo abrir)"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-RECHAZOS = "S"
               READ archivo-rechazos
                   AT END
                       MOVE "S" TO WS-EOF-RECHAZOS
                   NOT AT END
                       IF LBR-ESTADO = "P" OR LBR-ESTADO = SPACE
                           PERFORM TrabajaRechazo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-rechazos
           DISPLAY "Corregidos: " WS-TOTAL-CORREGIDOS
               " Descartados: " WS-TOTAL-DESCARTADOS
               " Saltados: " WS-TOTAL-SALTADOS
           MOVE 0 TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

      *>   Muestra el renglon pendiente y encamina segun lo que decida
      *>   el operador: (C)orregir, (D)escartar o (S)altar.
       TrabajaRechazo.
           DISPLAY " "
           DISPLAY "Renglon pendiente (" LBR-CODIGO-RAZON "): "
               LBR-RAZON
           DISPLAY "  Lote: " LBR-LOTE " renglon " LBR-SECUENCIA
           DISPLAY "  Tipo (C cuenta / P prestamo): " LBR-TIPO-REF
           DISPLAY "  Referencia: " LBR-REFERENCIA
           DISPLAY "  Fecha: " LBR-FECHA
           DISPLAY "  Monto: " LBR-MONTO
           DISPLAY "  Item: " LBR-ITEM
           DISPLAY "(C)orregir, (D)escartar o (S)altar: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
               WHEN "C"
               WHEN "c"
                   PERFORM CapturaCorreccion
               WHEN "D"
               WHEN "d"
                   PERFORM DescartaRechazo
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SALTADOS
           END-EVALUATE.

      *>   Tipo y referencia se repiten hasta quedar con forma valida
      *>   (C o P, ocho digitos); la existencia contra el maestro la
      *>   vuelve a probar LOCKBOX.
       CapturaCorreccion.
           MOVE LBR-TIPO-REF TO WS-NUEVO-TIPO-REF
           MOVE LBR-REFERENCIA TO WS-NUEVA-REFERENCIA
           MOVE LBR-FECHA TO WS-NUEVA-FECHA
           MOVE LBR-ITEM TO WS-NUEVO-ITEM
           PERFORM CapturaReferencia
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "Tipo o referencia invalidos, intente de "
                   "nuevo."
               PERFORM CapturaReferencia
           END-PERFORM
           PERFORM CapturaFecha
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "Fecha invalida (AAAAMMDD), intente de nuevo."
               PERFORM CapturaFecha
           END-PERFORM
           DISPLAY "Item [" LBR-ITEM "]: "
           MOVE SPACES TO WS-CAPTURA
           ACCEPT WS-CAPTURA
           IF WS-CAPTURA NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAPTURA) TO WS-NUEVO-ITEM
           END-IF
           PERFORM GrabaCorregido
           MOVE "T" TO LBR-ESTADO
           MOVE SPACES TO LBR-NOTA
           STRING "CORREGIDO POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LBR-NOTA
           REWRITE LBR-RECORD
           ADD 1 TO WS-TOTAL-CORREGIDOS.

       CapturaReferencia.
           DISPLAY "Tipo C/P [" LBR-TIPO-REF "]: "
           MOVE SPACES TO WS-CAPTURA
           ACCEPT WS-CAPTURA
           IF WS-CAPTURA NOT = SPACES
               MOVE WS-CAPTURA TO WS-NUEVO-TIPO-REF
           END-IF
           INSPECT WS-NUEVO-TIPO-REF CONVERTING "cp" TO "CP"
           DISPLAY "Referencia [" LBR-REFERENCIA "]: "
           MOVE SPACES TO WS-CAPTURA
           ACCEPT WS-CAPTURA
           IF WS-CAPTURA NOT = SPACES
               MOVE WS-CAPTURA TO WS-NUEVA-REFERENCIA
           END-IF
           MOVE "S" TO WS-CAPTURA-VALIDA
           IF WS-NUEVO-TIPO-REF NOT = "C"
               AND WS-NUEVO-TIPO-REF NOT = "P"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF
           IF WS-NUEVA-REFERENCIA IS NOT NUMERIC
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

       CapturaFecha.
           DISPLAY "Fecha [" LBR-FECHA "]: "
           MOVE SPACES TO WS-CAPTURA
           ACCEPT WS-CAPTURA
           IF WS-CAPTURA NOT = SPACES
               MOVE WS-CAPTURA TO WS-NUEVA-FECHA
           END-IF
           MOVE "S" TO WS-CAPTURA-VALIDA
           IF WS-NUEVA-FECHA IS NOT NUMERIC
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

      *>   El renglon corregido viaja como detalle del banco para que
      *>   pase por la misma validacion de LOCKBOX.
       GrabaCorregido.
           OPEN EXTEND archivo-corregidos
           IF WS-FS-CORREGIDOS = "05" OR WS-FS-CORREGIDOS = "35"
               OPEN OUTPUT archivo-corregidos
           END-IF
           MOVE SPACES TO LBX-DETAIL-RECORD
           MOVE "2" TO LBX-D-TIPO
           MOVE LBR-SECUENCIA TO LBX-D-SECUENCIA
           MOVE WS-NUEVO-TIPO-REF TO LBX-D-TIPO-REF
           MOVE WS-NUEVA-REFERENCIA TO LBX-D-REFERENCIA
           MOVE WS-NUEVA-FECHA TO LBX-D-FECHA
           MOVE LBR-MONTO TO LBX-D-MONTO
           MOVE WS-NUEVO-ITEM TO LBX-D-ITEM
           WRITE LBX-DETAIL-RECORD
           CLOSE archivo-corregidos.

       DescartaRechazo.
           DISPLAY "Motivo del descarte: "
           MOVE SPACES TO LBR-NOTA
           ACCEPT LBR-NOTA
           MOVE "D" TO LBR-ESTADO
           REWRITE LBR-RECORD
           ADD 1 TO WS-TOTAL-DESCARTADOS.

       END PROGRAM LBXWRK.
