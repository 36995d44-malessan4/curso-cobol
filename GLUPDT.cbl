      *>   lo que corporativo recibio se reconstruye leyendo nuestro
      *>   mayor, no re-corriendo la noche. Un registro cuyo periodo
      *>   ya esta cerrado (PERCHECK) se rehusa con excepcion
      *>   critica. Un asiento a una cuenta que no esta en el
      *>   catalogo (COAMAST.cpy), o que esta inactiva o es de
      *>   resumen (CTACHK), no se aplica: va al suspenso glsusp.dat
      *>   (GLSUSP.cpy) con su motivo y excepcion critica, y GLSUSRPT
      *>   lo reporta; un error de mapeo ya no abre una cuenta nueva
      *>   en el mayor sin que nadie la revise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

               SELECT OPTIONAL archivo-suspenso
               ASSIGN TO "glsusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

               SELECT OPTIONAL archivo-excepciones
               ASSIGN TO "excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               05 GLH-MONTO              PIC 9(9)V99.
               05 GLH-FECHA              PIC X(8).

       FD  archivo-suspenso.
           COPY GLSUSP.

       FD  archivo-excepciones.
           COPY EXCREC.

           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-HISTORIA PIC XX VALUE "00".
           01 WS-FS-EXCEPCIONES PIC XX VALUE "00".
           01 WS-FS-SUSPENSO PIC XX VALUE "00".
           01 WS-EOF-INTERFAZ PIC X VALUE "N".
           01 WS-MAYOR-EXISTE PIC X VALUE "N".
           01 WS-PERIODO-CERRADO PIC X VALUE "N".
           01 WS-TOTAL-APLICADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-REHUSADOS PIC 9(6) VALUE ZEROS.

      *>   Validacion contra el catalogo de cuentas (ver CTACHK).
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-TOTAL-SUSPENSO PIC 9(6) VALUE ZEROS.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.
           CLOSE archivo-mayor
           DISPLAY "Asientos aplicados: " WS-TOTAL-APLICADOS
               " Rehusados por periodo cerrado: " WS-TOTAL-REHUSADOS
               " A suspenso: " WS-TOTAL-SUSPENSO
           EVALUATE TRUE
               WHEN WS-INTERFAZ-VALIDA NOT = "S"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-REHUSADOS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-SUSPENSO > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
               PERFORM RegistraPeriodoCerrado
               EXIT PARAGRAPH
           END-IF
           CALL "CTACHK" USING GL-CUENTA WS-CTA-VALIDA WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               ADD 1 TO WS-TOTAL-SUSPENSO
               PERFORM MandaASuspenso
               EXIT PARAGRAPH
           END-IF
           MOVE GL-CUENTA TO GLM-CUENTA
           MOVE GL-FECHA (1:6) TO GLM-PERIODO
           MOVE "S" TO WS-MAYOR-EXISTE
           WRITE EXC-RECORD
           CLOSE archivo-excepciones.

      *>   El asiento va tal cual al suspenso, con el motivo que dio
      *>   el catalogo, y deja excepcion critica para la revision
      *>   matutina.
       MandaASuspenso.
           MOVE WS-FECHA-HORA-PROCESO TO GLS-FECHA-HORA
           MOVE GL-CUENTA TO GLS-CUENTA
           MOVE GL-IND-DRCR TO GLS-IND-DRCR
           MOVE GL-MONTO TO GLS-MONTO
           MOVE GL-FECHA TO GLS-FECHA
           MOVE WS-CTA-MOTIVO TO GLS-MOTIVO
           OPEN EXTEND archivo-suspenso
           IF WS-FS-SUSPENSO = "05" OR WS-FS-SUSPENSO = "35"
               OPEN OUTPUT archivo-suspenso
           END-IF
           WRITE GLS-RECORD
           CLOSE archivo-suspenso
           MOVE "GLUPDT" TO EXC-PROGRAMA
           MOVE WS-FECHA-HORA-PROCESO TO EXC-FECHA-HORA
           MOVE "SUSPENSO" TO EXC-TIPO
           MOVE "C" TO EXC-SEVERIDAD
           MOVE SPACES TO EXC-DETALLE
           STRING "Asiento a suspenso: " GL-CUENTA " "
               WS-CTA-MOTIVO
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcionComun.

       END PROGRAM GLUPDT.
