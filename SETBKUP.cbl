       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETBKUP.
      *>   Respaldo nocturno del conjunto de archivos en un solo
      *>   punto de consistencia. EMPBACKUP protege solo
      *>   archivo-empleados, y restaurar el maestro solo lo deja
      *>   desfasado de todo lo que cuelga de el; aqui van juntos el
      *>   maestro y sus satelites (compensacion, contacto, cuentas
      *>   bancarias) y los archivos financieros (prestamos,
      *>   posicion de prestamos, partidas abiertas y mayor). Corre
      *>   en NIGHTLY justo despues de CALCHECK, con el candado de
      *>   ventana batch ya tomado por BATCHBEG y antes de que el
      *>   primer paso del stream actualice nada. Escribe una
      *>   generacion del GDG del conjunto (DDNAME SETBKUP, layout
      *>   SETBKREC.cpy) y el manifiesto (DDNAME SETMANIF,
      *>   SETMANIF.cpy) con conteo y totales de control por
      *>   miembro via SETHASH; SETVRFY los verifica en el paso
      *>   siguiente y SETRESTO restaura el conjunto completo. Un
      *>   miembro opcional que no existe queda en el manifiesto con
      *>   cero registros; uno que no se puede abrir termina el paso
      *>   con RC 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

               SELECT OPTIONAL archivo-compensacion
               ASSIGN TO "compens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-ID
               FILE STATUS IS WS-FS-COMPENSACION.

               SELECT OPTIONAL archivo-contacto
               ASSIGN TO "contacto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-ID
               FILE STATUS IS WS-FS-CONTACTO.

               SELECT OPTIONAL archivo-bancos
               ASSIGN TO "bancos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-ID
               FILE STATUS IS WS-FS-BANCOS.

               SELECT OPTIONAL archivo-prestamos
               ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-NUMERO
               FILE STATUS IS WS-FS-PRESTAMOS.

               SELECT OPTIONAL archivo-posicion
               ASSIGN TO "loanpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LP-NUMERO
               FILE STATUS IS WS-FS-POSICION.

               SELECT OPTIONAL archivo-partidas
               ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-CLAVE
               FILE STATUS IS WS-FS-PARTIDAS.

               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

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
       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-compensacion.
           COPY EMPCOMP.

       FD  archivo-contacto.
           COPY EMPCONT.

       FD  archivo-bancos.
           COPY EMPBANK.

       FD  archivo-prestamos.
           COPY LOANMAST.

       FD  archivo-posicion.
           COPY LOANPOS.

       FD  archivo-partidas.
           COPY OPENITEM.

       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-conjunto.
           COPY SETBKREC.

       FD  archivo-manifiesto.
           COPY SETMANIF.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-COMPENSACION PIC XX VALUE "00".
           01 WS-FS-CONTACTO PIC XX VALUE "00".
           01 WS-FS-BANCOS PIC XX VALUE "00".
           01 WS-FS-PRESTAMOS PIC XX VALUE "00".
           01 WS-FS-POSICION PIC XX VALUE "00".
           01 WS-FS-PARTIDAS PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-CONJUNTO PIC XX VALUE "00".
           01 WS-FS-MANIFIESTO PIC XX VALUE "00".
           01 WS-FS-MIEMBRO PIC XX VALUE "00".
           01 WS-EOF-MIEMBRO PIC X VALUE "N".
           01 WS-HUBO-ERROR PIC X VALUE "N".

      *>   Sello del punto de consistencia: el mismo en la cabecera
      *>   del conjunto y en cada renglon del manifiesto.
           01 WS-SELLO PIC X(26) VALUE SPACES.

      *>   Acumulados del miembro en curso.
           01 WS-MIEMBRO PIC X(8) VALUE SPACES.
           01 WS-REGISTROS-MIEMBRO PIC 9(8) VALUE ZEROS.
           01 WS-HASH-CLAVE PIC 9(15) VALUE ZEROS.
           01 WS-HASH-MONTO PIC 9(15)V99 VALUE ZEROS.
           01 WS-TRAILER-MIEMBRO PIC X(5) VALUE SPACES.
           01 WS-TOTAL-REGISTROS PIC 9(8) VALUE ZEROS.
           01 WS-TOTAL-MIEMBROS PIC 9(2) VALUE ZEROS.

      *>   Verificacion del trailer de origen, igual que EMPBACKUP.
           01 WS-CONTADOR-REAL PIC 9(6) VALUE ZEROS.
           01 WS-HASH-REAL PIC 9(10) VALUE ZEROS.
           01 WS-CONTADOR-TRAILER PIC 9(6) VALUE ZEROS.
           01 WS-HASH-TRAILER PIC 9(10) VALUE ZEROS.
           01 WS-TRAILER-ENCONTRADO PIC X VALUE "N".
           01 WS-RESULTADO-TRAILER PIC X(5) VALUE SPACES.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "SETBKUP".
           01 WS-RL-INICIO PIC X(26) VALUE SPACES.
           01 WS-RL-LEIDOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-ESCRITOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RECHAZADOS PIC 9(8) VALUE ZEROS.
           01 WS-RL-RETORNO PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-INICIO
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           MOVE FUNCTION CURRENT-DATE TO WS-SELLO
           OPEN OUTPUT archivo-conjunto
           OPEN OUTPUT archivo-manifiesto
           MOVE SPACES TO SBK-CABECERA
           MOVE "*SELLO*" TO SBC-MIEMBRO
           MOVE WS-SELLO TO SBC-SELLO
           MOVE WS-FECHA-PROCESO-NEG TO SBC-FECHA-PROCESO
           WRITE SBK-CABECERA
           PERFORM RespaldaEmpleados
           PERFORM RespaldaCompensacion
           PERFORM RespaldaContacto
           PERFORM RespaldaBancos
           PERFORM RespaldaPrestamos
           PERFORM RespaldaPosicion
           PERFORM RespaldaPartidas
           PERFORM RespaldaMayor
           CLOSE archivo-conjunto
           CLOSE archivo-manifiesto
           DISPLAY "SETBKUP: miembros " WS-TOTAL-MIEMBROS
               " registros " WS-TOTAL-REGISTROS " sello " WS-SELLO
           EVALUATE TRUE
               WHEN WS-HUBO-ERROR = "S"
                   DISPLAY "SETBKUP: EL CONJUNTO ESTA INCOMPLETO - "
                       "NO confiar en esta generacion"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RESULTADO-TRAILER NOT = "OK"
                   DISPLAY "ADVERTENCIA: trailer de archivo-empleados "
                       WS-RESULTADO-TRAILER
                       " - posible truncamiento o corrupcion"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-TOTAL-REGISTROS TO WS-RL-LEIDOS
           MOVE WS-TOTAL-REGISTROS TO WS-RL-ESCRITOS
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   El maestro no es opcional; su trailer se aparta y se
      *>   prueba con EMPTRCHK igual que en EMPBACKUP.
       RespaldaEmpleados.
           MOVE "EMPLEAD" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-empleados
           MOVE WS-FS-EMPLEADOS TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       IF EMP-ID = 999999
                           MOVE "S" TO WS-TRAILER-ENCONTRADO
                           MOVE TRL-CONTADOR TO WS-CONTADOR-TRAILER
                           MOVE TRL-HASH TO WS-HASH-TRAILER
                       ELSE
                           MOVE EMP-RECORD TO SBK-DATOS
                           PERFORM GrabaRegistro
                           ADD 1 TO WS-CONTADOR-REAL
                           ADD EMP-ID TO WS-HASH-REAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-empleados
           CALL "EMPTRCHK" USING WS-CONTADOR-REAL WS-HASH-REAL
               WS-CONTADOR-TRAILER WS-HASH-TRAILER
               WS-TRAILER-ENCONTRADO WS-RESULTADO-TRAILER
           MOVE WS-RESULTADO-TRAILER TO WS-TRAILER-MIEMBRO
           PERFORM GrabaManifiesto.

       RespaldaCompensacion.
           MOVE "COMPENS" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-compensacion
           MOVE WS-FS-COMPENSACION TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-compensacion NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE CP-RECORD TO SBK-DATOS
                       PERFORM GrabaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-compensacion
           PERFORM GrabaManifiesto.

       RespaldaContacto.
           MOVE "CONTACTO" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-contacto
           MOVE WS-FS-CONTACTO TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-contacto NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE CN-RECORD TO SBK-DATOS
                       PERFORM GrabaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-contacto
           PERFORM GrabaManifiesto.

       RespaldaBancos.
           MOVE "BANCOS" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-bancos
           MOVE WS-FS-BANCOS TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-bancos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE BK-RECORD TO SBK-DATOS
                       PERFORM GrabaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-bancos
           PERFORM GrabaManifiesto.

       RespaldaPrestamos.
           MOVE "LOANS" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-prestamos
           MOVE WS-FS-PRESTAMOS TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-prestamos NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE LN-RECORD TO SBK-DATOS
                       PERFORM GrabaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-prestamos
           PERFORM GrabaManifiesto.

       RespaldaPosicion.
           MOVE "LOANPOS" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-posicion
           MOVE WS-FS-POSICION TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-posicion NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE LP-RECORD TO SBK-DATOS
                       PERFORM GrabaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-posicion
           PERFORM GrabaManifiesto.

       RespaldaPartidas.
           MOVE "OPENITEM" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-partidas
           MOVE WS-FS-PARTIDAS TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-partidas NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE OI-RECORD TO SBK-DATOS
                       PERFORM GrabaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-partidas
           PERFORM GrabaManifiesto.

       RespaldaMayor.
           MOVE "GLMAST" TO WS-MIEMBRO
           PERFORM IniciaMiembro
           MOVE "N" TO WS-EOF-MIEMBRO
           OPEN INPUT archivo-mayor
           MOVE WS-FS-MAYOR TO WS-FS-MIEMBRO
           PERFORM RevisaApertura
           PERFORM UNTIL WS-EOF-MIEMBRO = "S"
               READ archivo-mayor NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MIEMBRO
                   NOT AT END
                       MOVE GLM-RECORD TO SBK-DATOS
                       PERFORM GrabaRegistro
               END-READ
           END-PERFORM
           CLOSE archivo-mayor
           PERFORM GrabaManifiesto.

      *>   05 es un miembro opcional que no existe: va vacio al
      *>   conjunto. Cualquier otro estado deja el conjunto
      *>   incompleto.
       RevisaApertura.
           IF WS-FS-MIEMBRO = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-EOF-MIEMBRO
           IF WS-FS-MIEMBRO NOT = "05"
               DISPLAY "SETBKUP: no se pudo abrir " WS-MIEMBRO
                   " (status " WS-FS-MIEMBRO ")"
               MOVE "S" TO WS-HUBO-ERROR
           END-IF.

       IniciaMiembro.
           MOVE SPACES TO WS-TRAILER-MIEMBRO
           MOVE ZEROS TO WS-REGISTROS-MIEMBRO
           MOVE ZEROS TO WS-HASH-CLAVE
           MOVE ZEROS TO WS-HASH-MONTO.

       GrabaRegistro.
           MOVE WS-MIEMBRO TO SBK-MIEMBRO
           CALL "SETHASH" USING WS-MIEMBRO SBK-DATOS WS-HASH-CLAVE
               WS-HASH-MONTO
           WRITE SBK-RECORD
           ADD 1 TO WS-REGISTROS-MIEMBRO
           ADD 1 TO WS-TOTAL-REGISTROS.

       GrabaManifiesto.
           MOVE WS-SELLO TO SMF-SELLO
           MOVE WS-FECHA-PROCESO-NEG TO SMF-FECHA-PROCESO
           MOVE WS-MIEMBRO TO SMF-MIEMBRO
           MOVE WS-REGISTROS-MIEMBRO TO SMF-REGISTROS
           MOVE WS-HASH-CLAVE TO SMF-HASH-CLAVE
           MOVE WS-HASH-MONTO TO SMF-HASH-MONTO
           MOVE WS-TRAILER-MIEMBRO TO SMF-TRAILER
           WRITE SMF-RECORD
           ADD 1 TO WS-TOTAL-MIEMBROS.

       END PROGRAM SETBKUP.
