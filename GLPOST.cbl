      *>   algun departamento no tiene cuenta mapeada, no se emite
      *>   NADA: la interfaz no puede llevar al mayor un dia a
      *>   medias, y el faltante queda asentado en el log de
      *>   excepciones para que contabilidad complete el mapeo. Un
      *>   renglon de glmap.dat cuya cuenta no pasa el catalogo de
      *>   cuentas (CTACHK) no se carga: queda su excepcion y el
      *>   departamento cae como no mapeado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>   Candado de periodo (ver PERCHECK/PERLOCK.cpy): dentro de
      *>   un mes ya cerrado por el cierre mensual no se postea.
           01 WS-PERIODO-CERRADO PIC X VALUE "N".

      *>   Validacion de las cuentas de los mapeos contra el catalogo
      *>   de cuentas al cargarlos (ver CTACHK).
           01 WS-CTA-CUENTA PIC X(8) VALUE SPACES.
           01 WS-CTA-VALIDA PIC X VALUE "S".
           01 WS-CTA-MOTIVO PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                   AT END
                       MOVE "S" TO WS-EOF-MAPEO
                   NOT AT END
                       MOVE GM-CUENTA TO WS-CTA-CUENTA
                       PERFORM ValidaCuentaCatalogo
                       IF WS-CANT-MAPEOS < WS-MAX-MAPEOS
                           AND WS-CTA-VALIDA = "S"
                           ADD 1 TO WS-CANT-MAPEOS
                           MOVE GM-DEPTO
                               TO WS-MAP-DEPTO (WS-CANT-MAPEOS)
               DELIMITED BY SIZE INTO EXC-DETALLE
           PERFORM GrabaExcepcion.

      *>   Cuenta de mapeo contra el catalogo; la que no pasa deja
      *>   excepcion critica con el motivo.
       ValidaCuentaCatalogo.
           CALL "CTACHK" USING WS-CTA-CUENTA WS-CTA-VALIDA
               WS-CTA-MOTIVO
           IF WS-CTA-VALIDA NOT = "S"
               MOVE "CTA-INVAL" TO EXC-TIPO
               MOVE "C" TO EXC-SEVERIDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "Mapeo a " WS-CTA-CUENTA ": " WS-CTA-MOTIVO
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM GrabaExcepcion
           END-IF.

       RegistraTablaLlena.
           MOVE "TABLALLENA" TO EXC-TIPO
           MOVE "A" TO EXC-SEVERIDAD
