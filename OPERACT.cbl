      *>   maestro, CONTAUD contactos, TARIFAUD tarifas, BANKAUD
      *>   cuentas bancarias, TCAUD tipos de cambio, LRATEAUD tasas
      *>   de prestamo, BENAUD beneficiarios, WOFFAUD castigos,
      *>   SUSPAUD pagos sospechosos, RESTRAUD reestructuras,
      *>   APPRAUD el control dual y OPERAUD la recertificacion de
      *>   perfiles) y EMPAUDIQ solo contesta "que le
      *>   paso a este empleado". La revision anual pregunta lo contrario:
      *>   todo lo que JPEREZ toco en marzo, a traves de todos los
      *>   archivos. Este programa junta las bitacoras via SORT por
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD-DUAL.

               SELECT OPTIONAL archivo-aud-perfiles
               ASSIGN TO "operaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD-PERFILES.

               SELECT archivo-orden
               ASSIGN TO "OPERACWK".

       FD  archivo-aud-dual.
           COPY APPRAUD.

       FD  archivo-aud-perfiles.
           COPY OPERAUD.

      *>   SD del SORT: la vista comun de un asiento de cualquier
      *>   bitacora, ordenada por operador y sello.
       SD  archivo-orden.
           01 WS-FS-AUD-SOSPECHOS PIC XX VALUE "00".
           01 WS-FS-AUD-RESTRUCT PIC XX VALUE "00".
           01 WS-FS-AUD-DUAL PIC XX VALUE "00".
           01 WS-FS-AUD-PERFILES PIC XX VALUE "00".
           01 WS-FS-PERFILES PIC XX VALUE "00".
           01 WS-EOF-ARCHIVO PIC X VALUE "N".
           01 WS-EOF-ORDEN PIC X VALUE "N".
           PERFORM JuntaCastigos
           PERFORM JuntaSospechosos
           PERFORM JuntaReestructuras
           PERFORM JuntaControlDual
           PERFORM JuntaPerfiles.

       JuntaMaestro.
           MOVE "N" TO WS-EOF-ARCHIVO
           END-PERFORM
           CLOSE archivo-aud-dual.

      *>   Decisiones de recertificacion (C confirmar, R revocar, S
      *>   suspension por plazo vencido); la referencia es el
      *>   operador cuyo perfil se toco.
       JuntaPerfiles.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT archivo-aud-perfiles
           IF WS-FS-AUD-PERFILES NOT = "00"
               CLOSE archivo-aud-perfiles
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-aud-perfiles
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE OPA-OPERADOR TO ORD-OPERADOR
                       MOVE OPA-FECHA-HORA TO ORD-FECHA-HORA
                       MOVE "PERFILES" TO ORD-FUENTE
                       MOVE OPA-ACCION TO ORD-TIPO
                       MOVE OPA-ID TO ORD-REFERENCIA
                       PERFORM FiltraYLibera
               END-READ
           END-PERFORM
           CLOSE archivo-aud-perfiles.

       FiltraYLibera.
           IF WS-FIL-OPERADOR NOT = SPACES
               AND ORD-OPERADOR NOT = WS-FIL-OPERADOR
