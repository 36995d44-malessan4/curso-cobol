           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-HISTORIAL.

           SELECT OPTIONAL archivo-sitio-base
           ASSIGN TO "empsite.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ES-ID
           ALTERNATE RECORD KEY IS ES-SITIO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-SITIO-BASE.

           SELECT OPTIONAL archivo-empleados
           ASSIGN TO "emplados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-APELLIDO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT OPTIONAL archivo-contacto
           ASSIGN TO "contacto.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CN-ID
           FILE STATUS IS WS-FS-CONTACTO.

           SELECT archivo-seleccion
           ASSIGN TO "avisosel.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-SELECCION.

           SELECT archivo-impacto
           ASSIGN TO "sitestaf.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>   El feed trae ahora el sitio y las horas que la condicion
       FD  archivo-historial.
           COPY SITEHIST.

       FD  archivo-sitio-base.
           COPY EMPSITE.

       FD  archivo-empleados.
           COPY EMPREC.

       FD  archivo-contacto.
           COPY EMPCONT.

       FD  archivo-seleccion.
           COPY AVISOSEL.

       FD  archivo-impacto.
           01 LINEA-IMPACTO PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-FS-ESTADO PIC XX VALUE "00".
           01 WS-FS-HISTORIAL PIC XX VALUE "00".
           01 WS-EOF-ESTADO PIC X VALUE "N".
           01 WS-SIMBOLO PIC X VALUE SPACE.

      *>   Impacto en personal: los sitios que el feed trae con una
      *>   condicion de cierre (NIEBLA, NIEVE, APAGON, CIERRE; la
      *>   ALERTA no cierra el sitio) y la gente que tiene ahi su
      *>   sitio base (EMPSITE.cpy).
           01 WS-FS-SITIO-BASE PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-CONTACTO PIC XX VALUE "00".
           01 WS-FS-SELECCION PIC XX VALUE "00".
           01 WS-HAY-SITIO-BASE PIC X VALUE "N".
           01 WS-HAY-EMPLEADOS PIC X VALUE "N".
           01 WS-HAY-CONTACTO PIC X VALUE "N".
           01 WS-EOF-SITIO-BASE PIC X VALUE "N".
           01 WS-MAX-CIERRES PIC 9(3) VALUE 100.
           01 WS-CANT-CIERRES PIC 9(3) VALUE ZEROS.
           01 WS-CIE-IDX PIC 9(3) VALUE ZEROS.
           01 WS-TABLA-CIERRES.
               05 WS-CIE OCCURS 100 TIMES.
                   10 WS-CIE-SITIO PIC X(8).
                   10 WS-CIE-CODIGO PIC X(6).
                   10 WS-CIE-HORAS PIC 9(2).
           01 WS-AFECTADOS-SITIO PIC 9(5) VALUE ZEROS.
           01 WS-TOTAL-AFECTADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AVISOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-SIN-CONTACTO PIC 9(6) VALUE ZEROS.

           01 LIN-TITULO-IMPACTO.
               05 FILLER PIC X(40) VALUE
                   "IMPACTO EN PERSONAL POR SITIOS CERRADOS".
               05 FILLER PIC X(7) VALUE "FECHA: ".
               05 LTI-FECHA PIC X(8).
           01 LIN-SITIO.
               05 FILLER PIC X(7) VALUE "SITIO: ".
               05 LS-SITIO PIC X(8).
               05 FILLER PIC X(13) VALUE "  CONDICION: ".
               05 LS-CODIGO PIC X(6).
               05 FILLER PIC X(9) VALUE "  HORAS: ".
               05 LS-HORAS PIC Z9.
           01 LIN-ENCABEZADO-IMPACTO.
               05 FILLER PIC X(10) VALUE "  EMP-ID".
               05 FILLER PIC X(37) VALUE "NOMBRE".
               05 FILLER PIC X(17) VALUE "TELEFONO".
               05 FILLER PIC X(30) VALUE "DOMICILIO".
           01 LIN-AFECTADO.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LA-ID PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LA-NOMBRE PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LA-APELLIDO PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LA-TELEFONO PIC X(15).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LA-CALLE PIC X(30).
           01 LIN-TOTAL-IMPACTO.
               05 LTO-TEXTO PIC X(32).
               05 LTO-CONTADOR PIC ZZZZZ9.

      *>   Antes este programa solo hacia DISPLAY de una secuencia fija
      *>   de simbolos de demostracion. Ahora cada codigo de estado de
      *>   sitio/turno que traiga el feed (NIEBLA, NIEVE, ALERTA) se
           END-PERFORM
           CLOSE archivo-estado-sitio
           CLOSE archivo-historial
           PERFORM ReporteImpacto
           DISPLAY "Sitios cerrados: " WS-CANT-CIERRES
               " Empleados afectados: " WS-TOTAL-AFECTADOS
               " Avisos en cola: " WS-TOTAL-AVISOS
           IF WS-TOTAL-SIN-CONTACTO > 0
               DISPLAY "Afectados sin telefono ni domicilio: "
                   WS-TOTAL-SIN-CONTACTO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       TraduceEstado.
                   MOVE SPACE TO WS-SIMBOLO
           END-EVALUATE
           DISPLAY SS-SITIO " " SS-CODIGO ": " WS-SIMBOLO
           PERFORM GuardaHistorial
           IF SS-CODIGO = "NIEBLA" OR SS-CODIGO = "NIEVE"
               OR SS-CODIGO = "APAGON" OR SS-CODIGO = "CIERRE"
               PERFORM RegistraCierre
           END-IF.

      *>   Un sitio que el feed trae dos veces con cierre sale una
      *>   sola vez en el reporte, con la primera condicion leida.
       RegistraCierre.
           PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
               UNTIL WS-CIE-IDX > WS-CANT-CIERRES
               IF WS-CIE-SITIO (WS-CIE-IDX) = SS-SITIO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CANT-CIERRES >= WS-MAX-CIERRES
               DISPLAY "Tabla de sitios cerrados llena, se omite: "
                   SS-SITIO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-CIERRES
           MOVE SS-SITIO TO WS-CIE-SITIO (WS-CANT-CIERRES)
           MOVE SS-CODIGO TO WS-CIE-CODIGO (WS-CANT-CIERRES)
           MOVE SS-HORAS TO WS-CIE-HORAS (WS-CANT-CIERRES).

      *>   La lectura del dia queda en el historial: lo que hoy es
      *>   "el sitio norte esta sin luz" manana es la estadistica de
           MOVE SS-HORAS TO SH-HORAS
           WRITE SH-RECORD.

      *>   Reporte de impacto para despacho: por cada sitio cerrado,
      *>   la gente con sitio base ahi (los terminados no salen),
      *>   con el telefono y el domicilio de EMPCONT.cpy para
      *>   localizarlos. Cada afectado queda ademas en avisosel.dat
      *>   (AVISOSEL.cpy) para que NOTICE le mande el aviso del
      *>   cierre, igual que BANKALRT con los cambios de cuenta. La
      *>   seleccion se reescribe en cada corrida: sin cierres queda
      *>   vacia y NOTICE no manda nada.
       ReporteImpacto.
           OPEN OUTPUT archivo-impacto
           OPEN OUTPUT archivo-seleccion
           MOVE WS-FECHA-HOY-X TO LTI-FECHA
           WRITE LINEA-IMPACTO FROM LIN-TITULO-IMPACTO
           OPEN INPUT archivo-sitio-base
           IF WS-FS-SITIO-BASE = "00"
               MOVE "S" TO WS-HAY-SITIO-BASE
           ELSE
               CLOSE archivo-sitio-base
           END-IF
           OPEN INPUT archivo-empleados
           IF WS-FS-EMPLEADOS = "00"
               MOVE "S" TO WS-HAY-EMPLEADOS
           ELSE
               CLOSE archivo-empleados
           END-IF
           OPEN INPUT archivo-contacto
           IF WS-FS-CONTACTO = "00"
               MOVE "S" TO WS-HAY-CONTACTO
           ELSE
               CLOSE archivo-contacto
           END-IF
           PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
               UNTIL WS-CIE-IDX > WS-CANT-CIERRES
               PERFORM ImpactoSitio
           END-PERFORM
           MOVE SPACES TO LINEA-IMPACTO
           WRITE LINEA-IMPACTO
           MOVE "SITIOS CERRADOS" TO LTO-TEXTO
           MOVE WS-CANT-CIERRES TO LTO-CONTADOR
           WRITE LINEA-IMPACTO FROM LIN-TOTAL-IMPACTO
           MOVE "EMPLEADOS AFECTADOS" TO LTO-TEXTO
           MOVE WS-TOTAL-AFECTADOS TO LTO-CONTADOR
           WRITE LINEA-IMPACTO FROM LIN-TOTAL-IMPACTO
           MOVE "AFECTADOS SIN CONTACTO" TO LTO-TEXTO
           MOVE WS-TOTAL-SIN-CONTACTO TO LTO-CONTADOR
           WRITE LINEA-IMPACTO FROM LIN-TOTAL-IMPACTO
           IF WS-HAY-CONTACTO = "S"
               CLOSE archivo-contacto
           END-IF
           IF WS-HAY-EMPLEADOS = "S"
               CLOSE archivo-empleados
           END-IF
           IF WS-HAY-SITIO-BASE = "S"
               CLOSE archivo-sitio-base
           END-IF
           CLOSE archivo-seleccion
           CLOSE archivo-impacto.

       ImpactoSitio.
           MOVE WS-CIE-SITIO (WS-CIE-IDX) TO LS-SITIO
           MOVE WS-CIE-CODIGO (WS-CIE-IDX) TO LS-CODIGO
           MOVE WS-CIE-HORAS (WS-CIE-IDX) TO LS-HORAS
           MOVE SPACES TO LINEA-IMPACTO
           WRITE LINEA-IMPACTO
           WRITE LINEA-IMPACTO FROM LIN-SITIO
           WRITE LINEA-IMPACTO FROM LIN-ENCABEZADO-IMPACTO
           MOVE ZEROS TO WS-AFECTADOS-SITIO
           IF WS-HAY-SITIO-BASE = "S"
               MOVE "N" TO WS-EOF-SITIO-BASE
               MOVE WS-CIE-SITIO (WS-CIE-IDX) TO ES-SITIO
               START archivo-sitio-base KEY = ES-SITIO
                   INVALID KEY
                       MOVE "S" TO WS-EOF-SITIO-BASE
               END-START
               PERFORM UNTIL WS-EOF-SITIO-BASE = "S"
                   READ archivo-sitio-base NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-SITIO-BASE
                       NOT AT END
                           IF ES-SITIO NOT = WS-CIE-SITIO (WS-CIE-IDX)
                               MOVE "S" TO WS-EOF-SITIO-BASE
                           ELSE
                               PERFORM ImpactoEmpleado
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-AFECTADOS-SITIO = ZEROS
               MOVE "  SIN PERSONAL ASIGNADO AL SITIO" TO LINEA-IMPACTO
               WRITE LINEA-IMPACTO
           END-IF.

       ImpactoEmpleado.
           MOVE ES-ID TO LA-ID
           MOVE SPACES TO LA-NOMBRE LA-APELLIDO
           IF WS-HAY-EMPLEADOS = "S"
               MOVE ES-ID TO EMP-ID
               READ archivo-empleados
                   INVALID KEY
                       MOVE "(NO EN MAESTRO)" TO LA-NOMBRE
                   NOT INVALID KEY
                       IF EMP-ESTADO = "T"
                           EXIT PARAGRAPH
                       END-IF
                       MOVE EMP-NOMBRE TO LA-NOMBRE
                       MOVE EMP-APELLIDO TO LA-APELLIDO
               END-READ
           END-IF
           MOVE SPACES TO LA-TELEFONO LA-CALLE
           IF WS-HAY-CONTACTO = "S"
               MOVE ES-ID TO CN-ID
               READ archivo-contacto
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CN-TELEFONO TO LA-TELEFONO
                       MOVE CN-CALLE TO LA-CALLE
               END-READ
           END-IF
           IF LA-TELEFONO = SPACES AND LA-CALLE = SPACES
               MOVE "*SIN CONTACTO*" TO LA-TELEFONO
               ADD 1 TO WS-TOTAL-SIN-CONTACTO
           END-IF
           WRITE LINEA-IMPACTO FROM LIN-AFECTADO
           ADD 1 TO WS-AFECTADOS-SITIO
           ADD 1 TO WS-TOTAL-AFECTADOS
           MOVE ES-ID TO AVS-ID
           MOVE SPACES TO AVS-DETALLE
           STRING "SITIO " WS-CIE-SITIO (WS-CIE-IDX)
               " CERRADO (" WS-CIE-CODIGO (WS-CIE-IDX)
               ") EL " WS-FECHA-HOY-X ", ESPERE DESPACHO"
               DELIMITED BY SIZE INTO AVS-DETALLE
           WRITE AVS-RECORD
           ADD 1 TO WS-TOTAL-AVISOS.

       END PROGRAM CAPITULO-8.
