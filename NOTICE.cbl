      *>   Los marcadores son tokens de ancho fijo (igual al ancho de
      *>   EMP-NOMBRE/EMP-APELLIDO) para poder usar INSPECT REPLACING
      *>   sin que cambie el largo de la linea.
      *>
      *>   Con archivo de seleccion (avisosel.dat, AVISOSEL.cpy) el
      *>   aviso sale solo para los IDs listados y el marcador de
      *>   detalle se sustituye por el texto de cada renglon; asi
      *>   manda BANKALRT la confirmacion de un cambio de cuenta
      *>   bancaria al domicilio del empleado. Un archivo de
      *>   seleccion vacio no manda nada (no cae al barrido total).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO
                   WITH DUPLICATES
               RECORD KEY IS BAD-CLAVE
               FILE STATUS IS WS-FS-DEVUELTOS.

               SELECT OPTIONAL archivo-seleccion
               ASSIGN TO "avisosel.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SELECCION.

               SELECT OPTIONAL archivo-contacto
               ASSIGN TO "contacto.dat"
               ORGANIZATION IS INDEXED
       FD  archivo-devueltos.
           COPY BADADDR.

       FD  archivo-seleccion.
           COPY AVISOSEL.

       WORKING-STORAGE SECTION.
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-PLANTILLA PIC XX VALUE "00".
           01 WS-FS-CONTACTO PIC XX VALUE "00".

      *>   Modo seleccion (AVISOSEL.cpy): S cuando avisosel.dat esta
      *>   presente; los IDs que ya no estan en el maestro se cuentan.
           01 WS-FS-SELECCION PIC XX VALUE "00".
           01 WS-HAY-SELECCION PIC X VALUE "N".
           01 WS-EOF-SELECCION PIC X VALUE "N".
           01 WS-TOTAL-NO-HALLADOS PIC 9(6) VALUE ZEROS.
      *>   Cola de domicilios no entregables (BADADDR.cpy, la
      *>   alimenta RETMAIL): a un domicilio devuelto y pendiente de
      *>   correccion NO se le vuelve a mandar por correo; el aviso
           01 WS-MARCA-NOMBRE PIC X(16) VALUE "NOMBRE__________".
           01 WS-MARCA-APELLIDO PIC X(32)
               VALUE "APELLIDO________________________".
           01 WS-MARCA-DETALLE PIC X(60) VALUE
               "DETALLE_____________________________________" &
               "________________".

      *>   Parrafo por defecto si plantilla.txt todavia no existe: el
      *>   mismo texto de Capitulo13, ahora con marcadores en vez de
               "APELLIDO________________________" &
               ", esto es un aviso personalizado para usted.".

      *>   Parrafo por defecto del modo seleccion, con el marcador
      *>   de detalle.
           01 WS-PLANTILLA-DEFECTO-SEL PIC X(400) VALUE
               "NOMBRE__________ " &
               "APELLIDO________________________" &
               ": en nomina se registro el siguiente movimiento: " &
               "DETALLE_____________________________________" &
               "________________" &
               ". Si usted no lo solicito, avise de inmediato a " &
               "Recursos Humanos.".

           01 WS-PLANTILLA-ORIGINAL PIC X(400) VALUE SPACES.
           01 WS-AVISO-TRABAJO PIC X(400) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT archivo-seleccion
           IF WS-FS-SELECCION = "00"
               MOVE "S" TO WS-HAY-SELECCION
           ELSE
               CLOSE archivo-seleccion
           END-IF
           PERFORM LeePlantilla
           PERFORM AbreContacto
           OPEN INPUT archivo-devueltos
           END-IF
           OPEN INPUT archivo-empleados
           OPEN OUTPUT archivo-avisos
           IF WS-HAY-SELECCION = "S"
               PERFORM GeneraSeleccion
           ELSE
               PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
                   READ archivo-empleados NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-EMPLEADOS
                       NOT AT END
                           IF EMP-ID NOT = 999999
                               PERFORM GeneraAviso
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE archivo-empleados
           PERFORM ImprimeSinDireccion
           CLOSE archivo-avisos
           IF WS-HAY-DEVUELTOS = "S"
               CLOSE archivo-devueltos
           END-IF
           IF WS-TOTAL-NO-HALLADOS > 0
               DISPLAY "Avisos seleccionados sin empleado en maestro: "
                   WS-TOTAL-NO-HALLADOS
           END-IF
           IF WS-TOTAL-SUPRIMIDOS > 0
               DISPLAY "Avisos suprimidos por domicilio devuelto: "
                   WS-TOTAL-SUPRIMIDOS
      *>   Lee la primera linea de la plantilla externa; si el archivo
      *>   no existe todavia usa el texto por defecto embebido.
       LeePlantilla.
           IF WS-HAY-SELECCION = "S"
               MOVE WS-PLANTILLA-DEFECTO-SEL TO WS-PLANTILLA-ORIGINAL
           ELSE
               MOVE WS-PLANTILLA-DEFECTO TO WS-PLANTILLA-ORIGINAL
           END-IF
           OPEN INPUT archivo-plantilla
           IF WS-FS-PLANTILLA = "00"
               READ archivo-plantilla
               CLOSE archivo-plantilla
           END-IF.

      *>   Un aviso por renglon de la seleccion, con el empleado
      *>   leido por su clave.
       GeneraSeleccion.
           PERFORM UNTIL WS-EOF-SELECCION = "S"
               READ archivo-seleccion
                   AT END
                       MOVE "S" TO WS-EOF-SELECCION
                   NOT AT END
                       MOVE AVS-ID TO EMP-ID
                       READ archivo-empleados
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-NO-HALLADOS
                           NOT INVALID KEY
                               PERFORM GeneraAviso
                       END-READ
               END-READ
           END-PERFORM
           CLOSE archivo-seleccion.

       GeneraAviso.
           PERFORM ChecaDevuelto
           IF WS-DOMICILIO-DEVUELTO = "S"
               REPLACING ALL WS-MARCA-NOMBRE BY EMP-NOMBRE
           INSPECT WS-AVISO-TRABAJO
               REPLACING ALL WS-MARCA-APELLIDO BY EMP-APELLIDO
           IF WS-HAY-SELECCION = "S"
               INSPECT WS-AVISO-TRABAJO
                   REPLACING ALL WS-MARCA-DETALLE BY AVS-DETALLE
           END-IF
           WRITE LINEA-AVISO FROM WS-AVISO-TRABAJO
           PERFORM AgregaDomicilio.

