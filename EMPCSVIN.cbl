      *>   *LOTE* y su conteo real), para no desfasar el conteo del
      *>   encabezado del lote de captura del dia: en produccion el
      *>   DD de altas de Capitulo17 se apunta a este archivo en una
      *>   pasada adicional. El ID de cada renglon tiene que haber
      *>   sido emitido por el servicio central de asignacion
      *>   (IDASIGN) para la captura central.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-CHK-DIGITO PIC 9 VALUE ZEROS.
           01 WS-CHK-RESULTADO PIC X VALUE "N".

      *>   Servicio central de asignacion de EMP-ID (ver IDASIGN): el
      *>   renglon con un ID que el servicio no emitio para la
      *>   captura central se rechaza aqui, antes de llegar al lote;
      *>   Capitulo17 lo marca usado al grabar el alta.
           01 WS-IA-MODO PIC X VALUE "V".
           01 WS-IA-ID PIC 9(6) VALUE ZEROS.
           01 WS-IA-SUCURSAL PIC X(4) VALUE SPACES.
           01 WS-IA-PROGRAMA PIC X(8) VALUE "EMPCSVIN".
           01 WS-IA-RESULTADO PIC X VALUE "N".
           01 WS-IA-RAZON PIC X(30) VALUE SPACES.

           01 WS-FS-CSV PIC XX VALUE "00".
           01 WS-FS-TRANS PIC XX VALUE "00".
           01 WS-EOF-CSV PIC X VALUE "N".
                       "valido (legado): " ET-ID
               END-IF
           END-IF
           MOVE ET-ID TO WS-IA-ID
           CALL "IDASIGN" USING WS-IA-MODO WS-IA-ID WS-IA-SUCURSAL
               WS-IA-PROGRAMA WS-IA-RESULTADO WS-IA-RAZON
           IF WS-IA-RESULTADO = "N"
               MOVE WS-IA-RAZON TO WS-MOTIVO
               PERFORM RechazaRenglon
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-NOMBRE (1:16) TO ET-NOMBRE
           MOVE WS-CAMPO-APELLIDO (1:32) TO ET-APELLIDO
           MOVE FUNCTION NUMVAL(WS-CAMPO-EDAD) TO WS-LARGO-EDAD
