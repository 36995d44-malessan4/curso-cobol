       IDENTIFICATION DIVISION.
       PROGRAM-ID. APORTRPT.
      *>   Reporte mensual de entero de aportaciones patronales: lee
      *>   la historia de aportaciones (APORTHIS.cpy, la que anexa
      *>   PAYRUN) del periodo pedido (variable de ambiente
      *>   APORTRPT-PERIODO, AAAAMM; en blanco, el periodo de la
      *>   fecha de proceso) y lista por institucion lo que se le
      *>   debe enterar, concepto por concepto, con base, empleados
      *>   e importe, mas el subtotal de la institucion. Al pie
      *>   amarra cada cuenta de pasivo contra los abonos del mayor
      *>   propio (GLMAST.cpy) en el mismo periodo: lo que la nomina
      *>   calculo tiene que ser lo que PAYGL abono al pasivo. Si
      *>   alguna cuenta no amarra, RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-historia-aport
               ASSIGN TO "aporthist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-APORT.

               SELECT OPTIONAL archivo-mayor
               ASSIGN TO "glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-CLAVE
               FILE STATUS IS WS-FS-MAYOR.

               SELECT archivo-reporte
               ASSIGN TO "aportrpt.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-historia-aport.
           COPY APORTHIS.

       FD  archivo-mayor.
           COPY GLMAST.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
           01 WS-FS-HIST-APORT PIC XX VALUE "00".
           01 WS-FS-MAYOR PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-HIST-APORT PIC X VALUE "N".
           01 WS-HAY-MAYOR PIC X VALUE "N".

           01 WS-PERIODO PIC X(6) VALUE SPACES.
           01 WS-TOTAL-RENGLONES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-GENERAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-SUBTOTAL PIC 9(11)V99 VALUE ZEROS.
           01 WS-CUENTAS-DESCUADRADAS PIC 9(4) VALUE ZEROS.
           01 WS-DIFERENCIA PIC S9(13)V99 VALUE ZEROS.
           01 WS-ABONOS-MAYOR PIC 9(13)V99 VALUE ZEROS.

      *>   Importe por institucion y concepto del periodo. La
      *>   marca WS-APO-IMPRESO sirve para listar agrupado por
      *>   institucion sin ordenar la tabla.
           01 WS-MAX-RENGLONES PIC 9(3) VALUE 200.
           01 WS-CANT-RENGLONES PIC 9(3) VALUE ZEROS.
           01 WS-IDX PIC 9(3) VALUE ZEROS.
           01 WS-IDX-2 PIC 9(3) VALUE ZEROS.
           01 WS-HALLADO PIC X VALUE "N".
           01 WS-TABLA-APORT.
               05 WS-APO OCCURS 200 TIMES
                   DEPENDING ON WS-CANT-RENGLONES.
                   10 WS-APO-INSTITUCION PIC X(10).
                   10 WS-APO-CONCEPTO PIC X(4).
                   10 WS-APO-EMPLEADOS PIC 9(6).
                   10 WS-APO-BASE PIC 9(11)V99.
                   10 WS-APO-MONTO PIC 9(11)V99.
                   10 WS-APO-IMPRESO PIC X.
           01 WS-INSTITUCION-ACTUAL PIC X(10) VALUE SPACES.

      *>   Importe por cuenta de pasivo, para el amarre con el mayor.
           01 WS-MAX-PASIVOS PIC 99 VALUE 50.
           01 WS-CANT-PASIVOS PIC 99 VALUE ZEROS.
           01 WS-PAS-IDX PIC 99 VALUE ZEROS.
           01 WS-TABLA-PASIVOS.
               05 WS-PAS OCCURS 50 TIMES
                   DEPENDING ON WS-CANT-PASIVOS.
                   10 WS-PAS-CUENTA PIC X(8).
                   10 WS-PAS-MONTO PIC 9(11)V99.

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "APORTRPT - ENTERO DE APORTACIONES".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-PERIODO.
               05 FILLER PIC X(9) VALUE "PERIODO: ".
               05 LP-PERIODO PIC X(6).

           01 LIN-COLUMNAS.
               05 FILLER PIC X(12) VALUE "INSTITUCION ".
               05 FILLER PIC X(6) VALUE "CONC  ".
               05 FILLER PIC X(9) VALUE "EMPLEADOS".
               05 FILLER PIC X(17) VALUE "             BASE".
               05 FILLER PIC X(15) VALUE "        IMPORTE".

           01 LIN-DETALLE.
               05 LD-INSTITUCION PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-CONCEPTO PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-EMPLEADOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-BASE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LD-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-SUBTOTAL.
               05 FILLER PIC X(12) VALUE "  A ENTERAR ".
               05 LS-INSTITUCION PIC X(10).
               05 FILLER PIC X(31) VALUE SPACES.
               05 LS-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-TOTAL.
               05 FILLER PIC X(53) VALUE "TOTAL DEL PERIODO".
               05 LT-MONTO PIC ZZZ,ZZZ,ZZ9.99.

           01 LIN-SECCION PIC X(70) VALUE SPACES.

           01 LIN-COLUMNAS-AMARRE.
               05 FILLER PIC X(9) VALUE "CUENTA   ".
               05 FILLER PIC X(19) VALUE "      APORTACIONES ".
               05 FILLER PIC X(20) VALUE "  ABONOS DEL MAYOR  ".
               05 FILLER PIC X(9) VALUE "VEREDICTO".

           01 LIN-AMARRE.
               05 LA-CUENTA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LA-APORTACIONES PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 LA-ABONOS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LA-VEREDICTO PIC X(20).

           01 LIN-VEREDICTO PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           CALL "BUSDATE" USING WS-FECHA-PROCESO-NEG
               WS-FECHA-HORA-PROCESO WS-FECHA-HORA-REAL-BD
           ACCEPT WS-PERIODO FROM ENVIRONMENT "APORTRPT-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-PROCESO-NEG (1:6) TO WS-PERIODO
           END-IF
           PERFORM LeePerfilEmpresa
           PERFORM AcumulaHistoria
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-PERIODO TO LP-PERIODO
           WRITE LINEA-REPORTE FROM LIN-PERIODO
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-RENGLONES
               IF WS-APO-IMPRESO (WS-IDX) = "N"
                   PERFORM ImprimeInstitucion
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-GENERAL TO LT-MONTO
           WRITE LINEA-REPORTE FROM LIN-TOTAL
           PERFORM AmarraPasivos
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte
           DISPLAY "Aportaciones del periodo " WS-PERIODO ": "
               WS-TOTAL-RENGLONES " renglones, importe "
               WS-TOTAL-GENERAL
           IF WS-CUENTAS-DESCUADRADAS > 0
               DISPLAY "Cuentas de pasivo que no amarran: "
                   WS-CUENTAS-DESCUADRADAS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al menu
      *>   cuando lo invoca via CALL.
           GOBACK.

      *>   Lee el perfil de empresa para el encabezado estandar (ver
      *>   COMPANY.cpy); si company.dat todavia no existe se queda con
      *>   el rotulo generico declarado en WORKING-STORAGE.
       LeePerfilEmpresa.
           OPEN INPUT archivo-perfil-empresa
           IF WS-FS-PERFIL = "00"
               READ archivo-perfil-empresa
                   NOT AT END
                       MOVE CO-NOMBRE TO WS-NOMBRE-EMPRESA
               END-READ
           END-IF
           CLOSE archivo-perfil-empresa.

       AcumulaHistoria.
           OPEN INPUT archivo-historia-aport
           IF WS-FS-HIST-APORT NOT = "00"
               CLOSE archivo-historia-aport
               DISPLAY "Sin historia de aportaciones que reportar"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-HIST-APORT = "S"
               READ archivo-historia-aport
                   AT END
                       MOVE "S" TO WS-EOF-HIST-APORT
                   NOT AT END
                       IF AH-FECHA (1:6) = WS-PERIODO
                           PERFORM AcumulaUnRenglon
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia-aport.

       AcumulaUnRenglon.
           ADD 1 TO WS-TOTAL-RENGLONES
           ADD AH-MONTO TO WS-TOTAL-GENERAL
           MOVE "N" TO WS-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-RENGLONES
               IF WS-APO-INSTITUCION (WS-IDX) = AH-INSTITUCION
                   AND WS-APO-CONCEPTO (WS-IDX) = AH-CONCEPTO
                   ADD 1 TO WS-APO-EMPLEADOS (WS-IDX)
                   ADD AH-BASE TO WS-APO-BASE (WS-IDX)
                   ADD AH-MONTO TO WS-APO-MONTO (WS-IDX)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM
           IF WS-HALLADO = "N"
               AND WS-CANT-RENGLONES < WS-MAX-RENGLONES
               ADD 1 TO WS-CANT-RENGLONES
               MOVE AH-INSTITUCION
                   TO WS-APO-INSTITUCION (WS-CANT-RENGLONES)
               MOVE AH-CONCEPTO TO WS-APO-CONCEPTO (WS-CANT-RENGLONES)
               MOVE 1 TO WS-APO-EMPLEADOS (WS-CANT-RENGLONES)
               MOVE AH-BASE TO WS-APO-BASE (WS-CANT-RENGLONES)
               MOVE AH-MONTO TO WS-APO-MONTO (WS-CANT-RENGLONES)
               MOVE "N" TO WS-APO-IMPRESO (WS-CANT-RENGLONES)
           END-IF
           MOVE "N" TO WS-HALLADO
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASIVOS
               IF WS-PAS-CUENTA (WS-PAS-IDX) = AH-CUENTA-PASIVO
                   ADD AH-MONTO TO WS-PAS-MONTO (WS-PAS-IDX)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM
           IF WS-HALLADO = "N" AND WS-CANT-PASIVOS < WS-MAX-PASIVOS
               ADD 1 TO WS-CANT-PASIVOS
               MOVE AH-CUENTA-PASIVO TO WS-PAS-CUENTA (WS-CANT-PASIVOS)
               MOVE AH-MONTO TO WS-PAS-MONTO (WS-CANT-PASIVOS)
           END-IF.

      *>   Lista todos los conceptos de la institucion del renglon
      *>   WS-IDX, los marca impresos y cierra con su subtotal.
       ImprimeInstitucion.
           MOVE WS-APO-INSTITUCION (WS-IDX) TO WS-INSTITUCION-ACTUAL
           MOVE ZEROS TO WS-SUBTOTAL
           PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
               UNTIL WS-IDX-2 > WS-CANT-RENGLONES
               IF WS-APO-INSTITUCION (WS-IDX-2) = WS-INSTITUCION-ACTUAL
                   MOVE WS-APO-INSTITUCION (WS-IDX-2)
                       TO LD-INSTITUCION
                   MOVE WS-APO-CONCEPTO (WS-IDX-2) TO LD-CONCEPTO
                   MOVE WS-APO-EMPLEADOS (WS-IDX-2) TO LD-EMPLEADOS
                   MOVE WS-APO-BASE (WS-IDX-2) TO LD-BASE
                   MOVE WS-APO-MONTO (WS-IDX-2) TO LD-MONTO
                   WRITE LINEA-REPORTE FROM LIN-DETALLE
                   ADD WS-APO-MONTO (WS-IDX-2) TO WS-SUBTOTAL
                   MOVE "S" TO WS-APO-IMPRESO (WS-IDX-2)
               END-IF
           END-PERFORM
           MOVE WS-INSTITUCION-ACTUAL TO LS-INSTITUCION
           MOVE WS-SUBTOTAL TO LS-MONTO
           WRITE LINEA-REPORTE FROM LIN-SUBTOTAL
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

      *>   Amarre de cada cuenta de pasivo contra los abonos del
      *>   periodo en el mayor propio. Una cuenta sin registro en el
      *>   mayor cuenta como abono cero.
       AmarraPasivos.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "AMARRE CONTRA EL PASIVO DEL MAYOR" TO LIN-SECCION
           WRITE LINEA-REPORTE FROM LIN-SECCION
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS-AMARRE
           OPEN INPUT archivo-mayor
           IF WS-FS-MAYOR = "00"
               MOVE "S" TO WS-HAY-MAYOR
           END-IF
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASIVOS
               PERFORM AmarraUnPasivo
           END-PERFORM
           CLOSE archivo-mayor
           IF WS-CUENTAS-DESCUADRADAS = 0
               MOVE "APORTACIONES = ABONOS AL PASIVO: AMARRA"
                   TO LIN-VEREDICTO
           ELSE
               MOVE "** EL PASIVO NO AMARRA CON LAS APORTACIONES **"
                   TO LIN-VEREDICTO
           END-IF
           WRITE LINEA-REPORTE FROM LIN-VEREDICTO.

       AmarraUnPasivo.
           MOVE ZEROS TO WS-ABONOS-MAYOR
           IF WS-HAY-MAYOR = "S"
               MOVE WS-PAS-CUENTA (WS-PAS-IDX) TO GLM-CUENTA
               MOVE WS-PERIODO TO GLM-PERIODO
               READ archivo-mayor
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLM-ABONOS TO WS-ABONOS-MAYOR
               END-READ
           END-IF
           COMPUTE WS-DIFERENCIA =
               WS-PAS-MONTO (WS-PAS-IDX) - WS-ABONOS-MAYOR
           MOVE WS-PAS-CUENTA (WS-PAS-IDX) TO LA-CUENTA
           MOVE WS-PAS-MONTO (WS-PAS-IDX) TO LA-APORTACIONES
           MOVE WS-ABONOS-MAYOR TO LA-ABONOS
           IF WS-DIFERENCIA = 0
               MOVE "AMARRA" TO LA-VEREDICTO
           ELSE
               MOVE "** NO AMARRA **" TO LA-VEREDICTO
               ADD 1 TO WS-CUENTAS-DESCUADRADAS
           END-IF
           WRITE LINEA-REPORTE FROM LIN-AMARRE.

       END PROGRAM APORTRPT.
