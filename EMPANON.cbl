       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPANON.
      *>   Anonimizacion por retencion de los empleados terminados, en
      *>   el cierre de mes (marca de fin de mes de calhoy.dat). Las
      *>   bajas ya no borran el registro, asi que nombre, domicilio y
      *>   cuenta bancaria de quien se fue hace anios se quedaban para
      *>   siempre en el maestro, sus satelites y las bitacoras. Un
      *>   empleado en T con EMP-FECHA-BAJA de hace mas anios que
      *>   ANONCTL.cpy (10 si no hay parametro): nombre y apellido
      *>   sustituidos por ficticios con el mismo esquema deterministico
      *>   de EMPMASK, fecha de nacimiento reducida al anio (1 de julio,
      *>   sin confirmar, como la estimacion de EMPNACCV); contacto y
      *>   cuenta bancaria borrados; beneficiarios y dependientes del
      *>   plan medico (DEPENDNT.cpy) con nombre ficticio y sin fecha de
      *>   nacimiento; la historia de dispersion (DISPHIST.cpy) y la
      *>   cola de reexpedicion (REEXPQ.cpy) con la cuenta fabricada del
      *>   ID; y los asientos de EMPAUD, CONTAUD, BANKAUD y BENAUD del
      *>   empleado reescritos en su lugar con los mismos ficticios. El
      *>   EMP-ID, estado, fechas de ciclo de vida y todo lo de nomina,
      *>   acumulados y contabilidad no se tocan: la historia legal
      *>   sigue cuadrando por ID. Cada empleado deja asiento en
      *>   ANONLOG.cpy y el reporte es el certificado de lo purgado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL archivo-veredicto
               ASSIGN TO "calhoy.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VEREDICTO.

               SELECT OPTIONAL archivo-control
               ASSIGN TO "anonctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

               SELECT archivo-empleados
               ASSIGN TO "emplados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

               SELECT OPTIONAL archivo-bancos
               ASSIGN TO "bancos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-ID
               FILE STATUS IS WS-FS-BANCOS.

               SELECT OPTIONAL archivo-beneficiarios
               ASSIGN TO "benef.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-CLAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

               SELECT OPTIONAL archivo-dependientes
               ASSIGN TO "dependnt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CLAVE
               FILE STATUS IS WS-FS-DEPENDIENTES.

               SELECT OPTIONAL archivo-historial
               ASSIGN TO "disphist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPH-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

               SELECT OPTIONAL archivo-cola
               ASSIGN TO "reexpq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RXQ-CLAVE
               FILE STATUS IS WS-FS-COLA.

               SELECT OPTIONAL archivo-aud-maestro
               ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD-MAESTRO.

               SELECT OPTIONAL archivo-aud-contacto
               ASSIGN TO "contaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD-CONTACTO.

               SELECT OPTIONAL archivo-aud-bancos
               ASSIGN TO "bankaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD-BANCOS.

               SELECT OPTIONAL archivo-aud-benef
               ASSIGN TO "benaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD-BENEF.

               SELECT OPTIONAL archivo-bitacora
               ASSIGN TO "anonlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

               SELECT OPTIONAL archivo-perfil-empresa
               ASSIGN TO "company.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.

               SELECT archivo-reporte
               ASSIGN TO "empanon.prt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-veredicto.
           01 VEREDICTO-RECORD.
               05 VRD-FECHA              PIC X(8).
               05 VRD-TIPO               PIC X(1).
               05 VRD-FIN-DE-MES         PIC X(1).

       FD  archivo-control.
           COPY ANONCTL.

       FD  archivo-empleados.
           COPY EMPREC.
           COPY EMPTRLR.

       FD  archivo-contacto.
           COPY EMPCONT.

       FD  archivo-bancos.
           COPY EMPBANK.

       FD  archivo-beneficiarios.
           COPY BENEF.

       FD  archivo-dependientes.
           COPY DEPENDNT.

       FD  archivo-historial.
           COPY DISPHIST.

       FD  archivo-cola.
           COPY REEXPQ.

       FD  archivo-aud-maestro.
           COPY EMPAUD.

       FD  archivo-aud-contacto.
           COPY CONTAUD.

       FD  archivo-aud-bancos.
           COPY BANKAUD.

       FD  archivo-aud-benef.
           COPY BENAUD.

       FD  archivo-bitacora.
           COPY ANONLOG.

       FD  archivo-perfil-empresa.
           COPY COMPANY.

       FD  archivo-reporte.
           01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-FS-VEREDICTO PIC XX VALUE "00".
           01 WS-FS-CONTROL PIC XX VALUE "00".
           01 WS-FS-EMPLEADOS PIC XX VALUE "00".
           01 WS-FS-CONTACTO PIC XX VALUE "00".
           01 WS-FS-BANCOS PIC XX VALUE "00".
           01 WS-FS-BENEFICIARIOS PIC XX VALUE "00".
           01 WS-FS-DEPENDIENTES PIC XX VALUE "00".
           01 WS-FS-HISTORIAL PIC XX VALUE "00".
           01 WS-FS-COLA PIC XX VALUE "00".
           01 WS-FS-AUD-MAESTRO PIC XX VALUE "00".
           01 WS-FS-AUD-CONTACTO PIC XX VALUE "00".
           01 WS-FS-AUD-BANCOS PIC XX VALUE "00".
           01 WS-FS-AUD-BENEF PIC XX VALUE "00".
           01 WS-FS-BITACORA PIC XX VALUE "00".
           01 WS-FS-PERFIL PIC XX VALUE "00".
           01 WS-EOF-EMPLEADOS PIC X VALUE "N".
           01 WS-EOF-ARCHIVO PIC X VALUE "N".
           01 WS-EOF-BENEFICIARIOS PIC X VALUE "N".
           01 WS-ES-FIN-DE-MES PIC X VALUE "N".

           01 WS-ANIOS-RETENCION PIC 9(2) VALUE 10.
           01 WS-FECHA-PROCESO.
               05 WS-FP-ANIO PIC 9(4).
               05 WS-FP-MES-DIA PIC X(4).
      *>   Una baja anterior a esta fecha (proceso menos los anios
      *>   de retencion) ya cumplio su plazo.
           01 WS-FECHA-CORTE.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES-DIA PIC X(4).

      *>   Empleados elegibles en esta corrida, en orden de EMP-ID
      *>   (el maestro se lee por llave), con lo que se purgo de
      *>   cada uno para la bitacora y el certificado.
           01 WS-MAX-ELEGIBLES PIC 9(4) VALUE 2000.
           01 WS-CANT-ELEGIBLES PIC 9(4) VALUE ZEROS.
           01 WS-ELE-IDX PIC 9(4) VALUE ZEROS.
           01 WS-ELE-ENCONTRADO PIC 9(4) VALUE ZEROS.
           01 WS-TABLA-ELEGIBLES.
               05 WS-ELE OCCURS 2000 TIMES
                   DEPENDING ON WS-CANT-ELEGIBLES.
                   10 WS-ELE-ID PIC 9(6).
                   10 WS-ELE-FECHA-BAJA PIC X(8).
                   10 WS-ELE-CONTACTO PIC X(1).
                   10 WS-ELE-BANCO PIC X(1).
                   10 WS-ELE-BENEFICIARIOS PIC 9(3).
                   10 WS-ELE-AUDITORIA PIC 9(5).
                   10 WS-ELE-DEPENDIENTES PIC 9(3).
                   10 WS-ELE-DISPERSIONES PIC 9(5).
                   10 WS-ELE-REEXPEDICIONES PIC 9(3).
           01 WS-BUSCA-ID PIC 9(6) VALUE ZEROS.
           01 WS-EXCEDIDOS PIC 9(6) VALUE ZEROS.

           01 WS-TOTAL-EMPLEADOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-CONTACTOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BANCOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-BENEFICIARIOS PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-AUDITORIA PIC 9(8) VALUE ZEROS.
           01 WS-TOTAL-DEPENDIENTES PIC 9(6) VALUE ZEROS.
           01 WS-TOTAL-DISPERSIONES PIC 9(8) VALUE ZEROS.
           01 WS-TOTAL-REEXPEDICIONES PIC 9(6) VALUE ZEROS.

      *>   Mascara deterministica, el mismo esquema de EMPMASK: la
      *>   suma de los ordinales del campo original elige el
      *>   ficticio de la tabla, asi el mismo valor real produce el
      *>   mismo disfraz en el maestro y en las bitacoras.
           01 WS-HASH-NOMBRE PIC 9(8) VALUE ZEROS.
           01 WS-POS PIC 99 VALUE ZEROS.
           01 WS-ELEGIDO PIC 99 VALUE ZEROS.

           01 WS-TABLA-APELLIDOS.
               05 FILLER PIC X(16) VALUE "FICTICIO UNO".
               05 FILLER PIC X(16) VALUE "FICTICIO DOS".
               05 FILLER PIC X(16) VALUE "FICTICIO TRES".
               05 FILLER PIC X(16) VALUE "FICTICIO CUATRO".
               05 FILLER PIC X(16) VALUE "FICTICIO CINCO".
               05 FILLER PIC X(16) VALUE "FICTICIO SEIS".
               05 FILLER PIC X(16) VALUE "FICTICIO SIETE".
               05 FILLER PIC X(16) VALUE "FICTICIO OCHO".
               05 FILLER PIC X(16) VALUE "FICTICIO NUEVE".
               05 FILLER PIC X(16) VALUE "FICTICIO DIEZ".
           01 WS-TABLA-APELLIDOS-R REDEFINES WS-TABLA-APELLIDOS.
               05 WS-APELLIDO-FIC OCCURS 10 TIMES PIC X(16).

           01 WS-TABLA-NOMBRES.
               05 FILLER PIC X(16) VALUE "PERSONA UNO".
               05 FILLER PIC X(16) VALUE "PERSONA DOS".
               05 FILLER PIC X(16) VALUE "PERSONA TRES".
               05 FILLER PIC X(16) VALUE "PERSONA CUATRO".
               05 FILLER PIC X(16) VALUE "PERSONA CINCO".
               05 FILLER PIC X(16) VALUE "PERSONA SEIS".
               05 FILLER PIC X(16) VALUE "PERSONA SIETE".
               05 FILLER PIC X(16) VALUE "PERSONA OCHO".
               05 FILLER PIC X(16) VALUE "PERSONA NUEVE".
               05 FILLER PIC X(16) VALUE "PERSONA DIEZ".
           01 WS-TABLA-NOMBRES-R REDEFINES WS-TABLA-NOMBRES.
               05 WS-NOMBRE-FIC OCCURS 10 TIMES PIC X(16).

           01 WS-CAMPO-HASH PIC X(32) VALUE SPACES.
           01 WS-CALLE-FAB.
               05 FILLER PIC X(16) VALUE "CALLE FICTICIA #".
               05 WS-CALLE-ID PIC 9(6).
               05 FILLER PIC X(8) VALUE SPACES.
           01 WS-CUENTA-FAB.
               05 FILLER PIC X(12) VALUE "ANONIMIZADA ".
               05 WS-CUENTA-ID PIC 9(6).

           01 WS-FECHA-PROCESO-NEG PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA-PROCESO PIC X(26) VALUE SPACES.
           01 WS-FECHA-HORA-REAL-BD PIC X(26) VALUE SPACES.

      *>   Encabezado estandar via RPTHDR.
           01 WS-NOMBRE-EMPRESA PIC X(30) VALUE "EMPRESA DEMO S.A.".
           01 WS-NOMBRE-REPORTE PIC X(40) VALUE
               "EMPANON - CERTIFICADO DE ANONIMIZACION".
           01 WS-NUMERO-PAGINA PIC 9(4) VALUE 0.
           01 WS-LINEA-ENCABEZADO PIC X(80) VALUE SPACES.
           01 WS-LINEA-PIE PIC X(80) VALUE SPACES.

           01 LIN-CRITERIO.
               05 FILLER PIC X(36) VALUE
                   "BAJAS ANTERIORES A                  ".
               05 LC-CORTE PIC X(8).
               05 FILLER PIC X(14) VALUE "  RETENCION: ".
               05 LC-ANIOS PIC Z9.
               05 FILLER PIC X(6) VALUE " ANIOS".

           01 LIN-COLUMNAS.
               05 FILLER PIC X(20) VALUE "EMP-ID  FECHA BAJA  ".
               05 FILLER PIC X(20) VALUE "CONTACTO  CTA.BANCO ".
               05 FILLER PIC X(19) VALUE "BENEF.    BITACORAS".
               05 FILLER PIC X(7) VALUE " DEPEND".
               05 FILLER PIC X(12) VALUE "  DISPERSION".
               05 FILLER PIC X(7) VALUE "  REEXP".

           01 LIN-DETALLE.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-FECHA-BAJA PIC X(8).
               05 FILLER PIC X(4) VALUE SPACES.
               05 LD-CONTACTO PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-BANCO PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-BENEFICIARIOS PIC ZZ9.
               05 FILLER PIC X(10) VALUE SPACES.
               05 LD-AUDITORIA PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LD-DEPENDIENTES PIC ZZ9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 LD-DISPERSIONES PIC ZZ,ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LD-REEXPEDICIONES PIC ZZ9.

           01 LIN-TOTALES.
               05 FILLER PIC X(20) VALUE "TOTAL EMPLEADOS:    ".
               05 LT-EMPLEADOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(14) VALUE "  CONTACTOS:  ".
               05 LT-CONTACTOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(11) VALUE "  CUENTAS: ".
               05 LT-BANCOS PIC ZZZ,ZZ9.

           01 LIN-TOTALES-2.
               05 FILLER PIC X(20) VALUE "BENEFICIARIOS:      ".
               05 LT-BENEFICIARIOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(25) VALUE
                   "  ASIENTOS DE BITACORA:  ".
               05 LT-AUDITORIA PIC ZZ,ZZZ,ZZ9.

           01 LIN-TOTALES-3.
               05 FILLER PIC X(20) VALUE "DEPENDIENTES:       ".
               05 LT-DEPENDIENTES PIC ZZZ,ZZ9.
               05 FILLER PIC X(25) VALUE
                   "  HISTORIA DISPERSION:   ".
               05 LT-DISPERSIONES PIC ZZ,ZZZ,ZZ9.
               05 FILLER PIC X(17) VALUE "  REEXPEDICION:  ".
               05 LT-REEXPEDICIONES PIC ZZZ,ZZ9.

           01 LIN-CERTIFICA-1.
               05 FILLER PIC X(50) VALUE
                   "SE CERTIFICA QUE LOS DATOS PERSONALES DE LOS EMPLE".
               05 FILLER PIC X(50) VALUE
                   "ADOS LISTADOS FUERON SUSTITUIDOS O BORRADOS.      ".
           01 LIN-CERTIFICA-2.
               05 FILLER PIC X(20) VALUE "FECHA DE PROCESO:   ".
               05 LC2-FECHA PIC X(8).
               05 FILLER PIC X(50) VALUE
                   ". NOMINA, ACUMULADOS Y CONTABILIDAD SE CONSERVAN ".
               05 FILLER PIC X(12) VALUE "POR EMP-ID.".

           01 LIN-EXCEDIDOS.
               05 FILLER PIC X(40) VALUE
                   "ELEGIBLES QUE NO CUPIERON EN LA CORRIDA:".
               05 LE-EXCEDIDOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(30) VALUE
                   " (SE TOMAN EL PROXIMO CIERRE)".

      *>   Bitacora de corrida (ver RUNLOGW).
           01 WS-RL-PROGRAMA PIC X(8) VALUE "EMPANON".
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
           MOVE WS-FECHA-PROCESO-NEG TO WS-FECHA-PROCESO
           PERFORM ChecaFinDeMes
           IF WS-ES-FIN-DE-MES NOT = "S"
               DISPLAY "EMPANON: hoy no es fin de mes, no corre"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LeeControl
           COMPUTE WS-FC-ANIO = WS-FP-ANIO - WS-ANIOS-RETENCION
           MOVE WS-FP-MES-DIA TO WS-FC-MES-DIA
           PERFORM LeePerfilEmpresa
           OPEN I-O archivo-empleados
           IF WS-FS-EMPLEADOS NOT = "00"
               DISPLAY "EMPANON: no se pudo abrir el maestro, estado "
                   WS-FS-EMPLEADOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SeleccionaElegibles
      *>   El maestro va al final: si la corrida se cae a la mitad,
      *>   los empleados siguen sin ficticio y el relanzamiento
      *>   vuelve a elegirlos y a purgar satelites y bitacoras.
           IF WS-CANT-ELEGIBLES > 0
               PERFORM BorraSatelites
               PERFORM SustituyeBeneficiarios
               PERFORM SustituyeDependientes
               PERFORM LimpiaHistDispersion
               PERFORM LimpiaColaReexp
               PERFORM LimpiaAudMaestro
               PERFORM LimpiaAudContacto
               PERFORM LimpiaAudBancos
               PERFORM LimpiaAudBenef
               PERFORM SustituyeMaestro
           END-IF
           CLOSE archivo-empleados
           PERFORM ImprimeCertificado
           DISPLAY "Anonimizados: " WS-TOTAL-EMPLEADOS
               " Contactos: " WS-TOTAL-CONTACTOS
               " Cuentas: " WS-TOTAL-BANCOS
               " Beneficiarios: " WS-TOTAL-BENEFICIARIOS
               " Dependientes: " WS-TOTAL-DEPENDIENTES
               " Dispersiones: " WS-TOTAL-DISPERSIONES
               " Reexpediciones: " WS-TOTAL-REEXPEDICIONES
               " Bitacoras: " WS-TOTAL-AUDITORIA
           MOVE WS-TOTAL-EMPLEADOS TO WS-RL-LEIDOS
           MOVE WS-TOTAL-EMPLEADOS TO WS-RL-ESCRITOS
           MOVE WS-EXCEDIDOS TO WS-RL-RECHAZADOS
           IF WS-EXCEDIDOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RL-RETORNO
           CALL "RUNLOGW" USING WS-RL-PROGRAMA WS-RL-INICIO
               WS-RL-LEIDOS WS-RL-ESCRITOS WS-RL-RECHAZADOS
               WS-RL-RETORNO
           MOVE WS-RL-RETORNO TO RETURN-CODE
      *>   GOBACK en vez de STOP RUN (ver MENU.cbl): equivale a
      *>   STOP RUN corriendo solo, y le devuelve el control al
      *>   controlador cuando lo invoca via CALL (NITECTRL).
           GOBACK.

      *>   La marca de fin de mes viene del veredicto que CALCHECK
      *>   deja en calhoy.dat; sin veredicto no se corre.
       ChecaFinDeMes.
           OPEN INPUT archivo-veredicto
           IF WS-FS-VEREDICTO = "00"
               READ archivo-veredicto
                   NOT AT END
                       IF VRD-FIN-DE-MES = "S"
                           MOVE "S" TO WS-ES-FIN-DE-MES
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-veredicto.

       LeeControl.
           OPEN INPUT archivo-control
           IF WS-FS-CONTROL = "00"
               READ archivo-control
                   NOT AT END
                       IF ANC-ANIOS-RETENCION IS NUMERIC
                           AND ANC-ANIOS-RETENCION > 0
                           MOVE ANC-ANIOS-RETENCION
                               TO WS-ANIOS-RETENCION
                       END-IF
               END-READ
           END-IF
           CLOSE archivo-control.

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

      *>   Terminados con baja numerica anterior al corte que
      *>   todavia no traen apellido ficticio; un registro ya
      *>   anonimizado en un cierre anterior no se vuelve a tocar.
       SeleccionaElegibles.
           MOVE ZEROS TO EMP-ID
           START archivo-empleados KEY >= EMP-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-EMPLEADOS
           END-START
           PERFORM UNTIL WS-EOF-EMPLEADOS = "S"
               READ archivo-empleados NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EMPLEADOS
                   NOT AT END
                       IF EMP-ID NOT = 999999
                           AND EMP-ESTADO = "T"
                           AND EMP-FECHA-BAJA IS NUMERIC
                           AND EMP-FECHA-BAJA < WS-FECHA-CORTE
                           AND EMP-APELLIDO (1:9) NOT = "FICTICIO "
                           PERFORM GuardaElegible
                       END-IF
               END-READ
           END-PERFORM.

       GuardaElegible.
           IF WS-CANT-ELEGIBLES >= WS-MAX-ELEGIBLES
               ADD 1 TO WS-EXCEDIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-ELEGIBLES
           MOVE EMP-ID TO WS-ELE-ID (WS-CANT-ELEGIBLES)
           MOVE EMP-FECHA-BAJA TO WS-ELE-FECHA-BAJA (WS-CANT-ELEGIBLES)
           MOVE "N" TO WS-ELE-CONTACTO (WS-CANT-ELEGIBLES)
           MOVE "N" TO WS-ELE-BANCO (WS-CANT-ELEGIBLES)
           MOVE ZEROS TO WS-ELE-BENEFICIARIOS (WS-CANT-ELEGIBLES)
           MOVE ZEROS TO WS-ELE-AUDITORIA (WS-CANT-ELEGIBLES)
           MOVE ZEROS TO WS-ELE-DEPENDIENTES (WS-CANT-ELEGIBLES)
           MOVE ZEROS TO WS-ELE-DISPERSIONES (WS-CANT-ELEGIBLES)
           MOVE ZEROS TO WS-ELE-REEXPEDICIONES (WS-CANT-ELEGIBLES).

      *>   Busca WS-BUSCA-ID en la tabla de elegibles; deja el
      *>   renglon en WS-ELE-ENCONTRADO (cero si no esta).
       BuscaElegible.
           MOVE ZEROS TO WS-ELE-ENCONTRADO
           PERFORM VARYING WS-ELE-IDX FROM 1 BY 1
               UNTIL WS-ELE-IDX > WS-CANT-ELEGIBLES
               OR WS-ELE-ENCONTRADO > 0
               OR WS-ELE-ID (WS-ELE-IDX) > WS-BUSCA-ID
               IF WS-ELE-ID (WS-ELE-IDX) = WS-BUSCA-ID
                   MOVE WS-ELE-IDX TO WS-ELE-ENCONTRADO
               END-IF
           END-PERFORM.

      *>   Contacto y cuenta bancaria no tienen nada que conservar:
      *>   se borran.
       BorraSatelites.
           OPEN I-O archivo-contacto
           OPEN I-O archivo-bancos
           PERFORM VARYING WS-ELE-IDX FROM 1 BY 1
               UNTIL WS-ELE-IDX > WS-CANT-ELEGIBLES
               IF WS-FS-CONTACTO = "00"
                   MOVE WS-ELE-ID (WS-ELE-IDX) TO CN-ID
                   DELETE archivo-contacto
                       NOT INVALID KEY
                           MOVE "S" TO WS-ELE-CONTACTO (WS-ELE-IDX)
                           ADD 1 TO WS-TOTAL-CONTACTOS
                   END-DELETE
               END-IF
               IF WS-FS-BANCOS = "00"
                   MOVE WS-ELE-ID (WS-ELE-IDX) TO BK-ID
                   DELETE archivo-bancos
                       NOT INVALID KEY
                           MOVE "S" TO WS-ELE-BANCO (WS-ELE-IDX)
                           ADD 1 TO WS-TOTAL-BANCOS
                   END-DELETE
               END-IF
           END-PERFORM
           CLOSE archivo-contacto
           CLOSE archivo-bancos.

      *>   La designacion de beneficiarios se conserva (porcentajes
      *>   y parentesco) con el nombre ficticio y sin fecha de
      *>   nacimiento.
       SustituyeBeneficiarios.
           OPEN I-O archivo-beneficiarios
           IF WS-FS-BENEFICIARIOS NOT = "00"
               CLOSE archivo-beneficiarios
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BN-CLAVE
           START archivo-beneficiarios KEY >= BN-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-BENEFICIARIOS
           END-START
           PERFORM UNTIL WS-EOF-BENEFICIARIOS = "S"
               READ archivo-beneficiarios NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-BENEFICIARIOS
                   NOT AT END
                       MOVE BN-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           MOVE BN-NOMBRE TO WS-CAMPO-HASH
                           PERFORM CalculaHash
                           MOVE WS-NOMBRE-FIC (WS-ELEGIDO)
                               TO BN-NOMBRE
                           MOVE SPACES TO BN-FECHA-NAC
                           REWRITE BN-RECORD
                           ADD 1 TO
                               WS-ELE-BENEFICIARIOS (WS-ELE-ENCONTRADO)
                           ADD 1 TO WS-TOTAL-BENEFICIARIOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-beneficiarios.

      *>   Los dependientes del plan medico, igual que los
      *>   beneficiarios: parentesco, estado y fechas de baja se
      *>   conservan; nombre ficticio y sin fecha de nacimiento.
       SustituyeDependientes.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN I-O archivo-dependientes
           IF WS-FS-DEPENDIENTES NOT = "00"
               CLOSE archivo-dependientes
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DP-CLAVE
           START archivo-dependientes KEY >= DP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARCHIVO
           END-START
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-dependientes NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE DP-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           MOVE DP-NOMBRE TO WS-CAMPO-HASH
                           PERFORM CalculaHash
                           MOVE WS-NOMBRE-FIC (WS-ELEGIDO)
                               TO DP-NOMBRE
                           MOVE SPACES TO DP-FECHA-NAC
                           REWRITE DP-RECORD
                           ADD 1 TO
                               WS-ELE-DEPENDIENTES (WS-ELE-ENCONTRADO)
                           ADD 1 TO WS-TOTAL-DEPENDIENTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-dependientes.

      *>   La historia de dispersion va por fecha, asi que se
      *>   recorre completa. Fecha, tipo de corrida, monto y estado
      *>   de devolucion se conservan para que la historia siga
      *>   cuadrando; el banco se conserva como en BANKAUD, la
      *>   sucursal se borra y la cuenta queda la fabricada del ID.
       LimpiaHistDispersion.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN I-O archivo-historial
           IF WS-FS-HISTORIAL NOT = "00"
               CLOSE archivo-historial
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DPH-CLAVE
           START archivo-historial KEY >= DPH-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARCHIVO
           END-START
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-historial NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE DPH-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           MOVE DPH-ID TO WS-CUENTA-ID
                           MOVE SPACES TO DPH-SUCURSAL
                           MOVE WS-CUENTA-FAB TO DPH-CUENTA
                           REWRITE DPH-RECORD
                           ADD 1 TO
                               WS-ELE-DISPERSIONES (WS-ELE-ENCONTRADO)
                           ADD 1 TO WS-TOTAL-DISPERSIONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historial.

      *>   La cola de reexpedicion (DISPDEV, REEXPWRK) guarda la
      *>   cuenta de origen del deposito devuelto: se reemplaza por
      *>   la misma cuenta fabricada del ID que la historia de
      *>   dispersion. Monto, motivo, estado, forma y cheque quedan
      *>   como estaban.
       LimpiaColaReexp.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN I-O archivo-cola
           IF WS-FS-COLA NOT = "00"
               CLOSE archivo-cola
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RXQ-CLAVE
           START archivo-cola KEY >= RXQ-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ARCHIVO
           END-START
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-cola NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE RXQ-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           MOVE RXQ-ID TO WS-CUENTA-ID
                           MOVE WS-CUENTA-FAB TO RXQ-CUENTA-ORIGEN
                           REWRITE RXQ-RECORD
                           ADD 1 TO
                               WS-ELE-REEXPEDICIONES (WS-ELE-ENCONTRADO)
                           ADD 1 TO WS-TOTAL-REEXPEDICIONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-cola.

      *>   Las bitacoras se reescriben en su lugar (mismo largo de
      *>   registro): quien, cuando, tipo, estados y motivos quedan
      *>   como estaban, solo cambia el dato personal.
       LimpiaAudMaestro.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN I-O archivo-aud-maestro
           IF WS-FS-AUD-MAESTRO NOT = "00"
               CLOSE archivo-aud-maestro
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-aud-maestro
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE AUD-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           PERFORM SustituyeAudMaestro
                           REWRITE AUD-RECORD
                           PERFORM CuentaAsiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-aud-maestro.

       SustituyeAudMaestro.
           IF AUD-NOMBRE-ANTES NOT = SPACES
               MOVE AUD-NOMBRE-ANTES TO WS-CAMPO-HASH
               PERFORM CalculaHash
               MOVE WS-NOMBRE-FIC (WS-ELEGIDO) TO AUD-NOMBRE-ANTES
           END-IF
           IF AUD-APELLIDO-ANTES NOT = SPACES
               MOVE AUD-APELLIDO-ANTES TO WS-CAMPO-HASH
               PERFORM CalculaHash
               MOVE WS-APELLIDO-FIC (WS-ELEGIDO) TO AUD-APELLIDO-ANTES
           END-IF
           IF AUD-NOMBRE-DESPUES NOT = SPACES
               MOVE AUD-NOMBRE-DESPUES TO WS-CAMPO-HASH
               PERFORM CalculaHash
               MOVE WS-NOMBRE-FIC (WS-ELEGIDO) TO AUD-NOMBRE-DESPUES
           END-IF
           IF AUD-APELLIDO-DESPUES NOT = SPACES
               MOVE AUD-APELLIDO-DESPUES TO WS-CAMPO-HASH
               PERFORM CalculaHash
               MOVE WS-APELLIDO-FIC (WS-ELEGIDO)
                   TO AUD-APELLIDO-DESPUES
           END-IF.

      *>   La ciudad se conserva, como en EMPMASK; la calle sale
      *>   fabricada del ID.
       LimpiaAudContacto.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN I-O archivo-aud-contacto
           IF WS-FS-AUD-CONTACTO NOT = "00"
               CLOSE archivo-aud-contacto
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-aud-contacto
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE CAU-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           MOVE CAU-ID TO WS-CALLE-ID
                           MOVE WS-CALLE-FAB TO CAU-CALLE-DESPUES
                           REWRITE CAU-RECORD
                           PERFORM CuentaAsiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-aud-contacto.

      *>   El banco se conserva; el numero de cuenta no.
       LimpiaAudBancos.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN I-O archivo-aud-bancos
           IF WS-FS-AUD-BANCOS NOT = "00"
               CLOSE archivo-aud-bancos
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-aud-bancos
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE BAU-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           MOVE BAU-ID TO WS-CUENTA-ID
                           MOVE WS-CUENTA-FAB TO BAU-CUENTA-DESPUES
                           REWRITE BAU-RECORD
                           PERFORM CuentaAsiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-aud-bancos.

       LimpiaAudBenef.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN I-O archivo-aud-benef
           IF WS-FS-AUD-BENEF NOT = "00"
               CLOSE archivo-aud-benef
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ARCHIVO = "S"
               READ archivo-aud-benef
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE BNA-ID TO WS-BUSCA-ID
                       PERFORM BuscaElegible
                       IF WS-ELE-ENCONTRADO > 0
                           AND BNA-NOMBRE-DESPUES NOT = SPACES
                           MOVE BNA-NOMBRE-DESPUES TO WS-CAMPO-HASH
                           PERFORM CalculaHash
                           MOVE WS-NOMBRE-FIC (WS-ELEGIDO)
                               TO BNA-NOMBRE-DESPUES
                           REWRITE BNA-RECORD
                           PERFORM CuentaAsiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-aud-benef.

       CuentaAsiento.
           ADD 1 TO WS-ELE-AUDITORIA (WS-ELE-ENCONTRADO)
           ADD 1 TO WS-TOTAL-AUDITORIA.

      *>   El maestro conserva ID, departamento, estado, fechas de
      *>   ciclo de vida y motivo de baja; el trailer no cambia
      *>   porque ni el conteo ni la suma de IDs se mueven.
       SustituyeMaestro.
           OPEN EXTEND archivo-bitacora
           IF WS-FS-BITACORA = "05" OR WS-FS-BITACORA = "35"
               OPEN OUTPUT archivo-bitacora
           END-IF
           PERFORM VARYING WS-ELE-IDX FROM 1 BY 1
               UNTIL WS-ELE-IDX > WS-CANT-ELEGIBLES
               MOVE WS-ELE-ID (WS-ELE-IDX) TO EMP-ID
               READ archivo-empleados
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SustituyeEmpleado
               END-READ
           END-PERFORM
           CLOSE archivo-bitacora.

       SustituyeEmpleado.
           MOVE EMP-NOMBRE TO WS-CAMPO-HASH
           PERFORM CalculaHash
           MOVE WS-NOMBRE-FIC (WS-ELEGIDO) TO EMP-NOMBRE
           MOVE EMP-APELLIDO TO WS-CAMPO-HASH
           PERFORM CalculaHash
           MOVE WS-APELLIDO-FIC (WS-ELEGIDO) TO EMP-APELLIDO
           IF EMP-FECHA-NAC IS NUMERIC
               MOVE "0701" TO EMP-FECHA-NAC (5:4)
           ELSE
               MOVE SPACES TO EMP-FECHA-NAC
           END-IF
           MOVE "N" TO EMP-NAC-CONFIRMADA
           ADD 1 TO EMP-CONTADOR-ACT
           REWRITE EMP-RECORD
           ADD 1 TO WS-TOTAL-EMPLEADOS
           MOVE EMP-ID TO ANL-ID
           MOVE WS-FECHA-HORA-PROCESO TO ANL-FECHA-HORA
           MOVE WS-ELE-FECHA-BAJA (WS-ELE-IDX) TO ANL-FECHA-BAJA
           MOVE WS-ANIOS-RETENCION TO ANL-ANIOS-RETENCION
           MOVE WS-ELE-CONTACTO (WS-ELE-IDX) TO ANL-CONTACTO-BORRADO
           MOVE WS-ELE-BANCO (WS-ELE-IDX) TO ANL-BANCO-BORRADO
           MOVE WS-ELE-BENEFICIARIOS (WS-ELE-IDX)
               TO ANL-BENEFICIARIOS
           MOVE WS-ELE-AUDITORIA (WS-ELE-IDX)
               TO ANL-ASIENTOS-AUDITORIA
           MOVE WS-ELE-DEPENDIENTES (WS-ELE-IDX)
               TO ANL-DEPENDIENTES
           MOVE WS-ELE-DISPERSIONES (WS-ELE-IDX)
               TO ANL-DISPERSIONES
           MOVE WS-ELE-REEXPEDICIONES (WS-ELE-IDX)
               TO ANL-REEXPEDICIONES
           WRITE ANL-RECORD.

      *>   Hash deterministico del campo: suma de ordinales de los
      *>   32 caracteres, igual que EMPMASK.
       CalculaHash.
           MOVE ZEROS TO WS-HASH-NOMBRE
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 32
               COMPUTE WS-HASH-NOMBRE = WS-HASH-NOMBRE
                   + FUNCTION ORD(WS-CAMPO-HASH (WS-POS:1))
           END-PERFORM
           COMPUTE WS-ELEGIDO =
               FUNCTION MOD(WS-HASH-NOMBRE 10) + 1.

      *>   El certificado lista solo IDs y conteos: nunca el dato
      *>   que se borro.
       ImprimeCertificado.
           OPEN OUTPUT archivo-reporte
           CALL "RPTHDR" USING WS-NOMBRE-EMPRESA WS-NOMBRE-REPORTE
               WS-NUMERO-PAGINA WS-LINEA-ENCABEZADO WS-LINEA-PIE
           WRITE LINEA-REPORTE FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-CORTE TO LC-CORTE
           MOVE WS-ANIOS-RETENCION TO LC-ANIOS
           WRITE LINEA-REPORTE FROM LIN-CRITERIO
           WRITE LINEA-REPORTE FROM SPACES
           WRITE LINEA-REPORTE FROM LIN-COLUMNAS
           PERFORM VARYING WS-ELE-IDX FROM 1 BY 1
               UNTIL WS-ELE-IDX > WS-CANT-ELEGIBLES
               MOVE WS-ELE-ID (WS-ELE-IDX) TO LD-ID
               MOVE WS-ELE-FECHA-BAJA (WS-ELE-IDX) TO LD-FECHA-BAJA
               MOVE "-" TO LD-CONTACTO
               IF WS-ELE-CONTACTO (WS-ELE-IDX) = "S"
                   MOVE "BORRADO" TO LD-CONTACTO
               END-IF
               MOVE "-" TO LD-BANCO
               IF WS-ELE-BANCO (WS-ELE-IDX) = "S"
                   MOVE "BORRADA" TO LD-BANCO
               END-IF
               MOVE WS-ELE-BENEFICIARIOS (WS-ELE-IDX)
                   TO LD-BENEFICIARIOS
               MOVE WS-ELE-AUDITORIA (WS-ELE-IDX) TO LD-AUDITORIA
               MOVE WS-ELE-DEPENDIENTES (WS-ELE-IDX)
                   TO LD-DEPENDIENTES
               MOVE WS-ELE-DISPERSIONES (WS-ELE-IDX)
                   TO LD-DISPERSIONES
               MOVE WS-ELE-REEXPEDICIONES (WS-ELE-IDX)
                   TO LD-REEXPEDICIONES
               WRITE LINEA-REPORTE FROM LIN-DETALLE
           END-PERFORM
           WRITE LINEA-REPORTE FROM SPACES
           MOVE WS-TOTAL-EMPLEADOS TO LT-EMPLEADOS
           MOVE WS-TOTAL-CONTACTOS TO LT-CONTACTOS
           MOVE WS-TOTAL-BANCOS TO LT-BANCOS
           WRITE LINEA-REPORTE FROM LIN-TOTALES
           MOVE WS-TOTAL-BENEFICIARIOS TO LT-BENEFICIARIOS
           MOVE WS-TOTAL-AUDITORIA TO LT-AUDITORIA
           WRITE LINEA-REPORTE FROM LIN-TOTALES-2
           MOVE WS-TOTAL-DEPENDIENTES TO LT-DEPENDIENTES
           MOVE WS-TOTAL-DISPERSIONES TO LT-DISPERSIONES
           MOVE WS-TOTAL-REEXPEDICIONES TO LT-REEXPEDICIONES
           WRITE LINEA-REPORTE FROM LIN-TOTALES-3
           IF WS-EXCEDIDOS > 0
               MOVE WS-EXCEDIDOS TO LE-EXCEDIDOS
               WRITE LINEA-REPORTE FROM LIN-EXCEDIDOS
           END-IF
           WRITE LINEA-REPORTE FROM SPACES
           WRITE LINEA-REPORTE FROM LIN-CERTIFICA-1
           MOVE WS-FECHA-PROCESO-NEG TO LC2-FECHA
           WRITE LINEA-REPORTE FROM LIN-CERTIFICA-2
           WRITE LINEA-REPORTE FROM WS-LINEA-PIE
           CLOSE archivo-reporte.

       END PROGRAM EMPANON.
