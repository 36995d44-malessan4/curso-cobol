      *>   IDALLOC.cpy
      *>   Registro central de asignacion de EMP-ID (idalloc.dat,
      *>   indexado por IA-ID). Todo ID nuevo sale de IDASIGN con su
      *>   digito verificador (CHKDIGIT) y queda aqui: IA-ESTADO E
      *>   (emitido, todavia sin usar), U (usado: ya hay un alta con
      *>   ese ID) o X (anulado, no se reutiliza). IA-SUCURSAL es la
      *>   sucursal (SUCMAST.cpy) a la que se reservo el ID como
      *>   parte de un bloque; en blanco, emitido para la captura
      *>   central. Las capturas (Capitulo17, EMPCSVIN, EMPMERGE,
      *>   EMPOVRD, EMPMAINT) rechazan el ID que no este aqui
      *>   emitido para su origen, y al grabar el alta lo marcan U.
       01 IA-RECORD.
           05 IA-ID                  PIC 9(6).
           05 IA-ESTADO              PIC X(1).
           05 IA-SUCURSAL            PIC X(4).
           05 IA-FECHA-EMISION       PIC X(8).
           05 IA-OPERADOR            PIC X(8).
           05 IA-FECHA-USO           PIC X(8).
           05 IA-PROGRAMA-USO        PIC X(8).
           05 FILLER                 PIC X(7).
      *>   Registro de control con la clave IAC-ID = 000000 (nunca
      *>   es un EMP-ID valido), mismo criterio que el trailer de
      *>   EMPTRLR.cpy: lleva la ultima base de cinco digitos
      *>   emitida, de donde sigue la proxima. Mismo tamano que
      *>   IA-RECORD para convivir bajo el mismo FD.
       01 IA-CONTROL-RECORD.
           05 IAC-ID                 PIC 9(6).
           05 IAC-ULTIMA-BASE        PIC 9(5).
           05 FILLER                 PIC X(39).
