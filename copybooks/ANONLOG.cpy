      *>   ANONLOG.cpy
      *>   Bitacora de anonimizacion (EMPANON): un asiento por
      *>   empleado terminado cuyos datos personales se sustituyeron,
      *>   con la fecha de baja que lo hizo elegible y cuanto se
      *>   purgo de cada archivo. Solo lleva el EMP-ID: la bitacora
      *>   no puede volver a guardar lo que se borro.
       01 ANL-RECORD.
           05 ANL-ID                 PIC 9(6).
           05 ANL-FECHA-HORA         PIC X(26).
           05 ANL-FECHA-BAJA         PIC X(8).
           05 ANL-ANIOS-RETENCION    PIC 9(2).
      *>   S si se borro el registro del satelite, N si no habia.
           05 ANL-CONTACTO-BORRADO   PIC X(1).
           05 ANL-BANCO-BORRADO      PIC X(1).
      *>   Beneficiarios sustituidos y asientos de bitacora
      *>   (EMPAUD, CONTAUD, BANKAUD, BENAUD) reescritos.
           05 ANL-BENEFICIARIOS      PIC 9(3).
           05 ANL-ASIENTOS-AUDITORIA PIC 9(5).
      *>   Dependientes del plan medico sustituidos y renglones de
      *>   la historia de dispersion con la cuenta reemplazada.
           05 ANL-DEPENDIENTES       PIC 9(3).
           05 ANL-DISPERSIONES       PIC 9(5).
      *>   Renglones de la cola de reexpedicion (REEXPQ) con la
      *>   cuenta de origen reemplazada.
           05 ANL-REEXPEDICIONES     PIC 9(3).
