      *>   DECLCTL.cpy
      *>   Datos del retenedor para la declaracion mensual de
      *>   retenciones (DECLRET), archivo de control chico estilo
      *>   CTLPARM.cpy: la clave de contribuyente de la empresa y el
      *>   numero de obligacion que la autoridad le asigno.
       01 DCC-RECORD.
           05 DCC-RFC                PIC X(13).
           05 DCC-OBLIGACION         PIC X(10).
