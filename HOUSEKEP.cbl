      *>   Archivo de trabajo generico: conserva los registros que se
      *>   retienen (de cualquiera de los cuatro layouts, por eso el
      *>   registro va al ancho del mas grande, hoy el de auditoria
      *>   con 167 posiciones) antes de regrabar el archivo vivo.
       FD  archivo-trabajo.
           01 TRABAJO-RECORD PIC X(170).

