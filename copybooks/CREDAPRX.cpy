      *>   CREDAPRX.cpy
      *>   Decision sobre un cargo retenido por credito (CREDPEND.cpy)
      *>   para CREDAPR: CAX-ACCION A lo aprueba (CASHAPP lo carga en
      *>   su siguiente corrida) o R lo rechaza (no se carga nunca).
      *>   El operador sale del entorno, como en DISPMNT.
       01 CAX-TRANS-RECORD.
           05 CAX-ACCION             PIC X(1).
           05 CAX-CUENTA             PIC 9(8).
           05 CAX-SECUENCIA          PIC 9(4).
