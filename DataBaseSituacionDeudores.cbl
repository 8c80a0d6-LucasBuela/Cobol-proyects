      *Definicion del archivo de situacion mensual de deudores
      *(uso compartido): indexado por periodo y cliente, con clave
      *alterna por cliente para ver la historia de uno solo.
       SELECT OPTIONAL ARCHIVO-SITUACION-DEUDORES
       ASSIGN TO "situacion_deudores.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS SITUACION-CLAVE
       ALTERNATE RECORD KEY IS SITUACION-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS SITUACION-STATUS.
