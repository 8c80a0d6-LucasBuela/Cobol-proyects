      *Definicion del archivo de retenciones de ganancias practicadas
      *(uso compartido): indexado por periodo y cliente, asi la
      *declaracion de fin de mes arranca directo en su periodo, con
      *clave alterna por cliente para ver lo retenido a uno solo.
       SELECT OPTIONAL ARCHIVO-RETENCIONES
       ASSIGN TO "retenciones.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS RETENCION-CLAVE
       ALTERNATE RECORD KEY IS RETENCION-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS RETENCIONES-STATUS.
