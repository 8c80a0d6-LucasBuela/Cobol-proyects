      *Definicion del archivo de asignaciones a agencias de cobranza
      *(uso compartido): indexado por numero de asignacion, con
      *clave alterna por cliente para saber si uno esta en agencia.
       SELECT OPTIONAL ARCHIVO-ASIGNACIONES
       ASSIGN TO "asignaciones_agencia.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ASIGNACION-NUMERO
       ALTERNATE RECORD KEY IS ASIGNACION-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS ASIGNACIONES-STATUS.
