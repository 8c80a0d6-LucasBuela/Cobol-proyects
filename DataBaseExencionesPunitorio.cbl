      *Definicion del archivo de exenciones de punitorio (uso
      *compartido): indexado por periodo, tipo y codigo, asi la
      *corrida mensual pregunta directo por el cliente o la factura.
       SELECT OPTIONAL ARCHIVO-EXENCIONES-PUNITORIO
       ASSIGN TO "exenciones_punitorio.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EXENCION-CLAVE
       FILE STATUS IS EXENCIONES-STATUS.
