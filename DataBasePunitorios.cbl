      *Definicion del archivo de punitorios liquidados (uso
      *compartido): indexado por la factura original y el periodo,
      *con claves alternas por la factura de punitorio emitida (para
      *reconocer una factura de punitorio y no cobrarle punitorio a
      *su vez) y por cliente (para el reporte de la corrida).
       SELECT OPTIONAL ARCHIVO-PUNITORIOS
       ASSIGN TO "punitorios.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PUNITORIO-CLAVE
       ALTERNATE RECORD KEY IS PUNITORIO-FACTURA-EMITIDA
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS PUNITORIO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS PUNITORIOS-STATUS.
