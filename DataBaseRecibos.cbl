      *Definicion del registro de recibos de caja (uso compartido):
      *indexado por numero de recibo, con clave alterna por cliente,
      *igual que facturas.dat. Cada numero que reparte el control
      *queda aca, emitido o anulado, asi Verificar-recibos puede
      *mostrar que no se salteo ninguno.
       SELECT OPTIONAL ARCHIVO-RECIBOS
       ASSIGN TO "recibos_caja.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS RECIBO-NUMERO
       ALTERNATE RECORD KEY IS RECIBO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS RECIBOS-STATUS.
