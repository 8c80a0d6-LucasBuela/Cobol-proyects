      *Definicion del archivo de totales de control del ledger (uso
      *compartido): un renglon por dia de prueba y por moneda, con
      *la apertura, lo movido y el cierre, para que la prueba del
      *dia siguiente arranque del cierre grabado.
       SELECT OPTIONAL ARCHIVO-CONTROL-TOTALES
       ASSIGN TO "control_totales.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CONTROL-TOTALES-CLAVE
       FILE STATUS IS CONTROL-TOTALES-STATUS.
