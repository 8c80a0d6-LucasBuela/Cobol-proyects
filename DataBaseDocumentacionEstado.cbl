      *Definicion del estado de documentacion por cliente (uso
      *compartido): indexado por cliente, solo tiene registro el
      *cliente al que el control nocturno le encontro documentacion
      *obligatoria vencida o faltante.
       SELECT OPTIONAL ARCHIVO-DOCUMENTACION-ESTADO
       ASSIGN TO "documentacion_estado.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS DOCEST-CLIENTES-ID
       FILE STATUS IS DOCUMENTACION-ESTADO-STATUS.
