      *Definicion de las preferencias de envio de documentos (uso
      *compartido): indexado por cliente, un registro por cliente con
      *el canal elegido para cada tipo de documento y la marca de
      *correo electronico sospechoso que deja un rebote.
       SELECT OPTIONAL ARCHIVO-PREFERENCIAS-ENVIO
       ASSIGN TO "preferencias_envio.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PENVIO-CLIENTES-ID
       FILE STATUS IS PREFERENCIAS-ENVIO-STATUS.
