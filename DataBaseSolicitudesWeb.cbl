      *Definicion de la cola de solicitudes de alta que llegan por el
      *sitio web (uso compartido): indexada por numero de solicitud,
      *con clave alterna por la referencia que asigna el sitio (para
      *no cargar dos veces la misma solicitud si el archivo del dia
      *se vuelve a procesar) y por estado, para que la revision
      *recorra solo las pendientes sin leer toda la cola.
       SELECT OPTIONAL ARCHIVO-SOLICITUDES-WEB
       ASSIGN TO "solicitudes_web.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS SOLWEB-NUMERO
       ALTERNATE RECORD KEY IS SOLWEB-REFERENCIA WITH DUPLICATES
       ALTERNATE RECORD KEY IS SOLWEB-ESTADO WITH DUPLICATES
       FILE STATUS IS SOLICITUDES-WEB-STATUS.
