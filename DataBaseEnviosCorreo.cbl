      *Definicion del seguimiento de los documentos enviados por
      *correo electronico (uso compartido): indexado por la
      *referencia que viaja en la salida al gateway de correo y que
      *vuelve en su recibo de entrega.
       SELECT OPTIONAL ARCHIVO-ENVIOS-CORREO
       ASSIGN TO "envios_correo.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ENVIADO-REFERENCIA
       FILE STATUS IS ENVIOS-CORREO-STATUS.
