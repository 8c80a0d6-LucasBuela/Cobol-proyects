      *Definicion del archivo de PIN telefonico (uso compartido):
      *indexado por cliente, un registro por cada cliente que tiene
      *habilitada la consulta de saldo por la central automatica.
       SELECT OPTIONAL ARCHIVO-PIN-TELEFONICO
       ASSIGN TO "pin_telefonico.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PIN-CLIENTES-ID
       FILE STATUS IS PIN-TELEFONICO-STATUS.
