      *Definicion del archivo de debitos automaticos enviados al
      *banco (uso compartido): uno por factura presentada, indexado
      *por el numero de factura, con clave alterna por cliente.
       SELECT OPTIONAL ARCHIVO-DEBITOS
       ASSIGN TO "debitos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS DEBITO-FACTURA-NUMERO
       ALTERNATE RECORD KEY IS DEBITO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS DEBITOS-STATUS.
