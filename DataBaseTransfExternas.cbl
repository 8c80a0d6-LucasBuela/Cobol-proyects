      *Definicion del archivo de transferencias a cuentas de otros
      *bancos (uso compartido): indexado por el numero de
      *transferencia, que es la referencia que viaja al banco y
      *vuelve en su confirmacion, con clave alterna por cliente.
       SELECT OPTIONAL ARCHIVO-TRANSF-EXTERNAS
       ASSIGN TO "transferencias_externas.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS TRANSF-EXT-NUMERO
       ALTERNATE RECORD KEY IS TRANSF-EXT-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS TRANSF-EXTERNAS-STATUS.
