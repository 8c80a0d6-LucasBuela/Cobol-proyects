      *Definicion del archivo de adhesiones al debito automatico (uso
      *compartido): una adhesion por cliente, indexada por el ID del
      *cliente, con la cuenta del otro banco de donde se debitan sus
      *facturas y la fecha del mandato que firmo.
       SELECT OPTIONAL ARCHIVO-ADHESIONES
       ASSIGN TO "adhesiones_debito.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ADHESION-CLIENTES-ID
       FILE STATUS IS ADHESIONES-STATUS.
