      *Definicion del archivo de cheques depositados (uso
      *compartido): indexado por el numero del recibo de caja con el
      *que entro el cheque, con claves alternas por cliente (para
      *sumar lo que esta en canje) y por numero de cheque (para
      *encontrar el cheque de la lista de rechazados del banco).
       SELECT OPTIONAL ARCHIVO-CHEQUES
       ASSIGN TO "cheques.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CHEQUE-RECIBO-NUMERO
       ALTERNATE RECORD KEY IS CHEQUE-CLIENTES-ID WITH DUPLICATES
       ALTERNATE RECORD KEY IS CHEQUE-NUMERO WITH DUPLICATES
       FILE STATUS IS CHEQUES-STATUS.
