      *Definicion del archivo de cotitulares (uso compartido): liga
      *a la cuenta de un titular los otros clientes que tienen
      *derechos sobre ese saldo. Indexado por cuenta y cliente
      *vinculado, asi un START por cuenta recorre sus vinculos; la
      *clave alterna por cliente vinculado responde "de que cuentas
      *es cotitular o apoderado este cliente".
       SELECT OPTIONAL ARCHIVO-COTITULARES
       ASSIGN TO "cotitulares.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS COTIT-CLAVE
       ALTERNATE RECORD KEY IS COTIT-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS COTITULARES-STATUS.
