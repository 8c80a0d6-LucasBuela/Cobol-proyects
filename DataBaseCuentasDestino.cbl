      *Definicion del registro de cuentas de destino en otros bancos
      *(uso compartido): cada cliente puede tener varias, numeradas
      *01, 02, ...; la clave cliente + numero deja recorrer con un
      *START + READ NEXT solo las cuentas de un cliente.
       SELECT OPTIONAL ARCHIVO-CUENTAS-DESTINO
       ASSIGN TO "cuentas_destino.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CUENTA-DESTINO-CLAVE
       FILE STATUS IS CUENTAS-DESTINO-STATUS.
