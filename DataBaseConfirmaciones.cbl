      *Definicion del archivo de control de las cartas de
      *confirmacion de saldo para los auditores externos (uso
      *compartido): una entrada por carta enviada, por fecha de corte
      *y cliente, con la respuesta que devolvio el cliente.
       SELECT OPTIONAL ARCHIVO-CONFIRMACIONES
       ASSIGN TO "confirmaciones_saldo.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CONFIRMACION-CLAVE
       FILE STATUS IS CONFIRMACIONES-STATUS.
