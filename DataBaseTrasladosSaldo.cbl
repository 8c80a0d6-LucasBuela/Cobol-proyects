      *Definicion del diario de traslados de saldo (uso compartido):
      *los saldos que entran o salen de clientes.dat sin pasar por
      *el ledger (el archivado de fin de ano, el desarchivado y la
      *carga masiva desde CSV) quedan anotados aca, para que la
      *prueba diaria de totales los muestre en su propio renglon y
      *el libro cierre igual.
       SELECT OPTIONAL ARCHIVO-TRASLADOS-SALDO
       ASSIGN TO "traslados_saldo.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS TRASLADOS-STATUS.
