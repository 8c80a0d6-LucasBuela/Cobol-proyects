      *Anota en el diario de traslados el saldo del cliente que
      *queda en CLIENTES-REGISTRO: quien llama carga antes el
      *sentido, el origen y el operador. En entrenamiento no se anota
      *nada: el diario es uno solo y acompana a produccion.
       GRABA-TRASLADO-SALDO.
           IF MODO-ENTRENAMIENTO NOT = "S"
           MOVE FUNCTION CURRENT-DATE TO TRASLADO-FECHA-HORA
           MOVE CLIENTES-ID TO TRASLADO-CLIENTES-ID
           MOVE CLIENTES-MONEDA TO TRASLADO-MONEDA
           MOVE CLIENTES-SALDO TO TRASLADO-SALDO
           OPEN EXTEND ARCHIVO-TRASLADOS-SALDO
           WRITE TRASLADO-REGISTRO
           CLOSE ARCHIVO-TRASLADOS-SALDO
           END-IF.
