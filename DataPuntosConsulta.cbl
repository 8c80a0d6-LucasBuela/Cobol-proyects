      *Consulta del saldo de puntos de fidelidad (uso compartido): el
      *que llama carga el cliente y Saldo-puntos devuelve los puntos
      *que tiene para canjear, cuantos de ellos vencen en la proxima
      *corrida mensual y lo que valen en pesos al valor del punto de
      *puntos_config.dat.
       01  PUNTOS-CONSULTA.
           05 CONSULTA-PUNTOS-CLIENTES-ID PIC X(6).
           05 CONSULTA-PUNTOS-SALDO PIC 9(7).
           05 CONSULTA-PUNTOS-POR-VENCER PIC 9(7).
           05 CONSULTA-PUNTOS-VALOR PIC S9(7)V99 COMP-3.
