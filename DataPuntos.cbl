      *Un renglon del ledger de puntos de un cliente: los que gano en
      *la corrida mensual de un periodo, los que canjeo en el
      *mostrador y los que se le vencieron. Cada renglon de puntos
      *ganados es un lote con su periodo de vencimiento y lo que
      *todavia le queda; el canje consume los lotes del mas viejo al
      *mas nuevo y el vencimiento da de baja lo que quedo de los
      *lotes vencidos, asi el saldo de puntos del cliente es la suma
      *de lo que les queda a sus lotes (y tambien la suma de las
      *cantidades de todos sus renglones).
       FD  ARCHIVO-PUNTOS.
           01 PUNTOS-REGISTRO.
      *Quien graba arranca la secuencia en cero y reintenta sumando
      *uno ante un duplicado, como en el ledger de movimientos:
              05 PUNTOS-CLAVE.
                 10 PUNTOS-CLIENTES-ID PIC X(6).
                 10 PUNTOS-FECHA-HORA PIC X(21).
                 10 PUNTOS-SECUENCIA PIC 9(3).
              05 PUNTOS-TIPO PIC X(1).
                 88 PUNTOS-GANADOS VALUE "G".
                 88 PUNTOS-CANJEADOS VALUE "C".
                 88 PUNTOS-VENCIDOS VALUE "V".
      *Positiva en los ganados, negativa en canjes y vencimientos:
              05 PUNTOS-CANTIDAD PIC S9(7) COMP-3.
      *Periodo AAAAMM de la corrida que otorgo (o vencio) los puntos;
      *en un canje, el del dia del canje:
              05 PUNTOS-PERIODO PIC X(6).
      *Solo en los ganados: el periodo desde el que el lote esta
      *vencido ("999999" si la configuracion no vence puntos) y lo
      *que le queda sin canjear ni vencer:
              05 PUNTOS-VENCE-PERIODO PIC X(6).
              05 PUNTOS-PENDIENTES PIC 9(7) COMP-3.
      *Solo en los canjes: a que se canjearon y cuanto valieron en
      *pesos al valor del punto de ese dia:
              05 PUNTOS-CANJE PIC X(1).
                 88 CANJE-CREDITO-SALDO VALUE "S".
                 88 CANJE-EXENCION-CARGO VALUE "M".
              05 PUNTOS-IMPORTE PIC S9(7)V99 COMP-3.
              05 PUNTOS-OPERADOR PIC X(10).
              05 PUNTOS-CONCEPTO PIC X(30).
