      *Reglas del programa de puntos de fidelidad. Se mantiene a
      *mano, como interes_config.dat: una sola linea con los puntos
      *por cada mil pesos de saldo promedio del mes, por cada
      *movimiento del cliente en el mes, el tope de movimientos que
      *suman, los puntos por cada factura pagada antes de su
      *vencimiento, por cada anio cumplido desde el alta, los meses
      *que dura un lote de puntos antes de vencer (cero, no vencen) y
      *lo que vale un punto en pesos (tres enteros y dos decimales
      *implicitos), todo separado por comas; por ejemplo
      *"005,002,030,010,020,012,00050" es 5 puntos por mil de saldo
      *promedio, 2 por movimiento hasta 30 movimientos, 10 por
      *factura al dia, 20 por anio de antiguedad, vencen a los 12
      *meses y cada punto vale 0.50. Sin archivo no se otorgan
      *puntos y el punto no vale nada, asi no hay canjes.
       FD  ARCHIVO-CONFIG-PUNTOS.
           01 CONFIG-PUNTOS-REGISTRO.
              10 CONFIG-PUNTOS-POR-MIL PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PUNTOS-POR-MOVIMIENTO PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PUNTOS-TOPE-MOVIMIENTOS PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PUNTOS-POR-FACTURA PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PUNTOS-POR-ANIO PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PUNTOS-MESES-VIGENCIA PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PUNTOS-VALOR PIC 9(3)V99.
