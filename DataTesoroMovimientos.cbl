      *Un movimiento del tesoro de una sucursal. El cajero solo va
      *en las entregas y devoluciones; el segundo firmante en las
      *remesas y en un cierre con diferencia.
       FD  ARCHIVO-TESORO-MOVIMIENTOS.
           01 TMOV-REGISTRO.
              10 TMOV-FECHA-HORA PIC X(21).
              10 TMOV-SUCURSAL PIC X(3).
              10 TMOV-MONEDA PIC X(3).
              10 TMOV-TIPO PIC X(1).
                 88 TMOV-APERTURA VALUE "A".
                 88 TMOV-ENTREGA-A-CAJERO VALUE "E".
                 88 TMOV-DEVOLUCION-DE-CAJERO VALUE "D".
                 88 TMOV-REMESA-RECIBIDA VALUE "R".
                 88 TMOV-REMESA-ENVIADA VALUE "N".
                 88 TMOV-CIERRE VALUE "C".
              10 TMOV-CAJERO PIC X(10).
              10 TMOV-IMPORTE PIC 9(11)V99.
              10 TMOV-OPERADOR PIC X(10).
              10 TMOV-FIRMADO-POR PIC X(10).
