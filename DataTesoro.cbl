      *La posicion de un dia del tesoro de una sucursal en una
      *moneda: la apertura (el cierre del dia anterior), el
      *efectivo entregado a los cajeros al empezar el dia y el que
      *devolvieron al cierre, las remesas recibidas de la casa
      *central y las enviadas a ella, y el cierre. La posicion del
      *tesoro en cualquier momento del dia es apertura - entregado
      *+ devuelto + recibido - enviado. Al cerrar queda la prueba
      *contra los cuadres de los cajeros de la sucursal, con la
      *diferencia y el supervisor que la firmo.
       FD  ARCHIVO-TESORO.
           01 TESORO-REGISTRO.
              05 TESORO-CLAVE.
                 10 TESORO-SUCURSAL PIC X(3).
                 10 TESORO-MONEDA PIC X(3).
                 10 TESORO-FECHA PIC X(8).
              05 TESORO-APERTURA PIC S9(11)V99.
              05 TESORO-ENTREGADO PIC S9(11)V99.
              05 TESORO-DEVUELTO PIC S9(11)V99.
              05 TESORO-RECIBIDO PIC S9(11)V99.
              05 TESORO-ENVIADO PIC S9(11)V99.
              05 TESORO-CIERRE PIC S9(11)V99.
              05 TESORO-ESTADO PIC X(1).
                 88 TESORO-ABIERTO VALUE "A".
                 88 TESORO-CERRADO VALUE "C".
              05 TESORO-CUADRES-CAJEROS PIC S9(11)V99.
              05 TESORO-DIFERENCIA PIC S9(11)V99.
              05 TESORO-FIRMADO-POR PIC X(10).
              05 TESORO-OPERADOR PIC X(10).
              05 TESORO-FECHA-HORA PIC X(21).
