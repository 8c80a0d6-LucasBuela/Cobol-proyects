      *Una exencion de punitorio cargada por un supervisor antes de
      *la corrida del periodo (AAAAMM): para un cliente entero (tipo
      *"C", el codigo es el ID del cliente) o para una factura sola
      *(tipo "F", el codigo es el numero de factura). Vale solo para
      *ese periodo, asi ninguna exencion queda olvidada para siempre.
       FD  ARCHIVO-EXENCIONES-PUNITORIO.
           01 EXENCION-REGISTRO.
              05 EXENCION-CLAVE.
                 10 EXENCION-PERIODO PIC X(6).
                 10 EXENCION-TIPO PIC X(1).
                    88 EXENCION-DE-CLIENTE VALUE "C".
                    88 EXENCION-DE-FACTURA VALUE "F".
                 10 EXENCION-CODIGO PIC X(8).
              05 EXENCION-MOTIVO PIC X(30).
              05 EXENCION-OPERADOR PIC X(10).
              05 EXENCION-FECHA-HORA PIC X(21).
