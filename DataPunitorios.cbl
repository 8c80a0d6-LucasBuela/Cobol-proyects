      *Un punitorio liquidado en la corrida mensual sobre una factura
      *vencida: los dias de atraso cobrados (desde el vencimiento o
      *desde el ultimo punitorio liquidado hasta la fecha de la
      *corrida), lo que quedaba impago, la tasa y el importe, y la
      *factura nueva que se emitio por el punitorio; la original no
      *se toca. Una factura o un cliente eximidos por un supervisor
      *quedan igual registrados, con importe cero, sin factura y con
      *la marca de exento: esos dias quedan perdonados.
       FD  ARCHIVO-PUNITORIOS.
           01 PUNITORIO-REGISTRO.
              05 PUNITORIO-CLAVE.
                 10 PUNITORIO-FACTURA-ORIGEN PIC 9(8).
                 10 PUNITORIO-PERIODO PIC X(6).
              05 PUNITORIO-CLIENTES-ID PIC X(6).
              05 PUNITORIO-FACTURA-EMITIDA PIC 9(8).
              05 PUNITORIO-DESDE PIC X(8).
              05 PUNITORIO-HASTA PIC X(8).
              05 PUNITORIO-DIAS PIC 9(5).
              05 PUNITORIO-SALDO-BASE PIC S9(7)V99 COMP-3.
              05 PUNITORIO-TASA-DIARIA PIC 9(1)V9(5).
              05 PUNITORIO-IMPORTE PIC S9(7)V99 COMP-3.
              05 PUNITORIO-EXENTO PIC X(1).
                 88 PUNITORIO-ES-EXENTO VALUE "S".
              05 PUNITORIO-FECHA-HORA PIC X(21).
