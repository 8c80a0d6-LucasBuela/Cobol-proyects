                 88 FACTURA-PAGADA VALUE "C".
                 88 FACTURA-ANULADA VALUE "X".
              10 FACTURA-CONCEPTO PIC X(30).
      *Datos fiscales del comprobante: letra (A al responsable
      *inscripto, B al resto), condicion y CUIT del cliente al
      *momento de emitir, tasa, neto e IVA que suman el importe, y
      *el presupuesto que la origino si vino de uno (cero si no). En
      *una factura de presupuesto con renglones de tasas distintas la
      *tasa queda en cero y el Libro IVA Ventas la abre por renglon.
      *Las facturas anteriores a estos campos tienen la letra en
      *blanco y el libro las toma como neto sin IVA.
              10 FACTURA-LETRA PIC X(1).
                 88 FACTURA-LETRA-A VALUE "A".
                 88 FACTURA-LETRA-B VALUE "B".
              10 FACTURA-CONDICION-IVA PIC X(1).
              10 FACTURA-CUIT PIC X(11).
              10 FACTURA-TASA-IVA PIC 9(2)V99.
              10 FACTURA-NETO PIC S9(7)V99 COMP-3.
              10 FACTURA-IVA PIC S9(7)V99 COMP-3.
              10 FACTURA-PRESUPUESTO PIC 9(8).
      *Dia en que la factura quedo cobrada entera (por un pago del
      *ledger o por debito automatico), para saber si se pago antes
      *del vencimiento; en blanco mientras este pendiente, si la
      *cancelo una nota de credito y en las facturas anteriores a
      *este campo.
              10 FACTURA-FECHA-COBRO PIC X(8).
