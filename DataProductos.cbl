      *Un producto del catalogo: codigo, nombre, tasa de interes
      *mensual (un entero y cuatro decimales implicitos) y cargo de
      *mantenimiento (cinco enteros y dos decimales implicitos),
      *mismos formatos que interes_config.dat. Al final, la comision
      *que se cobra por cada cheque rechazado (mismo formato que el
      *cargo); en blanco, el producto no cobra rechazos.
       FD  ARCHIVO-PRODUCTOS.
           01 PRODUCTO-REGISTRO.
              10 PRODUCTO-CODIGO PIC X(3).
              10 PRODUCTO-TASA PIC 9(1)V9(4).
              10 FILLER PIC X(1).
              10 PRODUCTO-CARGO PIC 9(5)V99.
              10 FILLER PIC X(1).
              10 PRODUCTO-CARGO-RECHAZO PIC 9(5)V99.
