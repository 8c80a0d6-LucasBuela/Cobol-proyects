      *Consulta de las condiciones que rigen para un producto en una
      *fecha (uso compartido): el que llama carga el producto (en
      *blanco, las condiciones generales), la fecha AAAAMMDD (en
      *blanco es hoy) y la tasa, el cargo y la comision por rechazo
      *que leyo de productos.dat o interes_config.dat. Si el producto
      *tiene versiones registradas en condiciones.dat,
      *Condiciones-vigentes las reemplaza por las de la version que
      *rige ese dia, devuelve su numero y desde cuando rige, y marca
      *CONSULTA-COND-RETENIDA si lo que venia del archivo es distinto:
      *un cambio de tasa o de cargo que todavia no cumplio el
      *preaviso a los clientes (o que nunca se registro) no se
      *aplica. Un producto sin versiones sigue con los valores del
      *archivo, como antes.
       01  CONDICIONES-CONSULTA.
           05 CONSULTA-COND-PRODUCTO PIC X(3).
           05 CONSULTA-COND-FECHA PIC X(8).
           05 CONSULTA-COND-TASA PIC 9(1)V9(4).
           05 CONSULTA-COND-CARGO PIC 9(5)V99.
           05 CONSULTA-COND-CARGO-RECHAZO PIC 9(5)V99.
           05 CONSULTA-COND-VERSION PIC 9(4).
           05 CONSULTA-COND-VIGENCIA PIC X(8).
           05 CONSULTA-COND-HALLADA PIC X(1).
              88 CONDICIONES-CON-VERSION VALUE "S".
           05 CONSULTA-COND-RETENIDA PIC X(1).
              88 CONDICIONES-CAMBIO-RETENIDO VALUE "S".
