      *Una version de las condiciones de un producto: la tasa de
      *interes mensual, el cargo de mantenimiento y la comision por
      *cheque rechazado que rigen desde la fecha de vigencia, con el
      *numero de version (unico entre todos los productos, es el que
      *queda en la ficha del cliente que la acepta), el resumen de
      *los cambios, quien la registro, quien la firmo y cuando se
      *mandaron los avisos a los clientes. La vigencia "00000000" es
      *la version inicial: las condiciones que tenia el producto
      *antes de la primera version registrada, que rigen para todo
      *lo anterior y no llevan aviso. Una version con cambios no
      *rige hasta que se avisa a los clientes, y nunca antes de que
      *pasen los dias de preaviso desde el aviso.
       FD  ARCHIVO-CONDICIONES.
           01 CONDV-REGISTRO.
              05 CONDV-CLAVE.
                 10 CONDV-PRODUCTO PIC X(3).
                 10 CONDV-VIGENCIA PIC X(8).
                    88 CONDV-VERSION-INICIAL VALUE "00000000".
              05 CONDV-VERSION PIC 9(4).
              05 CONDV-TASA PIC 9(1)V9(4).
              05 CONDV-CARGO PIC 9(5)V99.
              05 CONDV-CARGO-RECHAZO PIC 9(5)V99.
              05 CONDV-RESUMEN PIC X(60).
              05 CONDV-FECHA-REGISTRO PIC X(8).
              05 CONDV-OPERADOR PIC X(10).
              05 CONDV-SEGUNDO-OPERADOR PIC X(10).
      *Fecha en que se encolaron las cartas de aviso y a cuantos
      *clientes; en blanco, el aviso esta pendiente:
              05 CONDV-FECHA-AVISO PIC X(8).
                 88 CONDV-AVISO-PENDIENTE VALUE SPACES.
              05 CONDV-CLIENTES-AVISADOS PIC 9(6).
