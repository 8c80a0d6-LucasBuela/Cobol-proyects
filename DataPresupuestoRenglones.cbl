      *Un renglon de presupuesto: un producto de productos.dat, la
      *cantidad, el precio unitario y el porcentaje de IVA, con el
      *neto, el IVA y el total ya calculados (total = neto mas neto
      *por el porcentaje sobre cien, la regla de la calculadora).
       FD  ARCHIVO-PRESUPUESTO-RENGLONES.
           01 RENGLON-PRES-REGISTRO.
              10 RENGLON-PRES-CLAVE.
                 15 RENGLON-PRES-NUMERO PIC 9(8).
                 15 RENGLON-PRES-RENGLON PIC 9(3).
              10 RENGLON-PRES-PRODUCTO PIC X(3).
              10 RENGLON-PRES-DESCRIPCION PIC X(20).
              10 RENGLON-PRES-CANTIDAD PIC 9(5).
              10 RENGLON-PRES-PRECIO PIC S9(7)V99 COMP-3.
              10 RENGLON-PRES-PORC-IVA PIC 9(2)V99.
              10 RENGLON-PRES-NETO PIC S9(7)V99 COMP-3.
              10 RENGLON-PRES-IVA PIC S9(7)V99 COMP-3.
              10 RENGLON-PRES-TOTAL PIC S9(7)V99 COMP-3.
