      *Una aceptacion: cuando, que cliente, de que producto, la
      *version que acepto y la que tenia antes, el operador que la
      *registro y como se acepto (al darse de alta o firmando la
      *nueva version en la sucursal).
       FD  ARCHIVO-ACEPTACIONES.
           01 ACEPTACION-REGISTRO.
              10 ACEPTACION-FECHA-HORA PIC X(21).
              10 ACEPTACION-CLIENTES-ID PIC X(6).
              10 ACEPTACION-PRODUCTO PIC X(3).
              10 ACEPTACION-VERSION PIC X(4).
              10 ACEPTACION-VERSION-ANTERIOR PIC X(4).
              10 ACEPTACION-OPERADOR PIC X(10).
              10 ACEPTACION-MEDIO PIC X(1).
                 88 ACEPTACION-EN-ALTA VALUE "A".
                 88 ACEPTACION-FIRMADA VALUE "F".
