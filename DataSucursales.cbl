      *Una sucursal: codigo de tres letras y nombre. El limite
      *asegurado es el efectivo maximo en pesos que cubre el seguro
      *de la oficina (tesoro mas cajas); un renglon viejo sin el
      *campo, o con el campo en blanco, no tiene limite.
       FD  ARCHIVO-SUCURSALES.
           01 SUCURSAL-REGISTRO.
              10 SUCURSAL-CODIGO PIC X(3).
              10 FILLER PIC X(1).
              10 SUCURSAL-NOMBRE PIC X(30).
              10 FILLER PIC X(1).
              10 SUCURSAL-LIMITE-ASEGURADO PIC 9(9)V99.
