      *Sucursal en la que trabaja el operador (codigo de la
      *referencia sucursales.dat):
              10 OP-SUCURSAL PIC X(3).
      *Cuenta propia del operador cuando ademas es cliente (en blanco
      *si no lo es): con ella y los hogares la revision de
      *segregacion de funciones ve quien opera su cuenta o la de su
      *familia.
              10 OP-CLIENTES-ID PIC X(6).
