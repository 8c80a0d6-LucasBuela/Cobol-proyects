      *Oficial de cuenta de un cliente (un operador de
      *operadores.dat), desde cuando lo tiene y quien lo asigno. Un
      *cliente sin registro todavia no tiene oficial.
       FD  ARCHIVO-CARTERA.
           01 CARTERA-REGISTRO.
              10 CARTERA-CLIENTES-ID PIC X(6).
              10 CARTERA-OFICIAL PIC X(10).
              10 CARTERA-FECHA-DESDE PIC X(8).
              10 CARTERA-OPERADOR PIC X(10).
