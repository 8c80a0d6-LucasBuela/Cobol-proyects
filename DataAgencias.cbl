      *Agencia de cobranza externa: codigo, porcentaje de comision
      *sobre lo cobrado con dos decimales implicitos y nombre (por
      *ejemplo "AG01,1500,COBRANZAS DEL SUR" para una comision del
      *15%).
       FD  ARCHIVO-AGENCIAS.
           01 AGENCIA-REGISTRO.
              10 AGENCIA-CODIGO PIC X(4).
              10 FILLER PIC X(1).
              10 AGENCIA-COMISION PIC 9(2)V99.
              10 FILLER PIC X(1).
              10 AGENCIA-NOMBRE PIC X(30).
