      *Fecha de la ultima corrida de Procesar-mayoria-edad: los
      *clientes que cumplieron 18 despues de esa fecha son los que
      *toca avisar en la corrida siguiente.
       FD  ARCHIVO-MAYORIA-CONTROL.
           01 MAYORIA-CONTROL-REGISTRO.
              10 MAYORIA-ULTIMA-CORRIDA PIC X(8).
