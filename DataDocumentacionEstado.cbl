      *Desde cuando el cliente esta en falta con su documentacion
      *obligatoria: la primera noche en que se lo encontro asi. La
      *gracia para bloquear debitos se cuenta desde esa fecha, asi
      *los clientes anteriores al registro de documentos tienen el
      *plazo completo para presentarla. Al ponerse al dia el
      *registro se borra.
       FD  ARCHIVO-DOCUMENTACION-ESTADO.
           01 DOCEST-REGISTRO.
              10 DOCEST-CLIENTES-ID PIC X(6).
              10 DOCEST-FECHA-INCUMPLE PIC X(8).
