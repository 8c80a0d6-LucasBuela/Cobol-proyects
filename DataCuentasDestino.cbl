      *Cuenta propia de un cliente en otro banco, a la que se le
      *pueden mandar transferencias: CBU (o alias), titular y quien y
      *cuando la registro. No se modifica ni se borra: para cambiarla
      *se da de baja y se registra otra, asi queda la historia de
      *quien cargo cada cuenta y quien la dio de baja.
       FD  ARCHIVO-CUENTAS-DESTINO.
           01 CUENTA-DESTINO-REGISTRO.
              05 CUENTA-DESTINO-CLAVE.
                 10 CUENTA-CLIENTES-ID PIC X(6).
                 10 CUENTA-NUMERO PIC 9(2).
              05 CUENTA-BANCO PIC X(3).
              05 CUENTA-CBU PIC X(22).
              05 CUENTA-ALIAS PIC X(20).
              05 CUENTA-TITULAR PIC X(40).
              05 CUENTA-ESTADO PIC X(1).
                 88 CUENTA-ACTIVA VALUE "A".
                 88 CUENTA-DADA-DE-BAJA VALUE "B".
              05 CUENTA-FECHA-ALTA PIC X(8).
              05 CUENTA-OPERADOR-ALTA PIC X(10).
              05 CUENTA-FECHA-BAJA PIC X(8).
              05 CUENTA-OPERADOR-BAJA PIC X(10).
