      *Consulta de pendientes de un cliente (uso compartido): el que
      *llama carga el cliente y Revisar-pendientes-cliente devuelve
      *cuantos tiene abiertos de cada cosa que impide cerrarle la
      *cuenta (facturas sin cobrar, embargos vigentes, prestamos
      *vigentes, cheques en canje, plazos fijos vigentes,
      *transferencias a otro banco sin respuesta y cuentas entregadas
      *a una agencia). Las ordenes permanentes vigentes se cuentan
      *aparte: no impiden el cierre, el cierre las da de baja.
       01  PENDIENTES-CONSULTA.
           05 PENDIENTES-CLIENTES-ID PIC X(6).
           05 PENDIENTES-FACTURAS PIC 9(3).
           05 PENDIENTES-EMBARGOS PIC 9(3).
           05 PENDIENTES-PRESTAMOS PIC 9(3).
           05 PENDIENTES-CHEQUES PIC 9(3).
           05 PENDIENTES-PLAZOS PIC 9(3).
           05 PENDIENTES-TRANSFERENCIAS PIC 9(3).
           05 PENDIENTES-AGENCIA PIC 9(3).
           05 PENDIENTES-ORDENES PIC 9(3).
           05 PENDIENTES-RESULTADO PIC X.
              88 CLIENTE-SIN-PENDIENTES VALUE " ".
              88 CLIENTE-CON-PENDIENTES VALUE "P".
