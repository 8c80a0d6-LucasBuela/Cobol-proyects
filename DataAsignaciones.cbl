      *Una cuenta en mora entregada a una agencia de cobranza
      *externa despues del aviso final: la deuda asignada, lo que la
      *agencia fue rindiendo (bruto, su comision y lo neto que se
      *acredito al cliente) y como termino. Mientras esta asignada
      *el cliente esta "en agencia": Cartas-mora no le manda cartas
      *y no entra a la cola de contactos.
       FD  ARCHIVO-ASIGNACIONES.
           01 ASIGNACION-REGISTRO.
              10 ASIGNACION-NUMERO PIC 9(8).
              10 ASIGNACION-CLIENTES-ID PIC X(6).
              10 ASIGNACION-AGENCIA PIC X(4).
              10 ASIGNACION-FECHA PIC X(8).
              10 ASIGNACION-MONEDA PIC X(3).
              10 ASIGNACION-DEUDA PIC S9(7)V99 COMP-3.
              10 ASIGNACION-COBRADO-BRUTO PIC S9(7)V99 COMP-3.
              10 ASIGNACION-COMISION PIC S9(7)V99 COMP-3.
              10 ASIGNACION-COBRADO-NETO PIC S9(7)V99 COMP-3.
              10 ASIGNACION-ESTADO PIC X(1).
                 88 ASIGNACION-EN-AGENCIA VALUE "A".
                 88 ASIGNACION-DEVUELTA VALUE "D".
                 88 ASIGNACION-COBRADA VALUE "C".
              10 ASIGNACION-FECHA-CIERRE PIC X(8).
              10 ASIGNACION-MOTIVO-DEVOLUCION PIC X(30).
              10 ASIGNACION-OPERADOR PIC X(10).
