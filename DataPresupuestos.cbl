      *Cabecera de un presupuesto a un cliente: fecha de emision,
      *fecha hasta la que vale, el vendedor que lo armo, cantidad de
      *renglones y los totales (neto, IVA y total) que suman sus
      *renglones. Abierto hasta que se acepta (y se factura, quedando
      *el numero de factura) o hasta que vence sin respuesta.
       FD  ARCHIVO-PRESUPUESTOS.
           01 PRESUPUESTO-REGISTRO.
              10 PRESUPUESTO-NUMERO PIC 9(8).
              10 PRESUPUESTO-CLIENTES-ID PIC X(6).
              10 PRESUPUESTO-FECHA PIC X(8).
              10 PRESUPUESTO-VALIDEZ PIC X(8).
              10 PRESUPUESTO-OPERADOR PIC X(10).
              10 PRESUPUESTO-RENGLONES PIC 9(3).
              10 PRESUPUESTO-NETO PIC S9(7)V99 COMP-3.
              10 PRESUPUESTO-IVA PIC S9(7)V99 COMP-3.
              10 PRESUPUESTO-TOTAL PIC S9(7)V99 COMP-3.
              10 PRESUPUESTO-ESTADO PIC X(1).
                 88 PRESUPUESTO-ABIERTO VALUE "A".
                 88 PRESUPUESTO-ACEPTADO VALUE "C".
                 88 PRESUPUESTO-VENCIDO VALUE "V".
              10 PRESUPUESTO-FECHA-CIERRE PIC X(8).
              10 PRESUPUESTO-FACTURA PIC 9(8).
