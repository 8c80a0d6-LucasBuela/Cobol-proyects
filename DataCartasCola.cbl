      *Una carta de aviso pendiente de emitir: a que cliente, de que
      *tipo, la referencia (numero de cheque, de debito, etc.), el
      *importe y el motivo que van en el texto. Emitida queda en la
      *cola con la fecha de emision, no se borra.
       FD  ARCHIVO-CARTAS-COLA.
           01 CARTA-REGISTRO.
              05 CARTA-CLAVE.
                 10 CARTA-FECHA-HORA PIC X(21).
                 10 CARTA-CLIENTES-ID PIC X(6).
              05 CARTA-TIPO PIC X(12).
                 88 CARTA-CHEQUE-RECHAZADO VALUE "CHEQUE-RECH".
                 88 CARTA-DEBITO-RECHAZADO VALUE "DEBITO-RECH".
                 88 CARTA-TRANSFERENCIA-RECHAZADA VALUE "TRANSF-RECH".
                 88 CARTA-MAYORIA-EDAD VALUE "MAYORIA".
                 88 CARTA-LIMITE-DESCUBIERTO VALUE "LIMITE".
      *Aviso anticipado de una version nueva de las condiciones: la
      *referencia trae la clave de la version en condiciones.dat
      *(producto y vigencia) y el motivo, la fecha AAAAMMDD desde la
      *que rige para el cliente.
                 88 CARTA-CAMBIO-CONDICIONES VALUE "CONDICIONES".
              05 CARTA-REFERENCIA PIC X(30).
              05 CARTA-IMPORTE PIC S9(7)V99 COMP-3.
              05 CARTA-MOTIVO PIC X(40).
              05 CARTA-ESTADO PIC X(1).
                 88 CARTA-PENDIENTE VALUE "P".
                 88 CARTA-EMITIDA VALUE "E".
              05 CARTA-FECHA-EMISION PIC X(8).
