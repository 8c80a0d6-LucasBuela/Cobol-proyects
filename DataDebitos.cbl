      *Una factura presentada al cobro por debito automatico: cuando
      *y en que archivo salio, el importe pedido y que contesto el
      *banco. Un rechazo queda en la lista de trabajo con su codigo
      *hasta que un operador lo gestione o lo mande a presentar de
      *nuevo; mientras tanto la factura no se vuelve a presentar.
      *Codigos de rechazo del banco: FON sin fondos, CCE cuenta
      *cerrada, CBU cuenta inexistente, MAN sin adhesion o mandato
      *revocado; cualquier otro se guarda tal como viene.
       FD  ARCHIVO-DEBITOS.
           01 DEBITO-REGISTRO.
              10 DEBITO-FACTURA-NUMERO PIC 9(8).
              10 DEBITO-CLIENTES-ID PIC X(6).
              10 DEBITO-IMPORTE PIC S9(7)V99 COMP-3.
              10 DEBITO-FECHA-ENVIO PIC X(8).
              10 DEBITO-ESTADO PIC X(1).
                 88 DEBITO-ENVIADO VALUE "E".
                 88 DEBITO-COBRADO VALUE "C".
                 88 DEBITO-RECHAZADO VALUE "R".
                 88 DEBITO-GESTIONADO VALUE "G".
                 88 DEBITO-A-REPRESENTAR VALUE "I".
              10 DEBITO-CODIGO-RECHAZO PIC X(3).
              10 DEBITO-FECHA-RESPUESTA PIC X(8).
              10 DEBITO-GESTIONADO-POR PIC X(10).
