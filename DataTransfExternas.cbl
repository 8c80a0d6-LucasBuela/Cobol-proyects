      *Transferencia de un cliente a una cuenta suya en otro banco.
      *El saldo del cliente se debita al pedirla; la corrida diaria la
      *manda en el archivo para el banco y la confirmacion del banco
      *la deja ejecutada o, si la rechaza, la devuelve al saldo.
      *Codigos de rechazo del banco: CBU cuenta inexistente, CCE
      *cuenta cerrada, TIT el titular no coincide.
       FD  ARCHIVO-TRANSF-EXTERNAS.
           01 TRANSF-EXT-REGISTRO.
              10 TRANSF-EXT-NUMERO PIC 9(8).
              10 TRANSF-EXT-CLIENTES-ID PIC X(6).
              10 TRANSF-EXT-CUENTA-NUMERO PIC 9(2).
              10 TRANSF-EXT-BANCO PIC X(3).
              10 TRANSF-EXT-CBU PIC X(22).
              10 TRANSF-EXT-ALIAS PIC X(20).
              10 TRANSF-EXT-TITULAR PIC X(40).
              10 TRANSF-EXT-IMPORTE PIC S9(7)V99 COMP-3.
              10 TRANSF-EXT-FECHA-HORA PIC X(21).
              10 TRANSF-EXT-OPERADOR PIC X(10).
              10 TRANSF-EXT-ESTADO PIC X(1).
                 88 TRANSF-EXT-PENDIENTE VALUE "P".
                 88 TRANSF-EXT-ENVIADA VALUE "E".
                 88 TRANSF-EXT-EJECUTADA VALUE "X".
                 88 TRANSF-EXT-RECHAZADA VALUE "R".
              10 TRANSF-EXT-FECHA-ENVIO PIC X(8).
              10 TRANSF-EXT-FECHA-RESPUESTA PIC X(8).
              10 TRANSF-EXT-CODIGO-RECHAZO PIC X(3).
