      *Un documento entregado al gateway de correo y lo que se sabe
      *de su entrega. Un rebote queda "R" hasta que
      *Procesar-recibos-correo lo reimprime en papel y lo pasa a "I".
       FD  ARCHIVO-ENVIOS-CORREO.
           01 ENVIADO-REGISTRO.
              10 ENVIADO-REFERENCIA PIC X(24).
              10 ENVIADO-CLIENTES-ID PIC X(6).
              10 ENVIADO-TIPO-DOCUMENTO PIC X(2).
              10 ENVIADO-EMAIL PIC X(50).
              10 ENVIADO-FECHA-HORA PIC X(16).
              10 ENVIADO-ESTADO PIC X(1).
                 88 ENVIADO-SIN-RECIBO VALUE "P".
                 88 ENVIADO-ENTREGADO VALUE "E".
                 88 ENVIADO-REBOTADO VALUE "R".
                 88 ENVIADO-REIMPRESO VALUE "I".
              10 ENVIADO-FECHA-RECIBO PIC X(14).
              10 ENVIADO-MOTIVO-REBOTE PIC X(40).
