      *Un cheque depositado en caja: el importe ya esta en
      *CLIENTES-SALDO (saldo contable) desde el deposito, pero no es
      *disponible mientras el cheque siga en canje; el paso nocturno
      *de acreditacion lo pasa a acreditado al llegar la fecha de
      *acreditacion, y el proceso de rechazados del banco lo marca
      *rechazado y revierte el credito.
       FD  ARCHIVO-CHEQUES.
           01 CHEQUE-REGISTRO.
              10 CHEQUE-RECIBO-NUMERO PIC 9(8).
              10 CHEQUE-CLIENTES-ID PIC X(6).
              10 CHEQUE-BANCO PIC X(3).
              10 CHEQUE-NUMERO PIC X(10).
              10 CHEQUE-IMPORTE PIC S9(7)V99 COMP-3.
              10 CHEQUE-FECHA-DEPOSITO PIC X(8).
              10 CHEQUE-FECHA-ACREDITACION PIC X(8).
              10 CHEQUE-ESTADO PIC X(1).
                 88 CHEQUE-EN-CANJE VALUE "P".
                 88 CHEQUE-ACREDITADO VALUE "A".
                 88 CHEQUE-RECHAZADO VALUE "R".
              10 CHEQUE-OPERADOR PIC X(10).
              10 CHEQUE-FECHA-RECHAZO PIC X(8).
              10 CHEQUE-MOTIVO-RECHAZO PIC X(20).
