      *Una carta de confirmacion de saldo: el corte y el cliente, la
      *sucursal y el saldo del snapshot a esa fecha, por que entro en
      *la muestra (entre los mayores saldos, al azar, o para cubrir
      *una sucursal que el azar no toco), quien la emitio, y la
      *respuesta del cliente con el saldo que el dice tener si no
      *esta de acuerdo.
       FD  ARCHIVO-CONFIRMACIONES.
           01 CONFIRMACION-REGISTRO.
              10 CONFIRMACION-CLAVE.
                 15 CONFIRMACION-FECHA-CORTE PIC X(8).
                 15 CONFIRMACION-CLIENTES-ID PIC X(6).
              10 CONFIRMACION-SUCURSAL PIC X(3).
              10 CONFIRMACION-SALDO-CORTE PIC S9(7)V99 COMP-3.
              10 CONFIRMACION-MOTIVO PIC X(1).
                 88 CONFIRMACION-POR-SALDO-MAYOR VALUE "G".
                 88 CONFIRMACION-POR-AZAR VALUE "A".
                 88 CONFIRMACION-POR-SUCURSAL VALUE "S".
              10 CONFIRMACION-FECHA-ENVIO PIC X(8).
              10 CONFIRMACION-OPERADOR-ENVIO PIC X(10).
              10 CONFIRMACION-ESTADO PIC X(1).
                 88 CONFIRMACION-ENVIADA VALUE "E".
                 88 CONFIRMACION-CONFORME VALUE "C".
                 88 CONFIRMACION-DISCONFORME VALUE "D".
                 88 CONFIRMACION-SIN-RESPUESTA VALUE "N".
              10 CONFIRMACION-IMPORTE-INFORMADO PIC S9(7)V99 COMP-3.
              10 CONFIRMACION-FECHA-RESPUESTA PIC X(8).
              10 CONFIRMACION-OPERADOR-RESPUESTA PIC X(10).
              10 CONFIRMACION-OBSERVACION PIC X(40).
