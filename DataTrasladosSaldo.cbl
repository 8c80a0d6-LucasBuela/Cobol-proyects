      *Un traslado de saldo: cuando, que cliente, si el saldo entro
      *o salio del archivo de clientes, por que via, en que moneda
      *(blanco es ARS) y por cuanto.
       FD  ARCHIVO-TRASLADOS-SALDO.
           01 TRASLADO-REGISTRO.
              05 TRASLADO-FECHA-HORA PIC X(21).
              05 TRASLADO-CLIENTES-ID PIC X(6).
              05 TRASLADO-SENTIDO PIC X(1).
                 88 TRASLADO-ENTRA VALUE "E".
                 88 TRASLADO-SALE VALUE "S".
              05 TRASLADO-ORIGEN PIC X(1).
                 88 TRASLADO-ARCHIVADO VALUE "A".
                 88 TRASLADO-DESARCHIVADO VALUE "D".
                 88 TRASLADO-IMPORTADO VALUE "I".
              05 TRASLADO-MONEDA PIC X(3).
              05 TRASLADO-SALDO PIC S9(7)V99 COMP-3.
              05 TRASLADO-OPERADOR PIC X(10).
