      *Una carta emitida: cuando, cual (codigo de textos_cartas.dat),
      *a que cliente, el idioma que le corresponde y el que se uso.
      *Si no habia texto en su idioma sale en castellano y queda
      *marcada como sustituida.
       FD  ARCHIVO-CARTAS-IDIOMA.
           01 CARTAIDI-REGISTRO.
              05 CARTAIDI-FECHA-HORA PIC X(21).
              05 CARTAIDI-CODIGO PIC X(4).
              05 CARTAIDI-CLIENTES-ID PIC X(6).
              05 CARTAIDI-IDIOMA-PEDIDO PIC X(2).
              05 CARTAIDI-IDIOMA-USADO PIC X(2).
              05 CARTAIDI-SUSTITUIDA PIC X(1).
                 88 CARTAIDI-EN-CASTELLANO-POR-FALTA VALUE "S".
