      *Anonimizacion a pedido del titular: los datos personales se
      *blanquearon pero el ID sigue sosteniendo el ledger.
                 88 LOG-ANONIMIZADO VALUE "N".
      *Cadena de hash (ver Encadenar-registro): numero correlativo del
      *registro en el archivo y hash que lo ata al anterior. Una
      *entrada grabada antes de que existiera la cadena la trae en
      *blanco y queda fuera de la verificacion.
              05 LOG-CADENA.
                 10 LOG-CADENA-NUMERO PIC 9(9).
                 10 LOG-CADENA-HASH PIC X(24).
