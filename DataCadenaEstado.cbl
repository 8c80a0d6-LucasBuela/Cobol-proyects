      *Punta de la cadena de un archivo: el ultimo numero sellado y su
      *hash, que es con lo que se ata el registro siguiente. El ancla
      *es el fin de la parte de la cadena que ya salio del archivo
      *vivo (rotacion de logs, cierre de periodo del ledger): el
      *primer registro que sigue en el archivo se ata a ella. Sin
      *ancla la cadena arranca en el numero 1.
       FD  ARCHIVO-CADENA-ESTADO.
           01 CADENA-ESTADO-REGISTRO.
              05 CADENA-ESTADO-ARCHIVO PIC X(30).
              05 CADENA-ESTADO-ULTIMO-NUMERO PIC 9(9).
              05 CADENA-ESTADO-ULTIMO-HASH PIC X(24).
              05 CADENA-ESTADO-ANCLA-NUMERO PIC 9(9).
              05 CADENA-ESTADO-ANCLA-HASH PIC X(24).
              05 CADENA-ESTADO-ANCLA-FECHA-HORA PIC X(21).
