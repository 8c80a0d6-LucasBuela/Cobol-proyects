      *Plazos de la documentacion de los clientes, mantenidos a mano
      *como inmovilizacion_config.dat: una sola linea con los dias
      *de anticipacion del aviso de vencimiento, los dias de gracia
      *despues de vencido (o de faltar) un documento obligatorio y
      *"S" si pasada la gracia se bloquean los debitos del cliente,
      *por ejemplo "030,060,S". Sin archivo se avisa a 30 dias, la
      *gracia es de 60 y no se bloquea nada.
       FD  ARCHIVO-CONFIG-DOCUMENTOS.
           01 CONFIG-DOCUMENTOS-REGISTRO.
              10 CONFIG-DIAS-AVISO PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-DIAS-GRACIA PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-BLOQUEA-DEBITOS PIC X(1).
