      *Pedido de corrida de un listado definido para
      *Corre-listado-definido: el nombre de la definicion, el
      *operador para el que sale (de el depende el enmascarado) y su
      *nivel si ya se conoce (en blanco se busca en operadores.dat,
      *como en la cola nocturna), y el resultado que deja la corrida
      *("C" completado, "F" fallado).
       01  PEDIDO-LISTADO.
           05 PEDIDO-LISTADO-NOMBRE PIC X(8).
           05 PEDIDO-LISTADO-OPERADOR PIC X(10).
           05 PEDIDO-LISTADO-NIVEL PIC X(1).
           05 PEDIDO-LISTADO-RESULTADO PIC X(1).
              88 PEDIDO-LISTADO-COMPLETADO VALUE "C".
              88 PEDIDO-LISTADO-FALLADO VALUE "F".
