      *Consulta de la fecha valor de un movimiento (uso compartido):
      *el que llama carga la fecha-hora de imputacion y si aplica la
      *hora de corte; Fecha-valor devuelve el dia habil desde el
      *que cuenta el movimiento. Lo que tipea un operador en el
      *mostrador va con corte; lo que graba una corrida por lote
      *(que corre de noche, despues de cualquier corte) va sin
      *corte y solo se corre si cae en un dia no habil.
       01  FECHA-VALOR-CONSULTA.
           05 CONSULTA-VALOR-FECHA-HORA PIC X(21).
           05 CONSULTA-VALOR-CON-CORTE PIC X(1).
              88 VALOR-CON-HORA-DE-CORTE VALUE "S".
           05 CONSULTA-VALOR-FECHA PIC X(8).
