      *Definicion del archivo-senal de corrida simulada (uso
      *compartido): Simular-posteo-mensual lo deja con el nombre del
      *programa a simular antes de llamarlo y lo borra al volver; el
      *programa nombrado lo consume al arrancar. Misma tecnica de
      *archivo-senal que lote.flg; como lleva el nombre del programa
      *y se borra al leerlo, una senal vieja no vuelve simulada la
      *corrida real de otro programa ni la del nocturno.
       SELECT OPTIONAL ARCHIVO-SIMULACION-SENAL
       ASSIGN TO "simulacion.flg"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS SIMULACION-SENAL-STATUS.
