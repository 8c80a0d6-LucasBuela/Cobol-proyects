      *Definicion de los textos de las cartas por idioma (uso
      *compartido): una linea por renglon de cada carta, con el
      *codigo de la carta (4), el idioma (2), el numero de renglon
      *(2) y el texto, donde @1 a @9 marcan los datos que pone el
      *programa (importes, fechas, nombres). Las lineas que empiezan
      *con "*" son comentarios. Lo mantiene a mano quien administra
      *el sistema, como feriados.dat; el castellano viene cargado en
      *ProcIdiomaCarta.cbl y una linea en castellano del archivo
      *reemplaza la de fabrica. Los renglones 11 a 19 son el cuerpo:
      *una traduccion que usa menos renglones carga los sobrantes
      *con el texto en blanco, que no se imprime.
       SELECT OPTIONAL ARCHIVO-TEXTOS-CARTAS
       ASSIGN TO "textos_cartas.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS TEXTOS-CARTAS-STATUS.
