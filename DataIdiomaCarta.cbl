      *Trabajo de los programas de cartas para escribir cada carta en
      *el idioma del cliente (ver ProcIdiomaCarta.cbl): el programa
      *carga el codigo de la carta, el renglon y los datos @1 a @9,
      *y recibe el renglon armado en IDIOMA-CARTA-LINEA. Los
      *importes y las fechas se formatean segun el idioma.
       77  TEXTOS-CARTAS-STATUS PIC XX.
       77  CARTAS-IDIOMA-STATUS PIC XX.
       77  IDIOMA-CARTA-CODIGO PIC X(4).
       77  IDIOMA-CARTA-PEDIDO PIC X(2).
       77  IDIOMA-DE-LA-CARTA PIC X(2).
       77  IDIOMA-CARTA-SUSTITUIDA PIC X.
       77  IDIOMA-CARTA-RENGLON PIC 9(2).
       01  IDIOMA-CARTA-VALORES.
           05 IDIOMA-CARTA-VALOR PIC X(70) OCCURS 9 TIMES.
       01  IDIOMA-CARTA-LINEA PIC X(150).
       77  IDIOMA-CARTA-IMPORTE PIC S9(9)V99.
       77  IDIOMA-CARTA-IMPORTE-TEXTO PIC X(16).
       77  IDIOMA-CARTA-FECHA PIC X(8).
       77  IDIOMA-CARTA-FECHA-TEXTO PIC X(10).
       77  CONTADOR-SIN-TRADUCCION PIC 9(6) VALUE ZEROES.
      *Textos en memoria: los de fabrica en castellano y, encima,
      *los de textos_cartas.dat:
       77  MAXIMO-TEXTOS-CARTAS PIC 9(3) VALUE 500.
       77  CANTIDAD-TEXTOS-CARTAS PIC 9(3) VALUE ZEROES.
       77  INDICE-TEXTO-CARTA PIC 9(3).
       77  TEXTO-CARTA-HALLADO PIC 9(3).
       01  TABLA-TEXTOS-CARTAS.
           05 TEXTO-CARTA OCCURS 500 TIMES.
              10 TEXTO-CARTA-CLAVE PIC X(8).
              10 TEXTO-CARTA-TEXTO PIC X(100).
       01  TEXTO-NUEVO.
           05 TEXTO-NUEVO-CLAVE.
              10 TEXTO-NUEVO-CODIGO PIC X(4).
              10 TEXTO-NUEVO-IDIOMA PIC X(2).
              10 TEXTO-NUEVO-RENGLON PIC 9(2).
           05 TEXTO-NUEVO-TEXTO PIC X(100).
       01  TEXTO-BUSCADO.
           05 TEXTO-BUSCADO-CODIGO PIC X(4).
           05 TEXTO-BUSCADO-IDIOMA PIC X(2).
           05 TEXTO-BUSCADO-RENGLON PIC 9(2).
       77  FIN-TEXTOS-CARTAS PIC X.
       77  PAIS-DEL-CLIENTE PIC X(20).
       01  PLANTILLA-CARTA PIC X(100).
       77  LARGO-PLANTILLA PIC 9(3).
       77  POSICION-PLANTILLA PIC 9(3).
       77  PUNTERO-LINEA-CARTA PIC 9(3).
       77  INDICE-VALOR-CARTA PIC 9(1).
       77  IMPORTE-CARTA-EDITADO PIC ----,---,--9.99.
       77  IMPORTE-CARTA-SEPARADORES PIC X(15).
