      *Definicion del registro de cartas por idioma (uso compartido):
      *cada carta o estado de cuenta emitido deja aca en que idioma
      *lo pidio el cliente y en cual salio, para el reporte de
      *Reporte-cartas-idioma.
       SELECT OPTIONAL ARCHIVO-CARTAS-IDIOMA
       ASSIGN TO "cartas_idioma.log"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS CARTAS-IDIOMA-STATUS.
