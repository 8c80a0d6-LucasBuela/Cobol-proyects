      *Un renglon de una carta en un idioma.
       FD  ARCHIVO-TEXTOS-CARTAS.
           01 TEXTOS-CARTAS-REGISTRO.
              10 TEXTOS-CARTAS-CODIGO PIC X(4).
              10 TEXTOS-CARTAS-IDIOMA PIC X(2).
              10 TEXTOS-CARTAS-RENGLON PIC X(2).
              10 TEXTOS-CARTAS-TEXTO PIC X(100).
