      *Un nombre de la lista vigente: cada alias de una persona
      *listada es un renglon mas con el mismo identificador. El
      *documento queda solo con letras y digitos y el nombre, ademas
      *de como vino, en sus palabras normalizadas por
      *Normalizar-nombre.
       FD  ARCHIVO-SANCIONES.
           01 SANCION-REGISTRO.
              10 SANC-TIPO-LISTA PIC X(1).
                 88 SANC-LISTA-SANCIONES VALUE "S".
                 88 SANC-LISTA-PEP VALUE "P".
              10 SANC-ID-LISTA PIC X(10).
              10 SANC-DOCUMENTO PIC X(15).
              10 SANC-NOMBRE PIC X(60).
              10 SANC-CANTIDAD-PALABRAS PIC 9(2).
              10 SANC-PALABRA PIC X(20) OCCURS 8 TIMES.
