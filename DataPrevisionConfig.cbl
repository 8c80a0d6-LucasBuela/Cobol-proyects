      *Porcentajes de prevision por incobrables. Se mantiene a mano,
      *una linea por tramo: la base ("S" por situacion del deudor en
      *la central de deudores, "D" por dias de atraso) una coma, el
      *tramo (el numero de situacion, o el tope de dias del tramo de
      *antiguedad, cinco digitos) una coma y el porcentaje a prever
      *(tres enteros y dos decimales implicitos). Por ejemplo
      *"S,00003,02500" prevee el 25 % de la deuda en situacion 3 y
      *"D,00090,00500" el 5 % de la de hasta 90 dias de atraso. Manda
      *la base de la primera linea; las de la otra base se ignoran.
       FD  ARCHIVO-CONFIG-PREVISION.
           01 CONFIG-PREVISION-REGISTRO.
              10 CONFIG-PREVISION-BASE PIC X(1).
              10 FILLER PIC X(1).
              10 CONFIG-PREVISION-TRAMO PIC 9(5).
              10 FILLER PIC X(1).
              10 CONFIG-PREVISION-PORCENTAJE PIC 9(3)V99.
