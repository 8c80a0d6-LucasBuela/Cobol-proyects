      *Un plazo ofrecido: dias, una coma y la tasa nominal anual en
      *porcentaje (tres enteros y dos decimales implicitos); por
      *ejemplo "030,07500" es 30 dias al 75.00 % anual.
       FD  ARCHIVO-TASAS-PLAZO.
           01 TASA-PLAZO-REGISTRO.
              10 TASA-PLAZO-DIAS PIC 9(3).
              10 FILLER PIC X(1).
              10 TASA-PLAZO-TNA PIC 9(3)V99.
