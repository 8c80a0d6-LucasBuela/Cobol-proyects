      *Tasa diaria del interes punitorio sobre lo que queda impago de
      *una factura vencida, y los dias que tiene el cliente para
      *pagar la factura de punitorio. Se mantiene a mano, como
      *interes_config.dat: una sola linea con la tasa (un digito
      *entero y cinco decimales implicitos, como fraccion) una coma y
      *los dias; por ejemplo "000100,010" es 0.001 por dia (0,1 %) y
      *10 dias para pagar. Sin archivo la tasa queda en cero y la
      *corrida no emite nada.
       FD  ARCHIVO-CONFIG-PUNITORIO.
           01 CONFIG-PUNITORIO-REGISTRO.
              10 CONFIG-TASA-DIARIA PIC 9(1)V9(5).
              10 FILLER PIC X(1).
              10 CONFIG-DIAS-PARA-PAGAR PIC 9(3).
