      *Hora de corte del dia habil para la fecha valor de los
      *movimientos. Se mantiene a mano, como interes_config.dat: una
      *sola linea HHMM; por ejemplo "1500" manda al dia habil
      *siguiente todo lo que se tipea desde las 15:00. Sin archivo
      *no hay corte por hora y solo cuentan el calendario y los
      *fines de semana.
       FD  ARCHIVO-CONFIG-CORTE.
           01 CONFIG-CORTE-REGISTRO.
              10 CONFIG-CORTE-HORA PIC 9(4).
              10 CONFIG-CORTE-PARTES REDEFINES CONFIG-CORTE-HORA.
                 15 CONFIG-CORTE-HH PIC 9(2).
                 15 CONFIG-CORTE-MM PIC 9(2).
