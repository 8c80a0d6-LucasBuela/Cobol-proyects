      *Reglas del monitoreo nocturno de movimientos, una linea por
      *regla, mantenido a mano como interes_config.dat: codigo de
      *regla, S/N activa, importe, cantidad, plazo y porcentaje,
      *separados por coma, por ejemplo "ES,S,0005000,003,007,080".
      *Lo que no figura en el archivo toma el valor de siempre.
      *  ES  creditos partidos: "cantidad" creditos de entre el
      *      "porcentaje" del importe y el importe (el umbral de
      *      segundo operador) dentro de "plazo" dias.
      *  ER  entrada y retiro: un credito de al menos el importe y
      *      un debito de al menos el "porcentaje" de ese credito
      *      dentro de "plazo" horas.
      *  RD  cuenta dormida que despierta: un movimiento de al menos
      *      el importe despues de "plazo" dias sin movimientos.
      *  PR  fuera de lo habitual: un movimiento de al menos el
      *      importe y del "porcentaje" del promedio del cliente, con
      *      al menos "cantidad" movimientos de historia.
      *  RV  cuantos dias hacia atras ("plazo") revisa cada corrida;
      *      lo ya detectado no se vuelve a abrir.
       FD  ARCHIVO-CONFIG-MONITOREO.
           01 CONFIG-MONITOREO-REGISTRO.
              10 CONFIG-REGLA PIC X(2).
                 88 CONFIG-REGLA-ESTRUCTURACION VALUE "ES".
                 88 CONFIG-REGLA-ENTRADA-RETIRO VALUE "ER".
                 88 CONFIG-REGLA-CUENTA-DORMIDA VALUE "RD".
                 88 CONFIG-REGLA-PROMEDIO VALUE "PR".
                 88 CONFIG-REGLA-REVISION VALUE "RV".
              10 FILLER PIC X(1).
              10 CONFIG-ACTIVA PIC X(1).
              10 FILLER PIC X(1).
              10 CONFIG-IMPORTE PIC 9(7).
              10 FILLER PIC X(1).
              10 CONFIG-CANTIDAD PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PLAZO PIC 9(3).
              10 FILLER PIC X(1).
              10 CONFIG-PORCENTAJE PIC 9(3).
