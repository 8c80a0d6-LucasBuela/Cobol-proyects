      *Un cambio en el PIN de un cliente: cuando, quien (el operador
      *del mostrador o CENTRAL si lo bloqueo la central automatica),
      *que accion y el DNI que presento el cliente en el mostrador.
       FD  ARCHIVO-PIN-HISTORIA.
           01 PINHIST-REGISTRO.
              10 PINHIST-FECHA-HORA PIC X(21).
              10 PINHIST-OPERADOR PIC X(10).
              10 PINHIST-CLIENTES-ID PIC X(6).
              10 PINHIST-ACCION PIC X(1).
                 88 PINHIST-ALTA VALUE "A".
                 88 PINHIST-CAMBIO VALUE "M".
                 88 PINHIST-BAJA VALUE "B".
                 88 PINHIST-BLOQUEO VALUE "L".
              10 PINHIST-DNI-PRESENTADO PIC X(9).
