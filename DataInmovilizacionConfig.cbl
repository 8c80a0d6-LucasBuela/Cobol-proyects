      *Plazos de inmovilizacion, en anios sin movimientos del
      *cliente: a partir del primero la cuenta queda inmovilizada y
      *a partir del segundo su saldo se informa como no reclamado.
      *El archivo se mantiene a mano, como interes_config.dat: una
      *sola linea con los dos plazos separados por una coma, por
      *ejemplo "02,05". Sin archivo se toman dos y cinco anios.
       FD  ARCHIVO-CONFIG-INMOVILIZACION.
           01 CONFIG-INMOVILIZACION-REGISTRO.
              10 CONFIG-ANIOS-INMOVILIZACION PIC 9(2).
              10 FILLER PIC X(1).
              10 CONFIG-ANIOS-NO-RECLAMADO PIC 9(2).
