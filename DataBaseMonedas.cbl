      *Definicion del archivo de tasas de cambio (uso compartido):
      *una linea por moneda, con su tasa de conversion a la moneda
      *base ARS. Lo regraba Mantener-configuracion con la tasa que
      *rige hoy; la tasa de cada fecha sale del historial
      *monedas_historia.dat (ver la rutina Tasa-de-cambio), y esta
      *tasa solo se usa para una moneda que todavia no tiene
      *historial.
       SELECT OPTIONAL ARCHIVO-MONEDAS
       ASSIGN TO "monedas.dat"
       ORGANIZATION LINE SEQUENTIAL.
