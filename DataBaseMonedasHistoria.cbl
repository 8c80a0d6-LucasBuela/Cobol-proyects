      *Definicion del historial de tasas de cambio (uso compartido):
      *indexado por moneda y fecha de vigencia, asi un START en la
      *moneda recorre sus tasas en orden de fecha y se toma la
      *ultima que ya estaba en vigor el dia que se pide.
       SELECT OPTIONAL ARCHIVO-MONEDAS-HISTORIA
       ASSIGN TO "monedas_historia.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS TASAH-CLAVE
       FILE STATUS IS MONEDAS-HISTORIA-STATUS.
