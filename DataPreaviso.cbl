      *Dias corridos entre el aviso al cliente de una version nueva
      *de las condiciones y el primer dia en que puede regir un cambio
      *de tasa o de cargo (uso compartido por Condiciones-vigentes,
      *Registrar-condiciones y Avisar-condiciones):
       77  DIAS-DE-PREAVISO PIC 9(3) VALUE 60.
