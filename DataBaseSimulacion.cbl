      *Definicion del archivo de renglones simulados (uso compartido):
      *lo que una corrida de posteo mensual en modo simulacion habria
      *asentado, indexado por proceso, cliente y tipo de movimiento
      *para que Comparar-simulacion lo cruce despues contra el ledger
      *de la corrida real.
       SELECT OPTIONAL ARCHIVO-SIMULACION
       ASSIGN TO "simulacion_posteo.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS SIMULACION-CLAVE
       FILE STATUS IS SIMULACION-STATUS.
