      *Trabajo de los programas de cartas para mandar documentos por
      *correo electronico (ver ProcEnvioDocumento.cbl): la marca de
      *la corrida y el correlativo arman la referencia de cada
      *documento, y los contadores van al resumen de la corrida.
       77  ENVIOS-CORREO-STATUS PIC XX.
       77  MARCA-CORRIDA-CORREO PIC X(16).
       77  SECUENCIA-CORREO PIC 9(6).
       77  REFERENCIA-CORREO PIC X(24).
       77  CONTADOR-POR-CORREO PIC 9(6).
       77  CONTADOR-DEGRADADOS PIC 9(6).
