      *PIN tipeado y su hash, para CALCULA-HASH-PIN (ver
      *ProcPinTelefonico.cbl); el que llama tambien copia
      *DataCadena.cbl para hablar con Encadenar-registro.
       77  PIN-TIPEADO PIC X(6).
       77  HASH-PIN-CALCULADO PIC X(24).
