      *Control de firmas de un debito (uso compartido): el que llama
      *carga la cuenta y Controlar-firmas pide en pantalla quien
      *firma, contra los vinculos de la cuenta y su regla de firma.
      *Una cuenta sin vinculos la firma su titular como siempre, sin
      *preguntar nada. Devuelve si las firmas alcanzan y quienes
      *firmaron.
       01  FIRMAS-CONSULTA.
           05 FIRMAS-CUENTA-ID PIC X(6).
           05 FIRMAS-RESULTADO PIC X(1).
              88 FIRMAS-SUFICIENTES VALUE "S".
              88 FIRMAS-INSUFICIENTES VALUE "N".
           05 FIRMAS-FIRMANTE-1 PIC X(6).
           05 FIRMAS-FIRMANTE-2 PIC X(6).
