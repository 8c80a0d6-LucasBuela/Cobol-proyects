      *Definicion del archivo de exenciones del cargo de
      *mantenimiento (uso compartido): indexado por periodo y
      *cliente, asi la corrida de interes pregunta directo por el
      *cliente que esta procesando.
       SELECT OPTIONAL ARCHIVO-EXENCIONES-CARGO
       ASSIGN TO "exenciones_cargo.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EXCARGO-CLAVE
       FILE STATUS IS EXENCIONES-CARGO-STATUS.
