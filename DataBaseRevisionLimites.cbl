      *Definicion del archivo de la revision periodica de limites de
      *descubierto (uso compartido): una propuesta por periodo y
      *cliente, que un supervisor aprueba o rechaza.
       SELECT OPTIONAL ARCHIVO-REVISION-LIMITES
       ASSIGN TO "revision_limites.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS REVLIM-CLAVE
       FILE STATUS IS REVISION-LIMITES-STATUS.
