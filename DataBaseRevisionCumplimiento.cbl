      *Definicion de la cola de revision de cumplimiento (uso
      *compartido): una entrada por cliente y persona listada con
      *la que coincidio, indexada por esa pareja para que el control
      *de cada mes no vuelva a encolar lo que ya se decidio.
       SELECT OPTIONAL ARCHIVO-REVISION-CUMPLIMIENTO
       ASSIGN TO "revision_cumplimiento.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS REV-CLAVE
       FILE STATUS IS REVISION-STATUS.
