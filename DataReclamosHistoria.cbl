      *Un paso en la vida de un reclamo: cuando, quien, que accion y
      *el operador asignado antes y despues.
       FD  ARCHIVO-RECLAMOS-HISTORIA.
           01 RECHIST-REGISTRO.
              10 RECHIST-FECHA-HORA PIC X(21).
              10 RECHIST-NUMERO PIC 9(8).
              10 RECHIST-OPERADOR PIC X(10).
              10 RECHIST-ACCION PIC X(1).
                 88 RECHIST-APERTURA VALUE "A".
                 88 RECHIST-REASIGNACION VALUE "R".
                 88 RECHIST-CIERRE VALUE "C".
              10 RECHIST-ASIGNADO-ANTES PIC X(10).
              10 RECHIST-ASIGNADO-DESPUES PIC X(10).
