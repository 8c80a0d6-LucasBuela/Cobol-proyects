      *Un cambio en el registro de documentos: cuando, quien, que
      *accion y la imagen del documento antes (blanco en un alta) y
      *despues (blanco en una baja).
       FD  ARCHIVO-DOCUMENTOS-HISTORIA.
           01 DOCHIST-REGISTRO.
              10 DOCHIST-FECHA-HORA PIC X(21).
              10 DOCHIST-OPERADOR PIC X(10).
              10 DOCHIST-ACCION PIC X(1).
                 88 DOCHIST-ALTA VALUE "A".
                 88 DOCHIST-MODIFICACION VALUE "M".
                 88 DOCHIST-BAJA VALUE "B".
              10 DOCHIST-IMAGEN-ANTES PIC X(101).
              10 DOCHIST-IMAGEN-DESPUES PIC X(101).
