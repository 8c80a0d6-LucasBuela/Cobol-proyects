      *Cada alta o cambio de tutor (y la mayoria de edad que la
      *levanta) queda con quien lo hizo, el supervisor que aprobo un
      *cambio y la imagen del registro de tutores antes y despues,
      *como cotitulares_historia.log:
       FD  ARCHIVO-TUTORES-HISTORIA.
           01 TUTHIST-REGISTRO.
              10 TUTHIST-FECHA-HORA PIC X(21).
              10 TUTHIST-OPERADOR PIC X(10).
              10 TUTHIST-ACCION PIC X(1).
                 88 TUTHIST-ALTA VALUE "A".
                 88 TUTHIST-CAMBIO VALUE "M".
                 88 TUTHIST-MAYORIA VALUE "E".
              10 TUTHIST-APROBO PIC X(10).
              10 TUTHIST-IMAGEN-ANTES PIC X(39).
              10 TUTHIST-IMAGEN-DESPUES PIC X(39).
