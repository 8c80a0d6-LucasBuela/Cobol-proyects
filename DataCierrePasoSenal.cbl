      *Periodo AAAAMM y PROGRAM-ID del paso que se corre desde el
      *control de cierre.
       FD  ARCHIVO-CIERRE-PASO-SENAL.
           01 CIERRE-PASO-SENAL-REGISTRO.
              05 CIERRE-PASO-SENAL-PERIODO PIC X(6).
              05 CIERRE-PASO-SENAL-PROGRAMA PIC X(30).
