      *Archivo-senal de corrida simulada: el PROGRAM-ID a simular.
       FD  ARCHIVO-SIMULACION-SENAL.
           01 SIMULACION-SENAL-REGISTRO PIC X(30).
