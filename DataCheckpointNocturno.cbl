      *reanudacion pasada la medianoche sigue trabajando sobre esa
      *fecha (y ese periodo) y no sobre la del reloj.
              10 CHECKPOINT-FECHA-CORRIDA PIC 9(8).
      *Resultado de cada paso ya recorrido en la corrida, un byte
      *por numero de paso ("F" fallo, "O" salteado porque fallo un
      *paso del que depende): una reanudacion sigue salteando los
      *dependientes de un paso que fallo antes de la caida.
              10 CHECKPOINT-RESULTADOS PIC X(99).
