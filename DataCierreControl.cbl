      *Consulta al control de cierre mensual (uso compartido): el
      *paso carga su PROGRAM-ID y el periodo AAAAMM que corre y
      *Control-cierre-mensual contesta si puede correr ("V"), o anota
      *que termino ("C") o que fallo ("F"), con la cantidad
      *procesada y una referencia (la fecha de corte, el archivo).
       01  CIERRE-CONTROL.
           05 CONTROL-CIERRE-ACCION PIC X(1).
           05 CONTROL-CIERRE-PROGRAMA PIC X(30).
           05 CONTROL-CIERRE-PERIODO PIC X(6).
           05 CONTROL-CIERRE-CANTIDAD PIC 9(7).
           05 CONTROL-CIERRE-REFERENCIA PIC X(20).
           05 CONTROL-CIERRE-RESULTADO PIC X(1).
              88 CONTROL-CIERRE-AUTORIZADO VALUE "S".
           05 CONTROL-CIERRE-MENSAJE PIC X(70).
