      *despues de eso la fija; al final queda la fecha en que el
      *cliente entro al rojo que todavia dura. Las revaluaciones no
      *cuentan porque su resultante repite el saldo sin moverlo.
      *La antiguedad se cuenta desde la fecha valor del renglon; uno
      *sin fecha valor vale desde el dia en que se imputo.
       BUSCA-INICIO-DEL-ROJO.
           MOVE SPACES TO FECHA-PRIMER-NEGATIVO.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
              NOT MOVIMIENTO-REVALUACION
           IF MOVIMIENTO-SALDO-RESULTANTE < ZERO
           IF FECHA-PRIMER-NEGATIVO = SPACES
           IF MOVIMIENTO-FECHA-VALOR = SPACES
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO
               FECHA-PRIMER-NEGATIVO
           ELSE
           MOVE MOVIMIENTO-FECHA-VALOR TO FECHA-PRIMER-NEGATIVO
           END-IF
           END-IF
           ELSE
           MOVE SPACES TO FECHA-PRIMER-NEGATIVO
