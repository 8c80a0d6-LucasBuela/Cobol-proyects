      *Consulta al control de cierre mensual desde un paso del
      *cierre: el paso carga en CIERRE-CONTROL su PROGRAM-ID y el
      *periodo antes de VERIFICA-CONTROL-CIERRE y, si no lo
      *autorizan, no corre y devuelve RETURN-CODE 8 para que
      *Proceso-nocturno lo cuente como fallido. Al terminar,
      *COMPLETA-CONTROL-CIERRE anota el paso con la cantidad y la
      *referencia que haya cargado.
       VERIFICA-CONTROL-CIERRE.
           MOVE "V" TO CONTROL-CIERRE-ACCION.
           MOVE "N" TO CONTROL-CIERRE-RESULTADO.
           MOVE "No se pudo consultar el control de cierre mensual."
               TO CONTROL-CIERRE-MENSAJE.
           CALL "Control-cierre-mensual" USING CIERRE-CONTROL
               ON EXCEPTION
               CONTINUE
           END-CALL.
           IF NOT CONTROL-CIERRE-AUTORIZADO
           DISPLAY "Control de cierre: "
                   FUNCTION TRIM(CONTROL-CIERRE-MENSAJE)
           DISPLAY "El paso no se corrio."
           MOVE 8 TO RETURN-CODE
           END-IF.

       COMPLETA-CONTROL-CIERRE.
           MOVE "C" TO CONTROL-CIERRE-ACCION.
           CALL "Control-cierre-mensual" USING CIERRE-CONTROL
               ON EXCEPTION
               DISPLAY "No se pudo anotar el paso en el control de "
                       "cierre mensual."
           END-CALL.

       FALLA-CONTROL-CIERRE.
           MOVE "F" TO CONTROL-CIERRE-ACCION.
           CALL "Control-cierre-mensual" USING CIERRE-CONTROL
               ON EXCEPTION
               DISPLAY "No se pudo anotar el paso en el control de "
                       "cierre mensual."
           END-CALL.
