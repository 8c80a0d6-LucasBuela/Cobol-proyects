      *El cuadre de un operador en un dia: lo que declaro, lo que
      *sumo el sistema, la diferencia y el supervisor que la firmo.
       FD  ARCHIVO-CUADRES.
           01 CUADRE-REGISTRO.
              10 CUADRE-FECHA PIC X(8).
              10 CUADRE-OPERADOR PIC X(10).
              10 CUADRE-DECLARADO PIC S9(9)V99 SIGN LEADING
                 SEPARATE.
              10 CUADRE-CALCULADO PIC S9(9)V99 SIGN LEADING
                 SEPARATE.
              10 CUADRE-DIFERENCIA PIC S9(9)V99 SIGN LEADING
                 SEPARATE.
              10 CUADRE-FIRMADO-POR PIC X(10).
