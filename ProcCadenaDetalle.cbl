      *Sello de cadena de una entrada del detalle de modificaciones
      *(ver Encadenar-registro): el detalle es secuencial y la
      *grabacion no tiene reintento, asi que se sella, se graba y se
      *confirma de una vez:
       GRABA-DETALLE-ENCADENADO.
           MOVE SPACES TO DETALLE-CADENA.
           MOVE "P" TO CADENA-ACCION.
           MOVE NOMBRE-ARCHIVO-DETALLE TO CADENA-ARCHIVO.
           MOVE SPACES TO CADENA-TEXTO.
           MOVE DETALLE-REGISTRO TO CADENA-TEXTO.
           MOVE LENGTH OF DETALLE-REGISTRO TO CADENA-LARGO.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
           MOVE CADENA-NUMERO TO DETALLE-CADENA-NUMERO.
           MOVE CADENA-HASH TO DETALLE-CADENA-HASH.
           WRITE DETALLE-REGISTRO.
           MOVE "C" TO CADENA-ACCION.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
