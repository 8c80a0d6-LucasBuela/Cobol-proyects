      *Sello de cadena de una entrada de clientes.log (ver
      *Encadenar-registro): se calcula sobre la imagen de la entrada
      *con los campos de cadena en blanco, antes de cada intento de
      *grabacion, y se confirma recien con la entrada ya grabada:
       SELLA-LOG.
           MOVE SPACES TO LOG-CADENA.
           MOVE "P" TO CADENA-ACCION.
           MOVE NOMBRE-ARCHIVO-LOG TO CADENA-ARCHIVO.
           MOVE SPACES TO CADENA-TEXTO.
           MOVE LOG-REGISTRO TO CADENA-TEXTO.
           MOVE LENGTH OF LOG-REGISTRO TO CADENA-LARGO.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
           MOVE CADENA-NUMERO TO LOG-CADENA-NUMERO.
           MOVE CADENA-HASH TO LOG-CADENA-HASH.

       CONFIRMA-SELLO-LOG.
           MOVE "C" TO CADENA-ACCION.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
