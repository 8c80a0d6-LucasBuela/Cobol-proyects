      *Sello de cadena de un renglon del ledger (ver
      *Encadenar-registro): se calcula sobre la imagen del renglon
      *con los campos de cadena en blanco, antes de cada intento de
      *grabacion, y se confirma recien con el renglon ya grabado:
       SELLA-MOVIMIENTO.
           MOVE SPACES TO MOVIMIENTO-CADENA.
           MOVE "P" TO CADENA-ACCION.
           MOVE NOMBRE-ARCHIVO-MOVIMIENTOS TO CADENA-ARCHIVO.
           MOVE SPACES TO CADENA-TEXTO.
           MOVE MOVIMIENTO-REGISTRO TO CADENA-TEXTO.
           MOVE LENGTH OF MOVIMIENTO-REGISTRO TO CADENA-LARGO.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
           MOVE CADENA-NUMERO TO MOVIMIENTO-CADENA-NUMERO.
           MOVE CADENA-HASH TO MOVIMIENTO-CADENA-HASH.

       CONFIRMA-SELLO-MOVIMIENTO.
           MOVE "C" TO CADENA-ACCION.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
