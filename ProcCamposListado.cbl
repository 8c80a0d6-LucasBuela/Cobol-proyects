      *Busca en el catalogo el codigo de CAMPO-LISTADO-BUSCADO y deja
      *su lugar en CAMPO-LISTADO-HALLADO (cero si no existe):
       BUSCA-CAMPO-LISTADO.
           MOVE FUNCTION UPPER-CASE(CAMPO-LISTADO-BUSCADO) TO
               CAMPO-LISTADO-BUSCADO.
           MOVE ZEROES TO CAMPO-LISTADO-HALLADO.
           PERFORM COMPARA-CAMPO-LISTADO
               VARYING INDICE-CAMPO-LISTADO FROM 1 BY 1
               UNTIL INDICE-CAMPO-LISTADO > CANTIDAD-CAMPOS-LISTADO
               OR CAMPO-LISTADO-HALLADO > ZEROES.

       COMPARA-CAMPO-LISTADO.
           IF CAMPO-LISTADO-CODIGO (INDICE-CAMPO-LISTADO) =
              CAMPO-LISTADO-BUSCADO
           MOVE INDICE-CAMPO-LISTADO TO CAMPO-LISTADO-HALLADO
           END-IF.
