      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cola de pedidos de reportes pesados: el operador deja
      *          el codigo durante el dia (DIGEST, CRECIM, AUDALT,
      *          LISTADO, PAIS, SALDALT, SALUD, PRODUCT, SCORE o
      *          LISTDEF, un listado definido por su nombre) en
      *          lugar de clavar su pantalla media manana,
      *          el proceso nocturno los corre, y esta misma pantalla
      *          muestra a la manana que pedido completo y cual fallo.
      * Tectonics: cobc
           PERFORM LISTA-PEDIDOS.
           MOVE SPACE TO CODIGO-PEDIDO.
           DISPLAY "Codigo de reporte a encolar (DIGEST, CRECIM, "
                   "AUDALT, LISTADO, PAIS, SALDALT, SALUD, PRODUCT, "
                   "SCORE, LISTDEF; blanco para salir): ".
           ACCEPT CODIGO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CODIGO-PEDIDO) TO CODIGO-PEDIDO.
           IF CODIGO-PEDIDO = SPACE
           ELSE
           IF CODIGO-PEDIDO = "DIGEST" OR CODIGO-PEDIDO = "CRECIM"
              OR CODIGO-PEDIDO = "AUDALT"
              OR CODIGO-PEDIDO = "LISTADO" OR CODIGO-PEDIDO = "PAIS"
              OR CODIGO-PEDIDO = "SALDALT" OR CODIGO-PEDIDO = "SALUD"
              OR CODIGO-PEDIDO = "PRODUCT" OR CODIGO-PEDIDO = "SCORE"
              OR CODIGO-PEDIDO = "LISTDEF"
           MOVE SPACE TO PARAMETROS-PEDIDOS
           DISPLAY "Parametros (SALDALT: el umbral de saldo; PAIS: "
                   "la sucursal o blanco; LISTDEF: el nombre del "
                   "listado; los demas, texto libre, "
                   "puede quedar en blanco): "
           ACCEPT PARAMETROS-PEDIDOS
           PERFORM ENCOLA-PEDIDO
           ELSE
