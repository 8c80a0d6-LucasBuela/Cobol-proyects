      *          al programa que corresponde (el listado completo con
      *          el aviso de lote puesto, como el paso 1) y marca el
      *          pedido como completado o fallado, para la pantalla
      *          de la manana. Los reportes pesados sobre el archivo
      *          de clientes (CRECIM, PAIS, SALDALT, SALUD, PRODUCT y
      *          SCORE) no se corren uno por uno: se juntan y
      *          Reporte-pasada-unica los alimenta con una sola
      *          lectura de clientes.dat. Si el mismo reporte se pidio
      *          con parametros distintos, cada juego de parametros
      *          va en otra pasada; si se pidio igual, una salida
      *          sirve a todos los pedidos. Un listado definido
      *          (LISTDEF, con el nombre como parametro) sale con el
      *          nivel del operador que lo pidio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  FIN-DE-COLA PIC X.
       77  CONTADOR-CORRIDOS PIC 9(4) VALUE ZEROES.
       77  CONTADOR-FALLADOS PIC 9(4) VALUE ZEROES.
       77  CONTADOR-DIFERIDOS PIC 9(4) VALUE ZEROES.
      *Pedidos pesados pendientes, en el orden de la cola, con la
      *pasada que les toco y el lugar que ocuparon en ella; los que
      *no entran en la tabla quedan pendientes para la noche
      *siguiente:
       77  MAXIMO-PESADOS PIC 9(2) VALUE 50.
       77  CANTIDAD-PESADOS PIC 9(2) VALUE ZEROES.
       77  INDICE-PESADO PIC 9(2).
       77  INDICE-EN-PASADA PIC 9(2).
       77  LUGAR-HALLADO PIC 9(2).
       77  PASADA-ACTUAL PIC 9(2).
       01  TABLA-PESADOS.
           05 PESADO-TABLA OCCURS 50 TIMES.
              10 PESADO-CODIGO PIC X(7).
              10 PESADO-PARAMETROS PIC X(20).
              10 PESADO-PASADA PIC 9(2).
              10 PESADO-LUGAR PIC 9(2).
              10 PESADO-RESULTADO PIC X(1).
       COPY "DataPasadaPedidos.cbl".
      *Pedido de un listado definido (LISTDEF), que sale con el
      *enmascarado del operador que lo encolo:
       COPY "DataPedidoListado.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY "No hay cola de reportes."
           CLOSE ARCHIVO-COLA-REPORTES
           ELSE
           MOVE ZEROES TO CANTIDAD-PESADOS
           MOVE "1" TO FIN-DE-COLA
           PERFORM JUNTA-PEDIDO-PESADO
           UNTIL FIN-DE-COLA = "0"
           CLOSE ARCHIVO-COLA-REPORTES
           PERFORM CORRE-PASADAS
           OPEN INPUT ARCHIVO-COLA-REPORTES
           OPEN OUTPUT ARCHIVO-COLA-TRABAJO
           MOVE ZEROES TO INDICE-PESADO
           MOVE "1" TO FIN-DE-COLA
           PERFORM PROCESA-PEDIDO
           UNTIL FIN-DE-COLA = "0"
           END-IF.
           DISPLAY "Pedidos corridos: " CONTADOR-CORRIDOS.
           DISPLAY "Pedidos fallados: " CONTADOR-FALLADOS.
           IF CONTADOR-DIFERIDOS > ZEROES
           DISPLAY "Pedidos que quedan para la proxima noche: "
                   CONTADOR-DIFERIDOS
           END-IF.
           GOBACK.

      *Primera lectura de la cola: solo junta los pedidos pesados
      *pendientes, sin tocar nada:
       JUNTA-PEDIDO-PESADO.
           READ ARCHIVO-COLA-REPORTES
           AT END
           MOVE "0" TO FIN-DE-COLA
           NOT AT END
           IF PEDIDO-PENDIENTE AND
              (PEDIDO-CODIGO = "CRECIM" OR PEDIDO-CODIGO = "PAIS" OR
               PEDIDO-CODIGO = "SALDALT" OR PEDIDO-CODIGO = "SALUD" OR
               PEDIDO-CODIGO = "PRODUCT" OR PEDIDO-CODIGO = "SCORE")
              AND CANTIDAD-PESADOS < MAXIMO-PESADOS
           ADD 1 TO CANTIDAD-PESADOS
           MOVE PEDIDO-CODIGO TO PESADO-CODIGO (CANTIDAD-PESADOS)
           MOVE PEDIDO-PARAMETROS TO
               PESADO-PARAMETROS (CANTIDAD-PESADOS)
           MOVE ZEROES TO PESADO-PASADA (CANTIDAD-PESADOS)
           MOVE ZEROES TO PESADO-LUGAR (CANTIDAD-PESADOS)
           MOVE "F" TO PESADO-RESULTADO (CANTIDAD-PESADOS)
           END-IF
           END-READ.

      *Una pasada por vuelta, hasta que todos los pedidos pesados
      *tienen la suya:
       CORRE-PASADAS.
           MOVE ZEROES TO PASADA-ACTUAL.
           MOVE 1 TO PASADA-CANTIDAD.
           PERFORM ARMA-Y-CORRE-PASADA
           UNTIL PASADA-CANTIDAD = ZEROES.

       ARMA-Y-CORRE-PASADA.
           ADD 1 TO PASADA-ACTUAL.
           MOVE ZEROES TO PASADA-CANTIDAD.
           MOVE "S" TO PASADA-GRABA-HISTORIA.
           PERFORM ASIGNA-PASADA
               VARYING INDICE-PESADO FROM 1 BY 1
               UNTIL INDICE-PESADO > CANTIDAD-PESADOS.
           IF PASADA-CANTIDAD > ZEROES
           CALL "Reporte-pasada-unica" USING PASADA-PEDIDOS
           PERFORM TOMA-RESULTADO-PASADA
               VARYING INDICE-PESADO FROM 1 BY 1
               UNTIL INDICE-PESADO > CANTIDAD-PESADOS
           END-IF.

      *Un pedido todavia sin pasada entra en esta si su reporte no
      *esta, o si esta con los mismos parametros (comparte la
      *salida); con otros parametros espera la pasada siguiente:
       ASIGNA-PASADA.
           IF PESADO-PASADA (INDICE-PESADO) = ZEROES
           MOVE ZEROES TO LUGAR-HALLADO
           PERFORM BUSCA-REPORTE-EN-PASADA
               VARYING INDICE-EN-PASADA FROM 1 BY 1
               UNTIL INDICE-EN-PASADA > PASADA-CANTIDAD
           IF LUGAR-HALLADO = ZEROES
           ADD 1 TO PASADA-CANTIDAD
           MOVE PESADO-CODIGO (INDICE-PESADO) TO
               PASADA-CODIGO (PASADA-CANTIDAD)
           MOVE PESADO-PARAMETROS (INDICE-PESADO) TO
               PASADA-PEDIDO-PARAMETROS (PASADA-CANTIDAD)
           MOVE PASADA-ACTUAL TO PESADO-PASADA (INDICE-PESADO)
           MOVE PASADA-CANTIDAD TO PESADO-LUGAR (INDICE-PESADO)
           ELSE
           IF PASADA-PEDIDO-PARAMETROS (LUGAR-HALLADO) =
              PESADO-PARAMETROS (INDICE-PESADO)
           MOVE PASADA-ACTUAL TO PESADO-PASADA (INDICE-PESADO)
           MOVE LUGAR-HALLADO TO PESADO-LUGAR (INDICE-PESADO)
           END-IF
           END-IF
           END-IF.

       BUSCA-REPORTE-EN-PASADA.
           IF PASADA-CODIGO (INDICE-EN-PASADA) =
              PESADO-CODIGO (INDICE-PESADO)
           MOVE INDICE-EN-PASADA TO LUGAR-HALLADO
           END-IF.

       TOMA-RESULTADO-PASADA.
           IF PESADO-PASADA (INDICE-PESADO) = PASADA-ACTUAL
           MOVE PASADA-RESULTADO (PESADO-LUGAR (INDICE-PESADO)) TO
               PESADO-RESULTADO (INDICE-PESADO)
           END-IF.

      *Segunda lectura: despacha los demas y copia a cada pedido
      *pesado el resultado de su pasada, en el mismo orden en que se
      *juntaron:
       PROCESA-PEDIDO.
           READ ARCHIVO-COLA-REPORTES
           AT END

      *El listado completo corre con el aviso de lote puesto, igual
      *que el paso 1 del nocturno, para que Consultar-registro no
      *espere un teclado; un codigo desconocido queda fallado, y un
      *pesado que no entro en la tabla sigue pendiente:
       DESPACHA-PEDIDO.
           EVALUATE PEDIDO-CODIGO
               WHEN "DIGEST"
                   CALL "Digest-semanal"
                   MOVE "C" TO PEDIDO-ESTADO
               WHEN "CRECIM"
               WHEN "PAIS"
               WHEN "SALDALT"
               WHEN "SALUD"
               WHEN "PRODUCT"
               WHEN "SCORE"
                   ADD 1 TO INDICE-PESADO
                   IF INDICE-PESADO NOT > CANTIDAD-PESADOS
                   MOVE PESADO-RESULTADO (INDICE-PESADO) TO
                       PEDIDO-ESTADO
                   END-IF
               WHEN "AUDALT"
                   CALL "Auditoria-altas"
                   MOVE "C" TO PEDIDO-ESTADO
                   CALL "Consultar-registro"
                   DELETE FILE ARCHIVO-MODO-LOTE
                   MOVE "C" TO PEDIDO-ESTADO
               WHEN "LISTDEF"
                   MOVE PEDIDO-PARAMETROS TO PEDIDO-LISTADO-NOMBRE
                   MOVE PEDIDO-OPERADOR TO PEDIDO-LISTADO-OPERADOR
                   MOVE SPACE TO PEDIDO-LISTADO-NIVEL
                   CALL "Corre-listado-definido" USING PEDIDO-LISTADO
                   MOVE PEDIDO-LISTADO-RESULTADO TO PEDIDO-ESTADO
               WHEN OTHER
                   MOVE "F" TO PEDIDO-ESTADO
           END-EVALUATE.
           IF PEDIDO-COMPLETADO
           ADD 1 TO CONTADOR-CORRIDOS
           ELSE
           IF PEDIDO-PENDIENTE
           ADD 1 TO CONTADOR-DIFERIDOS
           ELSE
           ADD 1 TO CONTADOR-FALLADOS
           END-IF
           END-IF.

       RECONSTRUYE-COLA.
