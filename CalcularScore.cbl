      *          registro, con un renglon de historia por corrida.
      *          Reporte-saldo-alto rankea por saldo solo y deja
      *          afuera al cliente chico pero fiel; esto lo arregla.
      *          El archivo lo lee Reporte-pasada-unica, la misma
      *          lectura que comparten los reportes pesados pedidos
      *          en la cola; esta opcion le pasa un solo pedido.
      *          El resultado queda ademas en spool y catalogo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcular-score-clientes.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *Un solo pedido para la pasada sobre el archivo de clientes:
       COPY "DataPasadaPedidos.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           MOVE "SCORE" TO PASADA-CODIGO (1).
           MOVE SPACES TO PASADA-PEDIDO-PARAMETROS (1).
           MOVE "N" TO PASADA-GRABA-HISTORIA.
           MOVE 1 TO PASADA-CANTIDAD.
           CALL "Reporte-pasada-unica" USING PASADA-PEDIDOS.
           GOBACK.

       END PROGRAM Calcular-score-clientes.
