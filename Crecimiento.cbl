      * Purpose: Reporte de crecimiento: clientes activos agrupados
      *          por el ano de su fecha de alta, para ver la
      *          tendencia ano a ano en lugar de solo la foto de hoy.
      *          El archivo lo lee Reporte-pasada-unica, la misma
      *          lectura que comparten los reportes pesados pedidos
      *          en la cola; esta opcion le pasa un solo pedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-crecimiento.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *Un solo pedido para la pasada sobre el archivo de clientes:
       COPY "DataPasadaPedidos.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           MOVE "CRECIM" TO PASADA-CODIGO (1).
           MOVE SPACES TO PASADA-PEDIDO-PARAMETROS (1).
           MOVE "N" TO PASADA-GRABA-HISTORIA.
           MOVE 1 TO PASADA-CANTIDAD.
           CALL "Reporte-pasada-unica" USING PASADA-PEDIDOS.
           GOBACK.

       END PROGRAM Reporte-crecimiento.
