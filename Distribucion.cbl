      * Purpose: Contar clientes activos agrupados por CLIENTES-PAIS,
      *          con subtotal por pais, para saber donde esta
      *          concentrada la base de clientes.
      *          El archivo lo lee Reporte-pasada-unica, la misma
      *          lectura que comparten los reportes pesados pedidos
      *          en la cola; esta opcion le pasa un solo pedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-distribucion-pais.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *Filtro opcional por sucursal (blanco = todas):
       01  FILTRO-SUCURSAL PIC X(3).
      *Un solo pedido para la pasada sobre el archivo de clientes:
       COPY "DataPasadaPedidos.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           MOVE SPACE TO FILTRO-SUCURSAL.
           DISPLAY "Sucursal a filtrar (blanco = todas): ".
           ACCEPT FILTRO-SUCURSAL.
           MOVE FUNCTION UPPER-CASE(FILTRO-SUCURSAL) TO
               FILTRO-SUCURSAL.
           MOVE "PAIS" TO PASADA-CODIGO (1).
           MOVE FILTRO-SUCURSAL TO PASADA-PEDIDO-PARAMETROS (1).
           MOVE "N" TO PASADA-GRABA-HISTORIA.
           MOVE 1 TO PASADA-CANTIDAD.
           CALL "Reporte-pasada-unica" USING PASADA-PEDIDOS.
           GOBACK.

       END PROGRAM Reporte-distribucion-pais.
