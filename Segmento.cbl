      * Purpose: Listado de clientes activos con saldo por encima de un
      *          umbral configurable, para priorizar las llamadas de
      *          relacion con los clientes de mayor saldo.
      *          El archivo lo lee Reporte-pasada-unica, la misma
      *          lectura que comparten los reportes pesados pedidos
      *          en la cola; esta opcion le pasa un solo pedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-saldo-alto.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  UMBRAL-SALDO PIC S9(7) SIGN LEADING SEPARATE VALUE ZERO.
      *Un solo pedido para la pasada sobre el archivo de clientes:
       COPY "DataPasadaPedidos.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM PIDE-UMBRAL.
           MOVE "SALDALT" TO PASADA-CODIGO (1).
           MOVE UMBRAL-SALDO TO PASADA-PEDIDO-PARAMETROS (1).
           MOVE "N" TO PASADA-GRABA-HISTORIA.
           MOVE 1 TO PASADA-CANTIDAD.
           CALL "Reporte-pasada-unica" USING PASADA-PEDIDOS.
           GOBACK.

       PIDE-UMBRAL.
           DISPLAY "Ingrese el umbral de saldo a reportar: ".
           ACCEPT UMBRAL-SALDO.

       END PROGRAM Reporte-saldo-alto.
