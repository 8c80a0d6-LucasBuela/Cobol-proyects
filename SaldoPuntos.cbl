      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de saldo de puntos de fidelidad:
      *          suma lo que les queda a los lotes de puntos ganados
      *          del cliente, cuantos de esos puntos vencen en la
      *          corrida mensual de este mes y cuanto valen en pesos.
      *          La usan el canje del mostrador y los estados de
      *          cuenta, asi el saldo se calcula en un solo lugar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Saldo-puntos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Ledger de puntos y reglas del programa:
       COPY "DataBasePuntos.cbl".
       COPY "DataBasePuntosConfig.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataPuntos.cbl".
       COPY "DataPuntosConfig.cbl".

       WORKING-STORAGE SECTION.
       77  PUNTOS-STATUS PIC XX.
       77  CONFIG-PUNTOS-STATUS PIC XX.
       77  FIN-DE-PUNTOS PIC X.
       77  PERIODO-ACTUAL PIC X(6).
       77  VALOR-DEL-PUNTO PIC 9(3)V99 VALUE ZERO.

       LINKAGE SECTION.
       COPY "DataPuntosConsulta.cbl".

       PROCEDURE DIVISION USING PUNTOS-CONSULTA.
       EMPIEZA-PROGRAMA.
           MOVE ZEROES TO CONSULTA-PUNTOS-SALDO.
           MOVE ZEROES TO CONSULTA-PUNTOS-POR-VENCER.
           MOVE ZERO TO CONSULTA-PUNTOS-VALOR.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-ACTUAL.
           PERFORM LEE-VALOR-DEL-PUNTO.
           OPEN INPUT ARCHIVO-PUNTOS.
           MOVE "0" TO FIN-DE-PUNTOS.
           IF PUNTOS-STATUS = "00"
           MOVE LOW-VALUES TO PUNTOS-CLAVE
           MOVE CONSULTA-PUNTOS-CLIENTES-ID TO PUNTOS-CLIENTES-ID
           START ARCHIVO-PUNTOS KEY IS NOT LESS PUNTOS-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-PUNTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-PUNTOS
           END-START
           END-IF.
           PERFORM SUMA-LOTE-DE-PUNTOS
           UNTIL FIN-DE-PUNTOS = "0".
           CLOSE ARCHIVO-PUNTOS.
           COMPUTE CONSULTA-PUNTOS-VALOR ROUNDED =
               CONSULTA-PUNTOS-SALDO * VALOR-DEL-PUNTO.
           GOBACK.

      *Sin archivo de reglas el punto no vale nada:
       LEE-VALOR-DEL-PUNTO.
           OPEN INPUT ARCHIVO-CONFIG-PUNTOS.
           IF CONFIG-PUNTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-PUNTOS
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-PUNTOS-VALOR NUMERIC
           MOVE CONFIG-PUNTOS-VALOR TO VALOR-DEL-PUNTO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-PUNTOS.

      *Un lote vencido que la corrida de este mes todavia no dio de
      *baja cuenta como por vencer, no como perdido:
       SUMA-LOTE-DE-PUNTOS.
           READ ARCHIVO-PUNTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PUNTOS
           NOT AT END
           IF PUNTOS-CLIENTES-ID NOT = CONSULTA-PUNTOS-CLIENTES-ID
           MOVE "0" TO FIN-DE-PUNTOS
           ELSE
           IF PUNTOS-GANADOS AND PUNTOS-PENDIENTES > ZEROES
           ADD PUNTOS-PENDIENTES TO CONSULTA-PUNTOS-SALDO
           IF PUNTOS-VENCE-PERIODO NOT > PERIODO-ACTUAL
           ADD PUNTOS-PENDIENTES TO CONSULTA-PUNTOS-POR-VENCER
           END-IF
           END-IF
           END-IF
           END-READ.

       END PROGRAM Saldo-puntos.
