      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de recupero de saldos castigados:
      *          un pago que entra a un cliente castigado (por caja,
      *          por el archivo del banco o al resolver el suspenso)
      *          se imputa a su castigo vigente hasta cubrirlo, queda
      *          registrado en recuperos.dat y se devuelve al que
      *          llama cuanto tomo, para que lo saque del saldo. Todos
      *          los caminos de cobro la llaman, asi la regla vive en
      *          un solo lugar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aplicar-recupero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Saldos castigados y sus recuperos:
       COPY "DataBaseCastigos.cbl".
       COPY "DataBaseRecuperos.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCastigos.cbl".
       COPY "DataRecuperos.cbl".

       WORKING-STORAGE SECTION.
       77  CASTIGOS-STATUS PIC XX.
       77  RECUPEROS-STATUS PIC XX.
       77  FIN-DE-CASTIGOS PIC X.
       77  CASTIGO-HALLADO PIC X.
       01  PENDIENTE-DEL-CASTIGO PIC S9(7)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       COPY "DataAplicaRecupero.cbl".

       PROCEDURE DIVISION USING APLICA-RECUPERO.
       EMPIEZA-PROGRAMA.
           MOVE ZERO TO APLICA-RECUPERADO.
           MOVE ZERO TO APLICA-PENDIENTE.
           MOVE ZEROES TO APLICA-CASTIGO-NUMERO.
           IF APLICA-PAGO > ZERO
           OPEN I-O ARCHIVO-CASTIGOS
           IF CASTIGOS-STATUS = "00" OR CASTIGOS-STATUS = "05"
           PERFORM BUSCA-CASTIGO-VIGENTE
           IF CASTIGO-HALLADO = "S"
           PERFORM IMPUTA-RECUPERO
           END-IF
           END-IF
           CLOSE ARCHIVO-CASTIGOS
           END-IF.
           GOBACK.

      *Recorre los castigos del cliente por la clave alterna y se
      *queda con el primero vigente; un cliente castigado dos veces
      *(volvio a operar y recayo) cancela primero el mas viejo:
       BUSCA-CASTIGO-VIGENTE.
           MOVE "N" TO CASTIGO-HALLADO.
           MOVE APLICA-CLIENTES-ID TO CASTIGO-CLIENTES-ID.
           MOVE "1" TO FIN-DE-CASTIGOS.
           START ARCHIVO-CASTIGOS KEY IS EQUAL TO CASTIGO-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-CASTIGOS
           END-START.
           PERFORM REVISA-CASTIGO-DEL-CLIENTE
           UNTIL FIN-DE-CASTIGOS = "0".

       REVISA-CASTIGO-DEL-CLIENTE.
           READ ARCHIVO-CASTIGOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CASTIGOS
           NOT AT END
           IF CASTIGO-CLIENTES-ID NOT = APLICA-CLIENTES-ID
           MOVE "0" TO FIN-DE-CASTIGOS
           ELSE
           IF CASTIGO-VIGENTE
           MOVE "S" TO CASTIGO-HALLADO
           MOVE "0" TO FIN-DE-CASTIGOS
           END-IF
           END-IF
           END-READ.

      *El recupero es el pago hasta lo que falta del castigo; si lo
      *cubre entero, el castigo queda recuperado y no toma mas:
       IMPUTA-RECUPERO.
           COMPUTE PENDIENTE-DEL-CASTIGO =
               CASTIGO-IMPORTE - CASTIGO-RECUPERADO.
           IF APLICA-PAGO < PENDIENTE-DEL-CASTIGO
           MOVE APLICA-PAGO TO APLICA-RECUPERADO
           ELSE
           MOVE PENDIENTE-DEL-CASTIGO TO APLICA-RECUPERADO
           END-IF.
           IF APLICA-RECUPERADO > ZERO
           ADD APLICA-RECUPERADO TO CASTIGO-RECUPERADO
           COMPUTE APLICA-PENDIENTE =
               CASTIGO-IMPORTE - CASTIGO-RECUPERADO
           IF APLICA-PENDIENTE = ZERO
           SET CASTIGO-RECUPERADO-TOTAL TO TRUE
           END-IF
           MOVE APLICA-FECHA-HORA (1:8) TO
               CASTIGO-FECHA-ULTIMO-RECUPERO
           MOVE CASTIGO-NUMERO TO APLICA-CASTIGO-NUMERO
           REWRITE CASTIGO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el castigo " CASTIGO-NUMERO
                   ", el pago queda entero en el saldo."
           MOVE ZERO TO APLICA-RECUPERADO
           MOVE ZERO TO APLICA-PENDIENTE
           MOVE ZEROES TO APLICA-CASTIGO-NUMERO
           NOT INVALID KEY
           PERFORM GRABA-RECUPERO
           END-REWRITE
           END-IF.

       GRABA-RECUPERO.
           OPEN I-O ARCHIVO-RECUPEROS.
           MOVE APLICA-FECHA-HORA TO RECUPERO-FECHA-HORA.
           MOVE CASTIGO-NUMERO TO RECUPERO-CASTIGO-NUMERO.
           MOVE APLICA-CLIENTES-ID TO RECUPERO-CLIENTES-ID.
           MOVE CASTIGO-MONEDA TO RECUPERO-MONEDA.
           MOVE APLICA-PAGO TO RECUPERO-PAGO.
           MOVE APLICA-RECUPERADO TO RECUPERO-IMPORTE.
           MOVE APLICA-PENDIENTE TO RECUPERO-PENDIENTE.
           MOVE APLICA-ORIGEN TO RECUPERO-ORIGEN.
           MOVE APLICA-OPERADOR TO RECUPERO-OPERADOR.
           WRITE RECUPERO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el recupero del castigo "
                   CASTIGO-NUMERO " en recuperos.dat, status: "
                   RECUPEROS-STATUS
           END-WRITE.
           CLOSE ARCHIVO-RECUPEROS.

       END PROGRAM Aplicar-recupero.
