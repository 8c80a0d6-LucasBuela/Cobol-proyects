       77  TOTAL-ACREDITADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-SUSPENSO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
      *Pagos de clientes castigados tomados como recupero (ya estan
      *dentro del total acreditado):
       77  CONTADOR-RECUPEROS PIC 9(6) VALUE ZEROES.
       77  TOTAL-RECUPERADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       COPY "DataAplicaRecupero.cbl".
       01  OPERADOR-BATCH PIC X(10) VALUE "BANCO".
      *Importe de la linea como texto y su conversion, misma tecnica
      *que Ajustar-saldos-lote:
       77  IMPORTE-CENTAVOS PIC 9(2).
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           ADD IMPORTE-CONVERTIDO TO TOTAL-ACREDITADO
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-PAGO
           IF CLIENTE-CASTIGADO
           PERFORM IMPUTA-RECUPERO-CASTIGO
           END-IF
           END-REWRITE.

       MANDA-A-SUSPENSO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Un pago de un cliente castigado se imputa primero a su
      *castigo (Aplicar-recupero); lo recuperado sale del saldo con
      *un renglon tipo "W" y lo que sobra queda acreditado:
       IMPUTA-RECUPERO-CASTIGO.
           MOVE CLIENTES-ID TO APLICA-CLIENTES-ID.
           MOVE IMPORTE-CONVERTIDO TO APLICA-PAGO.
           MOVE "B" TO APLICA-ORIGEN.
           MOVE OPERADOR-BATCH TO APLICA-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO APLICA-FECHA-HORA.
           CALL "Aplicar-recupero" USING APLICA-RECUPERO.
           IF APLICA-RECUPERADO > ZERO
           SUBTRACT APLICA-RECUPERADO FROM CLIENTES-SALDO
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error sacando del saldo el recupero del castigo "
                   APLICA-CASTIGO-NUMERO ", ID: " CLIENTES-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-RECUPEROS
           ADD APLICA-RECUPERADO TO TOTAL-RECUPERADO
           PERFORM GRABA-MOVIMIENTO-RECUPERO
           END-REWRITE
           END-IF.

       GRABA-MOVIMIENTO-RECUPERO.
           MOVE APLICA-FECHA-HORA TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - APLICA-RECUPERADO.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "W" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING
               "RECUPERO CASTIGO " DELIMITED BY SIZE
               APLICA-CASTIGO-NUMERO DELIMITED BY SIZE
               INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

       MUESTRA-TOTALES-DE-CONTROL.
           DISPLAY " ".
           DISPLAY "Pagos acreditados: " CONTADOR-ACREDITADOS.
                   CAMPO-TOTAL-MUESTRA.
           MOVE TOTAL-SUSPENSO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Total en suspenso: " CAMPO-TOTAL-MUESTRA.
           IF CONTADOR-RECUPEROS > ZEROES
           MOVE TOTAL-RECUPERADO TO CAMPO-TOTAL-MUESTRA
           DISPLAY "Pagos imputados a saldos castigados: "
                   CONTADOR-RECUPEROS "  recuperado: "
                   CAMPO-TOTAL-MUESTRA
           END-IF.

      *Revisa el texto de un importe caracter por caracter, la misma
      *tecnica que VALIDA-TEXTO-IMPORTE de Ajustar-saldos-lote:
           COMPUTE IMPORTE-CONVERTIDO = ZERO - IMPORTE-CONVERTIDO
           END-IF.

      *Graba el renglon del ledger con su fecha valor: la de lo que
      *graba la corrida es su propio dia de imputacion, sin hora de
      *corte (corre de noche, despues de cualquier corte), corrido al
      *proximo habil si no lo es. Dos movimientos del mismo cliente
      *en el mismo centesimo de segundo chocan en la clave; el sufijo
      *de secuencia los separa reintentando:
       GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-FECHA-HORA TO CONSULTA-VALOR-FECHA-HORA.
           MOVE "N" TO CONSULTA-VALOR-CON-CORTE.
           CALL "Fecha-valor" USING FECHA-VALOR-CONSULTA.
           MOVE CONSULTA-VALOR-FECHA TO MOVIMIENTO-FECHA-VALOR.
           MOVE "N" TO MOVIMIENTO-GRABADO.
           PERFORM INTENTA-GRABAR-MOVIMIENTO
               UNTIL MOVIMIENTO-GRABADO = "S".

       INTENTA-GRABAR-MOVIMIENTO.
           PERFORM SELLA-MOVIMIENTO.
           WRITE MOVIMIENTO-REGISTRO
           INVALID KEY
           ADD 1 TO MOVIMIENTO-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO MOVIMIENTO-GRABADO
           PERFORM CONFIRMA-SELLO-MOVIMIENTO.

      *Dos asientos del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave del log; el sufijo de secuencia
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Importar-pagos-banco.
