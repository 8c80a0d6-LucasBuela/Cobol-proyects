       77  IMPORTE-PARTE-CENTAVOS PIC X(2).
       77  IMPORTE-CENTAVOS PIC 9(2).
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Imputacion del pago a un saldo castigado:
       COPY "DataAplicaRecupero.cbl".
       77  CAMPO-RECUPERO-MUESTRA PIC +9(7).99.

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           MOVE "R" TO ENTRADA-ESTADO (SUSPENSO-ELEGIDO)
           ADD 1 TO CONTADOR-RESUELTOS
           DISPLAY "Pago acreditado al cliente " CLIENTES-ID "."
           IF CLIENTE-CASTIGADO
           PERFORM IMPUTA-RECUPERO-CASTIGO
           END-IF
           END-REWRITE.
           CLOSE ARCHIVO-CLIENTES.

      *Un pago de un cliente castigado se imputa primero a su
      *castigo (Aplicar-recupero); lo recuperado sale del saldo con
      *un renglon tipo "W" y lo que sobra queda acreditado:
       IMPUTA-RECUPERO-CASTIGO.
           MOVE CLIENTES-ID TO APLICA-CLIENTES-ID.
           MOVE IMPORTE-CONVERTIDO TO APLICA-PAGO.
           MOVE "S" TO APLICA-ORIGEN.
           MOVE OPERADOR TO APLICA-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO APLICA-FECHA-HORA.
           CALL "Aplicar-recupero" USING APLICA-RECUPERO.
           IF APLICA-RECUPERADO > ZERO
           SUBTRACT APLICA-RECUPERADO FROM CLIENTES-SALDO
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error sacando del saldo el recupero del castigo "
                   APLICA-CASTIGO-NUMERO ", ID: " CLIENTES-ID
           NOT INVALID KEY
           MOVE APLICA-RECUPERADO TO CAMPO-RECUPERO-MUESTRA
           DISPLAY "Cuenta castigada: " CAMPO-RECUPERO-MUESTRA
                   " imputado como recupero del castigo "
                   APLICA-CASTIGO-NUMERO "."
           PERFORM GRABA-MOVIMIENTO-RECUPERO
           END-REWRITE
           END-IF.

       GRABA-MOVIMIENTO-RECUPERO.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE APLICA-FECHA-HORA TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
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
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.

      *Registra la acreditacion en el archivo de auditoria, con el
      *mismo codigo "M" que una modificacion manual:
       GRABA-LOG-MODIFICACION.
           COMPUTE IMPORTE-CONVERTIDO = ZERO - IMPORTE-CONVERTIDO
           END-IF.

      *Graba el renglon del ledger con su fecha valor, que sale de la
      *hora de corte y el calendario (lo tipeado despues del corte o
      *en un dia no habil cuenta desde el proximo dia habil). Dos
      *movimientos del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; el sufijo de secuencia los separa
      *reintentando:
       GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-FECHA-HORA TO CONSULTA-VALOR-FECHA-HORA.
           MOVE "S" TO CONSULTA-VALOR-CON-CORTE.
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

       END PROGRAM Resolver-suspenso.
