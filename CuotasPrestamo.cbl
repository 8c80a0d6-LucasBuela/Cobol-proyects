      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cobro nocturno de cuotas de prestamos personales.
      *          Cada cuota pendiente o vencida impaga con vencimiento
      *          hasta la fecha de la cadena se debita del saldo del
      *          cliente, si el disponible alcanza (Saldo-disponible),
      *          con su renglon en el ledger, y queda cobrada; el
      *          prestamo baja su saldo de capital y, con todas las
      *          cuotas cobradas, queda cancelado. La cuota sin fondos
      *          queda vencida impaga y se reintenta la noche
      *          siguiente. Corre como paso de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cobrar-cuotas-prestamo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Prestamos personales y sus cuotas:
       COPY "DataBasePrestamos.cbl".
       COPY "DataBaseCuotas.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataPrestamos.cbl".
       COPY "DataCuotas.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  PRESTAMOS-STATUS PIC XX.
       77  CUOTAS-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CUOTAS PIC X.
       77  CLIENTE-DEBITADO PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  FECHA-HORA-OPERACION PIC X(21).
       77  CONTADOR-REVISADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-COBRADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-IMPAGAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CANCELADOS PIC 9(7) VALUE ZEROES.
       01  TOTAL-COBRADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "PRESTAMOS".
      *Saldo disponible del cliente (saldo menos embargos y cheques
      *en canje, con su limite de descubierto):
       COPY "DataDisponible.cbl".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== COBRO DE CUOTAS DE PRESTAMOS =====".
           OPEN I-O ARCHIVO-CLIENTES.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-PRESTAMOS.
           OPEN I-O ARCHIVO-CUOTAS.
           MOVE "1" TO FIN-DE-CUOTAS.
           PERFORM LEE-SIGUIENTE-CUOTA.
           PERFORM PROCESA-CUOTA
           UNTIL FIN-DE-CUOTAS = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-CUOTAS.
           MOVE TOTAL-COBRADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Cuotas cobradas:          " CONTADOR-COBRADAS
                   "  por " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Cuotas vencidas impagas:  " CONTADOR-IMPAGAS.
           DISPLAY "Prestamos cancelados:     " CONTADOR-CANCELADOS.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi (la de la corrida que
      *se esta cerrando, aunque la reanudacion cruce la medianoche);
      *corriendo a mano se usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

       LEE-SIGUIENTE-CUOTA.
           READ ARCHIVO-CUOTAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUOTAS.

      *Solo se cobran las cuotas ya vencidas que no estan cobradas;
      *las vencidas impagas de noches anteriores vuelven a probar:
       PROCESA-CUOTA.
           IF NOT CUOTA-COBRADA AND
              CUOTA-VENCIMIENTO NOT > FECHA-DE-CORRIDA
           ADD 1 TO CONTADOR-REVISADAS
           PERFORM COBRA-CUOTA
           END-IF.
           PERFORM LEE-SIGUIENTE-CUOTA.

       COBRA-CUOTA.
           MOVE CUOTA-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           DISPLAY "Cuota " CUOTA-NUMERO " del prestamo "
                   CUOTA-PRESTAMO-NUMERO ": no existe el cliente "
                   CUOTA-CLIENTES-ID "."
           NOT INVALID KEY
           PERFORM CONTROLA-DISPONIBLE
           END-READ.

      *El debito no puede tocar lo retenido por un embargo, ni usar
      *cheques en canje, ni pasar el limite de descubierto, la misma
      *regla que cualquier otro debito:
       CONTROLA-DISPONIBLE.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE CUOTA-IMPORTE TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           IF DEBITO-AFECTA-EMBARGO OR DEBITO-SUPERA-LIMITE
           PERFORM MARCA-CUOTA-IMPAGA
           ELSE
           PERFORM DEBITA-CUOTA
           END-IF.

       MARCA-CUOTA-IMPAGA.
           ADD 1 TO CONTADOR-IMPAGAS.
           IF NOT CUOTA-VENCIDA-IMPAGA
           MOVE "M" TO CUOTA-ESTADO
           PERFORM REGRABA-CUOTA
           END-IF.

      *Primero se debita el saldo; solo con el debito grabado se
      *asienta en el ledger y se da la cuota por cobrada:
       DEBITA-CUOTA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           MOVE "N" TO CLIENTE-DEBITADO.
           SUBTRACT CUOTA-IMPORTE FROM CLIENTES-SALDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente " CLIENTES-ID
                   ", no se cobro la cuota."
           NOT INVALID KEY
           MOVE "S" TO CLIENTE-DEBITADO
           END-REWRITE.
           IF CLIENTE-DEBITADO = "S"
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-CUOTA
           MOVE "C" TO CUOTA-ESTADO
           MOVE FECHA-DE-CORRIDA TO CUOTA-FECHA-COBRO
           PERFORM REGRABA-CUOTA
           PERFORM ACTUALIZA-PRESTAMO
           ADD 1 TO CONTADOR-COBRADAS
           ADD CUOTA-IMPORTE TO TOTAL-COBRADO
           END-IF.

       REGRABA-CUOTA.
           REWRITE CUOTA-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la cuota " CUOTA-NUMERO
                   " del prestamo " CUOTA-PRESTAMO-NUMERO "."
           END-REWRITE.

      *El saldo de capital del prestamo queda en el que dejo la
      *cuota cobrada; con todas cobradas el prestamo se cancela:
       ACTUALIZA-PRESTAMO.
           MOVE CUOTA-PRESTAMO-NUMERO TO PRESTAMO-NUMERO.
           READ ARCHIVO-PRESTAMOS RECORD
           INVALID KEY
           DISPLAY "No existe el prestamo " CUOTA-PRESTAMO-NUMERO
                   " de la cuota cobrada."
           NOT INVALID KEY
           SUBTRACT CUOTA-CAPITAL FROM PRESTAMO-SALDO-CAPITAL
           ADD 1 TO PRESTAMO-CUOTAS-COBRADAS
           IF PRESTAMO-CUOTAS-COBRADAS NOT < PRESTAMO-CUOTAS
           MOVE "C" TO PRESTAMO-ESTADO
           ADD 1 TO CONTADOR-CANCELADOS
           END-IF
           REWRITE PRESTAMO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el prestamo " PRESTAMO-NUMERO
                   "."
           END-REWRITE
           END-READ.

       GRABA-LOG-MODIFICACION.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO LOG-FECHA-HORA.
           MOVE OPERADOR-BATCH TO LOG-OPERADOR.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-CUOTA.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - CUOTA-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "L" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "CUOTA " CUOTA-NUMERO " PREST " CUOTA-PRESTAMO-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

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
      *los separa reintentando:
       GRABA-LOG-CON-REINTENTO.
           MOVE "N" TO LOG-GRABADO.
           PERFORM INTENTA-GRABAR-LOG
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-REVISADAS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Cobrar-cuotas-prestamo.
