      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Procesar el archivo de respuesta del banco a la
      *          cobranza por debito automatico. Antes de tocar nada se
      *          controla la cola (cantidad e importe) contra los
      *          renglones de detalle; si no cierra, no se procesa.
      *          Cada debito cobrado acredita el saldo del cliente con
      *          su renglon en el ledger y deja la factura cobrada; el
      *          rechazado (sin fondos, cuenta cerrada, etc.) queda en
      *          la lista de trabajo con el codigo del banco y se
      *          encola la carta de aviso al cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Procesar-respuesta-debitos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Facturas emitidas:
       COPY "DataBaseFacturas.cbl".
      *Debitos presentados al banco:
       COPY "DataBaseDebitos.cbl".
      *Cola de cartas de aviso a clientes:
       COPY "DataBaseCartasCola.cbl".
      *Respuesta del banco a la cobranza, de ancho fijo:
       SELECT ARCHIVO-RESPUESTA
       ASSIGN TO "debitos_respuesta.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RESPUESTA-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataDebitos.cbl".
       COPY "DataCartasCola.cbl".

       FD  ARCHIVO-RESPUESTA.
           01 RESPUESTA-LINEA PIC X(80).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CARTA-GRABADA PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  DEBITOS-STATUS PIC XX.
       77  CARTAS-COLA-STATUS PIC XX.
       77  RESPUESTA-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  HAY-COLA PIC X.
       77  FECHA-DE-PROCESO PIC X(8).
       77  CONTADOR-DETALLE PIC 9(7) VALUE ZEROES.
       77  CONTADOR-COBRADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-RECHAZADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-SIN-ENVIO PIC 9(7) VALUE ZEROES.
       01  TOTAL-DETALLE PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-COBRADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-RECHAZADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-COBRADO PIC S9(7)V99 COMP-3.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "DEBITOS".
      *Vistas de los renglones de la respuesta (mismo ancho fijo que
      *el archivo de cobranza que se mando):
       01  RESPUESTA-DETALLE.
           05 RESP-TIPO PIC X(1).
              88 RESP-ES-CABECERA VALUE "H".
              88 RESP-ES-DETALLE VALUE "D".
              88 RESP-ES-COLA VALUE "T".
           05 RESP-FACTURA PIC 9(8).
           05 RESP-IMPORTE PIC 9(9)V99.
           05 RESP-RESULTADO PIC X(1).
              88 RESP-COBRADO VALUE "C".
              88 RESP-RECHAZADO VALUE "R".
           05 RESP-CODIGO-RECHAZO PIC X(3).
           05 FILLER PIC X(56).
       01  RESPUESTA-COLA REDEFINES RESPUESTA-DETALLE.
           05 FILLER PIC X(1).
           05 RESP-COLA-CANTIDAD PIC 9(7).
           05 RESP-COLA-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59).

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RESPUESTA DEL DEBITO AUTOMATICO =====".
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-PROCESO.
           OPEN INPUT ARCHIVO-RESPUESTA.
           IF RESPUESTA-STATUS NOT = "00"
           DISPLAY "No se encontro debitos_respuesta.dat, no hay "
                   "nada para procesar."
           ELSE
           CLOSE ARCHIVO-RESPUESTA
           PERFORM VERIFICA-TOTALES-DE-CONTROL
           END-IF.
           GOBACK.

      *Primera pasada: solo suma el detalle y lo compara con la
      *cola; un archivo cortado o con renglones de mas no se aplica.
       VERIFICA-TOTALES-DE-CONTROL.
           MOVE "N" TO HAY-COLA.
           OPEN INPUT ARCHIVO-RESPUESTA.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RENGLON.
           PERFORM SUMA-RENGLON-DE-CONTROL
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-RESPUESTA.
           IF HAY-COLA = "N"
           DISPLAY "El archivo no trae registro de cola, no se "
                   "proceso."
           ELSE
           IF RESP-COLA-CANTIDAD NOT = CONTADOR-DETALLE OR
              RESP-COLA-TOTAL NOT = TOTAL-DETALLE
           DISPLAY "Los totales de control no cierran: la cola "
                   "dice " RESP-COLA-CANTIDAD " renglones y el "
                   "detalle trae " CONTADOR-DETALLE
           DISPLAY "No se proceso nada; pida al banco el archivo "
                   "completo."
           ELSE
           PERFORM APLICA-RESPUESTA
           END-IF
           END-IF.

       LEE-SIGUIENTE-RENGLON.
           READ ARCHIVO-RESPUESTA INTO RESPUESTA-DETALLE
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       SUMA-RENGLON-DE-CONTROL.
           IF RESP-ES-DETALLE
           ADD 1 TO CONTADOR-DETALLE
           ADD RESP-IMPORTE TO TOTAL-DETALLE
           END-IF.
           IF RESP-ES-COLA
           MOVE "S" TO HAY-COLA
           ELSE
           PERFORM LEE-SIGUIENTE-RENGLON
           END-IF.
           IF HAY-COLA = "S"
           MOVE "0" TO FIN-DEL-ARCHIVO
           END-IF.

      *Segunda pasada: aplica cada renglon de detalle.
       APLICA-RESPUESTA.
           OPEN INPUT ARCHIVO-RESPUESTA.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-FACTURAS.
           OPEN I-O ARCHIVO-DEBITOS.
           OPEN I-O ARCHIVO-CARTAS-COLA.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RENGLON.
           PERFORM PROCESA-RENGLON
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-RESPUESTA.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-FACTURAS.
           CLOSE ARCHIVO-DEBITOS.
           CLOSE ARCHIVO-CARTAS-COLA.
           PERFORM MUESTRA-TOTALES.

       PROCESA-RENGLON.
           IF RESP-ES-DETALLE
           PERFORM PROCESA-DETALLE
           END-IF.
           PERFORM LEE-SIGUIENTE-RENGLON.

      *Solo se contesta un debito que se mando y sigue esperando
      *respuesta; cualquier otro renglon se informa y no toca nada:
       PROCESA-DETALLE.
           MOVE RESP-FACTURA TO DEBITO-FACTURA-NUMERO.
           READ ARCHIVO-DEBITOS RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-SIN-ENVIO
           DISPLAY "Factura " RESP-FACTURA ": no figura en los "
                   "debitos enviados."
           NOT INVALID KEY
           IF NOT DEBITO-ENVIADO
           ADD 1 TO CONTADOR-SIN-ENVIO
           DISPLAY "Factura " RESP-FACTURA ": el debito ya tenia "
                   "respuesta (estado " DEBITO-ESTADO ")."
           ELSE
           IF RESP-COBRADO
           PERFORM REGISTRA-COBRO
           ELSE
           PERFORM REGISTRA-RECHAZO
           END-IF
           END-IF
           END-READ.

      *El banco puede cobrar menos de lo pedido; se acredita lo que
      *informa y la factura queda cobrada solo si se cubre entera.
       REGISTRA-COBRO.
           MOVE RESP-IMPORTE TO IMPORTE-COBRADO.
           MOVE DEBITO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-SIN-ENVIO
           DISPLAY "Factura " RESP-FACTURA ": cliente inexistente "
                   DEBITO-CLIENTES-ID ", acreditar a mano."
           NOT INVALID KEY
           ADD IMPORTE-COBRADO TO CLIENTES-SALDO
           PERFORM GRABA-CLIENTE-COBRADO
           END-READ.

       GRABA-CLIENTE-COBRADO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, ID: " CLIENTES-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-COBRADOS
           ADD IMPORTE-COBRADO TO TOTAL-COBRADO
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-DEBITO
           PERFORM MARCA-FACTURA-COBRADA
           MOVE "C" TO DEBITO-ESTADO
           MOVE FECHA-DE-PROCESO TO DEBITO-FECHA-RESPUESTA
           PERFORM REGRABA-DEBITO
           END-REWRITE.

       MARCA-FACTURA-COBRADA.
           MOVE DEBITO-FACTURA-NUMERO TO FACTURA-NUMERO.
           READ ARCHIVO-FACTURAS RECORD
           INVALID KEY
           DISPLAY "Factura " FACTURA-NUMERO " inexistente, el "
                   "cobro quedo solo en el saldo."
           NOT INVALID KEY
           ADD IMPORTE-COBRADO TO FACTURA-COBRADO
           IF FACTURA-COBRADO NOT < FACTURA-IMPORTE
           MOVE "C" TO FACTURA-ESTADO
           MOVE FECHA-DE-PROCESO TO FACTURA-FECHA-COBRO
           END-IF
           REWRITE FACTURA-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la factura " FACTURA-NUMERO "."
           END-REWRITE
           END-READ.

       REGISTRA-RECHAZO.
           ADD 1 TO CONTADOR-RECHAZADOS.
           ADD DEBITO-IMPORTE TO TOTAL-RECHAZADO.
           MOVE "R" TO DEBITO-ESTADO.
           MOVE RESP-CODIGO-RECHAZO TO DEBITO-CODIGO-RECHAZO.
           MOVE FECHA-DE-PROCESO TO DEBITO-FECHA-RESPUESTA.
           PERFORM REGRABA-DEBITO.
           PERFORM ENCOLA-CARTA-AVISO.
           DISPLAY "Factura " RESP-FACTURA ": debito rechazado, "
                   "codigo " RESP-CODIGO-RECHAZO ".".

       REGRABA-DEBITO.
           REWRITE DEBITO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el debito de la factura "
                   DEBITO-FACTURA-NUMERO ".".

      *La carta la imprime Emitir-cartas-aviso en el nocturno:
       ENCOLA-CARTA-AVISO.
           MOVE SPACES TO CARTA-REGISTRO.
           MOVE DEBITO-CLIENTES-ID TO CARTA-CLIENTES-ID.
           MOVE "DEBITO-RECH" TO CARTA-TIPO.
           STRING "Debito de la factura " DEBITO-FACTURA-NUMERO
                  DELIMITED BY SIZE INTO CARTA-REFERENCIA
           END-STRING.
           MOVE DEBITO-IMPORTE TO CARTA-IMPORTE.
           EVALUATE RESP-CODIGO-RECHAZO
               WHEN "FON"
                   MOVE "Sin fondos en la cuenta adherida"
                       TO CARTA-MOTIVO
               WHEN "CCE"
                   MOVE "Cuenta adherida cerrada" TO CARTA-MOTIVO
               WHEN "CBU"
                   MOVE "Cuenta adherida inexistente" TO CARTA-MOTIVO
               WHEN "MAN"
                   MOVE "Sin adhesion o mandato revocado en el banco"
                       TO CARTA-MOTIVO
               WHEN OTHER
                   STRING "Rechazo del banco, codigo "
                          RESP-CODIGO-RECHAZO
                          DELIMITED BY SIZE INTO CARTA-MOTIVO
                   END-STRING
           END-EVALUATE.
           MOVE "P" TO CARTA-ESTADO.
           MOVE "N" TO CARTA-GRABADA.
           PERFORM INTENTA-GRABAR-CARTA
               UNTIL CARTA-GRABADA = "S".

      *Dos cartas del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; se vuelve a tomar la hora hasta que pase:
       INTENTA-GRABAR-CARTA.
           MOVE FUNCTION CURRENT-DATE TO CARTA-FECHA-HORA.
           WRITE CARTA-REGISTRO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO CARTA-GRABADA.

      *Registra la acreditacion en el archivo de auditoria, con el
      *mismo codigo "M" que una modificacion manual:
       GRABA-LOG-MODIFICACION.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
           MOVE OPERADOR-BATCH TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-DEBITO.
           MOVE FUNCTION CURRENT-DATE TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE IMPORTE-COBRADO TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "B" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "DEBITO AUTOMATICO FACT " DEBITO-FACTURA-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

       MUESTRA-TOTALES.
           DISPLAY " ".
           DISPLAY "Renglones de detalle: " CONTADOR-DETALLE.
           MOVE TOTAL-COBRADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Debitos cobrados: " CONTADOR-COBRADOS
                   "  por " CAMPO-TOTAL-MUESTRA.
           MOVE TOTAL-RECHAZADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Debitos rechazados (a la lista de trabajo): "
                   CONTADOR-RECHAZADOS "  por " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Renglones sin debito pendiente: "
                   CONTADOR-SIN-ENVIO.

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

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Procesar-respuesta-debitos.
