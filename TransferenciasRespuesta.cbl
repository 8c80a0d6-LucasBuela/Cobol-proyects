      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Procesar la confirmacion del banco a las
      *          transferencias enviadas a otros bancos. Antes de tocar
      *          nada se controla la cola (cantidad e importe) contra
      *          los renglones de detalle; si no cierra, no se
      *          procesa. Cada transferencia ejecutada queda cerrada;
      *          la rechazada (cuenta inexistente, cerrada, titular
      *          que no coincide) se devuelve al saldo del cliente
      *          con su renglon en el ledger y se le encola la carta
      *          de aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Confirmar-transferencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Transferencias a otros bancos:
       COPY "DataBaseTransfExternas.cbl".
      *Cola de cartas de aviso a clientes:
       COPY "DataBaseCartasCola.cbl".
      *Confirmacion del banco, de ancho fijo:
       SELECT ARCHIVO-RESPUESTA
       ASSIGN TO "transferencias_respuesta.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RESPUESTA-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataTransfExternas.cbl".
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
       77  TRANSF-EXTERNAS-STATUS PIC XX.
       77  CARTAS-COLA-STATUS PIC XX.
       77  RESPUESTA-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  HAY-COLA PIC X.
       77  FECHA-DE-PROCESO PIC X(8).
       77  CONTADOR-DETALLE PIC 9(7) VALUE ZEROES.
       77  CONTADOR-EJECUTADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-DEVUELTAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-SIN-ENVIO PIC 9(7) VALUE ZEROES.
       01  TOTAL-DETALLE PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-EJECUTADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-DEVUELTO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "TRANSFER".
      *Vistas de los renglones de la confirmacion:
       01  RESPUESTA-DETALLE.
           05 RESP-TIPO PIC X(1).
              88 RESP-ES-CABECERA VALUE "H".
              88 RESP-ES-DETALLE VALUE "D".
              88 RESP-ES-COLA VALUE "T".
           05 RESP-NUMERO PIC 9(8).
           05 RESP-IMPORTE PIC 9(9)V99.
           05 RESP-RESULTADO PIC X(1).
              88 RESP-EJECUTADA VALUE "E".
              88 RESP-RECHAZADA VALUE "R".
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
           DISPLAY "===== CONFIRMACION DE TRANSFERENCIAS =====".
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-PROCESO.
           OPEN INPUT ARCHIVO-RESPUESTA.
           IF RESPUESTA-STATUS NOT = "00"
           DISPLAY "No se encontro transferencias_respuesta.dat, no "
                   "hay nada para procesar."
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
           OPEN I-O ARCHIVO-TRANSF-EXTERNAS.
           OPEN I-O ARCHIVO-CARTAS-COLA.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RENGLON.
           PERFORM PROCESA-RENGLON
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-RESPUESTA.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-TRANSF-EXTERNAS.
           CLOSE ARCHIVO-CARTAS-COLA.
           PERFORM MUESTRA-TOTALES.

       PROCESA-RENGLON.
           IF RESP-ES-DETALLE
           PERFORM PROCESA-DETALLE
           END-IF.
           PERFORM LEE-SIGUIENTE-RENGLON.

      *Solo se contesta una transferencia que se mando y sigue
      *esperando confirmacion; cualquier otro renglon se informa y
      *no toca nada:
       PROCESA-DETALLE.
           MOVE RESP-NUMERO TO TRANSF-EXT-NUMERO.
           READ ARCHIVO-TRANSF-EXTERNAS RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-SIN-ENVIO
           DISPLAY "Transferencia " RESP-NUMERO ": no figura en las "
                   "transferencias enviadas."
           NOT INVALID KEY
           IF NOT TRANSF-EXT-ENVIADA
           ADD 1 TO CONTADOR-SIN-ENVIO
           DISPLAY "Transferencia " RESP-NUMERO ": ya tenia "
                   "respuesta o no se envio (estado "
                   TRANSF-EXT-ESTADO ")."
           ELSE
           IF RESP-EJECUTADA
           PERFORM REGISTRA-EJECUCION
           ELSE
           PERFORM REGISTRA-RECHAZO
           END-IF
           END-IF
           END-READ.

       REGISTRA-EJECUCION.
           ADD 1 TO CONTADOR-EJECUTADAS.
           ADD TRANSF-EXT-IMPORTE TO TOTAL-EJECUTADO.
           MOVE "X" TO TRANSF-EXT-ESTADO.
           MOVE FECHA-DE-PROCESO TO TRANSF-EXT-FECHA-RESPUESTA.
           PERFORM REGRABA-TRANSFERENCIA.

      *Se devuelve lo que se le debito al pedirla (no lo que diga el
      *renglon), asi el ledger cierra contra el debito original:
       REGISTRA-RECHAZO.
           MOVE TRANSF-EXT-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-SIN-ENVIO
           DISPLAY "Transferencia " RESP-NUMERO ": cliente "
                   "inexistente " CLIENTES-ID ", devolver a mano."
           NOT INVALID KEY
           ADD TRANSF-EXT-IMPORTE TO CLIENTES-SALDO
           PERFORM GRABA-CLIENTE-DEVUELTO
           END-READ.

       GRABA-CLIENTE-DEVUELTO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, ID: " CLIENTES-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-DEVUELTAS
           ADD TRANSF-EXT-IMPORTE TO TOTAL-DEVUELTO
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-DEVOLUCION
           MOVE "R" TO TRANSF-EXT-ESTADO
           MOVE RESP-CODIGO-RECHAZO TO TRANSF-EXT-CODIGO-RECHAZO
           MOVE FECHA-DE-PROCESO TO TRANSF-EXT-FECHA-RESPUESTA
           PERFORM REGRABA-TRANSFERENCIA
           PERFORM ENCOLA-CARTA-AVISO
           DISPLAY "Transferencia " RESP-NUMERO ": rechazada, "
                   "codigo " RESP-CODIGO-RECHAZO ", devuelta al "
                   "cliente " CLIENTES-ID "."
           END-REWRITE.

       REGRABA-TRANSFERENCIA.
           REWRITE TRANSF-EXT-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la transferencia "
                   TRANSF-EXT-NUMERO ".".

      *La carta la imprime Emitir-cartas-aviso en el nocturno:
       ENCOLA-CARTA-AVISO.
           MOVE SPACES TO CARTA-REGISTRO.
           MOVE TRANSF-EXT-CLIENTES-ID TO CARTA-CLIENTES-ID.
           MOVE "TRANSF-RECH" TO CARTA-TIPO.
           STRING "Transferencia " TRANSF-EXT-NUMERO " cuenta "
                  TRANSF-EXT-CUENTA-NUMERO
                  DELIMITED BY SIZE INTO CARTA-REFERENCIA
           END-STRING.
           MOVE TRANSF-EXT-IMPORTE TO CARTA-IMPORTE.
           EVALUATE RESP-CODIGO-RECHAZO
               WHEN "CBU"
                   MOVE "Cuenta de destino inexistente"
                       TO CARTA-MOTIVO
               WHEN "CCE"
                   MOVE "Cuenta de destino cerrada" TO CARTA-MOTIVO
               WHEN "TIT"
                   MOVE "El titular no coincide con el de la cuenta"
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

      *Registra la devolucion en el archivo de auditoria, con el
      *mismo codigo "M" que una modificacion manual:
       GRABA-LOG-MODIFICACION.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
           MOVE OPERADOR-BATCH TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-DEVOLUCION.
           MOVE FUNCTION CURRENT-DATE TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE TRANSF-EXT-IMPORTE TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "X" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "DEVOLUCION TRANSF " TRANSF-EXT-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

       MUESTRA-TOTALES.
           DISPLAY " ".
           DISPLAY "Renglones de detalle: " CONTADOR-DETALLE.
           MOVE TOTAL-EJECUTADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Transferencias ejecutadas: " CONTADOR-EJECUTADAS
                   "  por " CAMPO-TOTAL-MUESTRA.
           MOVE TOTAL-DEVUELTO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Transferencias rechazadas y devueltas: "
                   CONTADOR-DEVUELTAS "  por " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Renglones sin transferencia pendiente: "
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

       END PROGRAM Confirmar-transferencias.
