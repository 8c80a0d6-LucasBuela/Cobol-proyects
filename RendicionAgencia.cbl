      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Importar la rendicion mensual de una agencia de
      *          cobranza externa. Antes de tocar nada se controla la
      *          cola (cantidad e importe) contra el detalle, igual
      *          que la respuesta del debito automatico. Cada cobro
      *          informado se acredita al cliente neto de la comision
      *          de la agencia, con su renglon en el ledger, y suma en
      *          la asignacion; cada cuenta devuelta por imposible de
      *          gestionar cierra la asignacion y el cliente vuelve a
      *          la gestion propia (cartas y cola de contactos).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Importar-rendicion-agencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Agencias de cobranza y asignaciones hechas:
       COPY "DataBaseAgencias.cbl".
       COPY "DataBaseAsignaciones.cbl".
      *Rendicion de la agencia, de ancho fijo:
       SELECT ARCHIVO-RENDICION
       ASSIGN TO "rendicion_agencia.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RENDICION-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataAgencias.cbl".
       COPY "DataAsignaciones.cbl".

       FD  ARCHIVO-RENDICION.
           01 RENDICION-LINEA PIC X(80).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  ASIGNACIONES-STATUS PIC XX.
       77  RENDICION-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-AGENCIAS PIC X.
       77  HAY-COLA PIC X.
       77  HAY-CABECERA PIC X.
       77  AGENCIA-HALLADA PIC X.
       77  AGENCIA-DEL-ARCHIVO PIC X(4).
       77  FECHA-DE-PROCESO PIC X(8).
       77  CONTADOR-DETALLE PIC 9(7) VALUE ZEROES.
       77  CONTADOR-COBROS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-DEVUELTAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CERRADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-RECHAZADOS PIC 9(7) VALUE ZEROES.
       01  TOTAL-DETALLE PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-BRUTO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-COMISION PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-NETO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  COMISION-PORCENTAJE PIC 9(2)V99 VALUE ZERO.
       01  IMPORTE-BRUTO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-COMISION PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-NETO PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "AGENCIA".
      *Cobros de clientes castigados tomados como recupero (ya estan
      *dentro del total neto):
       77  CONTADOR-RECUPEROS PIC 9(7) VALUE ZEROES.
       01  TOTAL-RECUPERADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       COPY "DataAplicaRecupero.cbl".
      *Vistas de los renglones de la rendicion:
       01  RENDICION-DETALLE.
           05 REN-TIPO PIC X(1).
              88 REN-ES-CABECERA VALUE "H".
              88 REN-ES-DETALLE VALUE "D".
              88 REN-ES-COLA VALUE "T".
           05 REN-ASIGNACION PIC 9(8).
           05 REN-RESULTADO PIC X(1).
              88 REN-COBRO VALUE "C".
              88 REN-DEVUELTA VALUE "D".
           05 REN-IMPORTE PIC 9(9)V99.
           05 REN-FECHA PIC X(8).
           05 REN-MOTIVO PIC X(30).
           05 FILLER PIC X(21).
       01  RENDICION-CABECERA REDEFINES RENDICION-DETALLE.
           05 FILLER PIC X(1).
           05 REN-CAB-AGENCIA PIC X(4).
           05 REN-CAB-FECHA PIC X(8).
           05 FILLER PIC X(67).
       01  RENDICION-COLA REDEFINES RENDICION-DETALLE.
           05 FILLER PIC X(1).
           05 REN-COLA-CANTIDAD PIC 9(7).
           05 REN-COLA-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59).

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RENDICION DE AGENCIA DE COBRANZA =====".
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-PROCESO.
           OPEN INPUT ARCHIVO-RENDICION.
           IF RENDICION-STATUS NOT = "00"
           DISPLAY "No se encontro rendicion_agencia.dat, no hay "
                   "nada para procesar."
           ELSE
           CLOSE ARCHIVO-RENDICION
           PERFORM VERIFICA-TOTALES-DE-CONTROL
           END-IF.
           GOBACK.

      *Primera pasada: toma la agencia de la cabecera, suma el
      *detalle y lo compara con la cola; un archivo cortado, sin
      *cabecera o de una agencia sin comision cargada no se aplica.
       VERIFICA-TOTALES-DE-CONTROL.
           MOVE "N" TO HAY-COLA.
           MOVE "N" TO HAY-CABECERA.
           OPEN INPUT ARCHIVO-RENDICION.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RENGLON.
           PERFORM SUMA-RENGLON-DE-CONTROL
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-RENDICION.
           IF HAY-CABECERA = "N" OR HAY-COLA = "N"
           DISPLAY "El archivo no trae cabecera o cola, no se "
                   "proceso."
           ELSE
           IF REN-COLA-CANTIDAD NOT = CONTADOR-DETALLE OR
              REN-COLA-TOTAL NOT = TOTAL-DETALLE
           DISPLAY "Los totales de control no cierran: la cola "
                   "dice " REN-COLA-CANTIDAD " renglones y el "
                   "detalle trae " CONTADOR-DETALLE
           DISPLAY "No se proceso nada; pida a la agencia el "
                   "archivo completo."
           ELSE
           PERFORM BUSCA-COMISION-AGENCIA
           IF AGENCIA-HALLADA = "N"
           DISPLAY "La agencia " AGENCIA-DEL-ARCHIVO " no figura "
                   "en agencias.dat, no se proceso."
           ELSE
           PERFORM APLICA-RENDICION
           END-IF
           END-IF
           END-IF.

       LEE-SIGUIENTE-RENGLON.
           READ ARCHIVO-RENDICION INTO RENDICION-DETALLE
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       SUMA-RENGLON-DE-CONTROL.
           IF REN-ES-CABECERA
           MOVE "S" TO HAY-CABECERA
           MOVE REN-CAB-AGENCIA TO AGENCIA-DEL-ARCHIVO
           END-IF.
           IF REN-ES-DETALLE
           ADD 1 TO CONTADOR-DETALLE
           ADD REN-IMPORTE TO TOTAL-DETALLE
           END-IF.
           IF REN-ES-COLA
           MOVE "S" TO HAY-COLA
           ELSE
           PERFORM LEE-SIGUIENTE-RENGLON
           END-IF.
           IF HAY-COLA = "S"
           MOVE "0" TO FIN-DEL-ARCHIVO
           END-IF.

       BUSCA-COMISION-AGENCIA.
           MOVE "N" TO AGENCIA-HALLADA.
           OPEN INPUT ARCHIVO-AGENCIAS.
           MOVE "1" TO FIN-DE-AGENCIAS.
           PERFORM BUSCA-AGENCIA UNTIL FIN-DE-AGENCIAS = "0".
           CLOSE ARCHIVO-AGENCIAS.

       BUSCA-AGENCIA.
           READ ARCHIVO-AGENCIAS
           AT END
           MOVE "0" TO FIN-DE-AGENCIAS
           NOT AT END
           IF AGENCIA-CODIGO = AGENCIA-DEL-ARCHIVO
           MOVE "S" TO AGENCIA-HALLADA
           MOVE AGENCIA-COMISION TO COMISION-PORCENTAJE
           MOVE "0" TO FIN-DE-AGENCIAS
           END-IF.

      *Segunda pasada: aplica cada renglon de detalle.
       APLICA-RENDICION.
           OPEN INPUT ARCHIVO-RENDICION.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-ASIGNACIONES.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RENGLON.
           PERFORM PROCESA-RENGLON
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-RENDICION.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-ASIGNACIONES.
           PERFORM MUESTRA-TOTALES.

       PROCESA-RENGLON.
           IF REN-ES-DETALLE
           PERFORM PROCESA-DETALLE
           END-IF.
           PERFORM LEE-SIGUIENTE-RENGLON.

      *Solo se rinde una asignacion de esta agencia que sigue en
      *gestion; cualquier otro renglon se informa y no toca nada:
       PROCESA-DETALLE.
           MOVE REN-ASIGNACION TO ASIGNACION-NUMERO.
           READ ARCHIVO-ASIGNACIONES RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-RECHAZADOS
           DISPLAY "Asignacion " REN-ASIGNACION ": no existe."
           NOT INVALID KEY
           IF ASIGNACION-AGENCIA NOT = AGENCIA-DEL-ARCHIVO
           ADD 1 TO CONTADOR-RECHAZADOS
           DISPLAY "Asignacion " REN-ASIGNACION ": es de la "
                   "agencia " ASIGNACION-AGENCIA "."
           ELSE
           IF NOT ASIGNACION-EN-AGENCIA
           ADD 1 TO CONTADOR-RECHAZADOS
           DISPLAY "Asignacion " REN-ASIGNACION ": ya estaba "
                   "cerrada (estado " ASIGNACION-ESTADO ")."
           ELSE
           EVALUATE TRUE
               WHEN REN-COBRO
                   PERFORM REGISTRA-COBRO
               WHEN REN-DEVUELTA
                   PERFORM REGISTRA-DEVOLUCION
               WHEN OTHER
                   ADD 1 TO CONTADOR-RECHAZADOS
                   DISPLAY "Asignacion " REN-ASIGNACION
                           ": resultado desconocido "
                           REN-RESULTADO "."
           END-EVALUATE
           END-IF
           END-IF
           END-READ.

      *La agencia rinde lo cobrado en bruto y se queda con su
      *comision; al cliente se le acredita lo neto, que es lo que
      *efectivamente entra:
       REGISTRA-COBRO.
           MOVE REN-IMPORTE TO IMPORTE-BRUTO.
           COMPUTE IMPORTE-COMISION ROUNDED =
               IMPORTE-BRUTO * COMISION-PORCENTAJE / 100.
           COMPUTE IMPORTE-NETO = IMPORTE-BRUTO - IMPORTE-COMISION.
           MOVE ASIGNACION-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-RECHAZADOS
           DISPLAY "Asignacion " REN-ASIGNACION ": cliente "
                   "inexistente " ASIGNACION-CLIENTES-ID
                   ", acreditar a mano."
           NOT INVALID KEY
           ADD IMPORTE-NETO TO CLIENTES-SALDO
           PERFORM GRABA-CLIENTE-COBRADO
           END-READ.

       GRABA-CLIENTE-COBRADO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           ADD 1 TO CONTADOR-RECHAZADOS
           DISPLAY "Error grabando el cliente, ID: " CLIENTES-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-COBROS
           ADD IMPORTE-BRUTO TO TOTAL-BRUTO
           ADD IMPORTE-COMISION TO TOTAL-COMISION
           ADD IMPORTE-NETO TO TOTAL-NETO
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-COBRO
           IF CLIENTE-CASTIGADO
           PERFORM IMPUTA-RECUPERO-CASTIGO
           END-IF
           PERFORM ACUMULA-EN-ASIGNACION
           END-REWRITE.

      *La asignacion queda cobrada cuando lo rendido en bruto cubre
      *la deuda que se le entrego a la agencia:
       ACUMULA-EN-ASIGNACION.
           ADD IMPORTE-BRUTO TO ASIGNACION-COBRADO-BRUTO.
           ADD IMPORTE-COMISION TO ASIGNACION-COMISION.
           ADD IMPORTE-NETO TO ASIGNACION-COBRADO-NETO.
           IF ASIGNACION-COBRADO-BRUTO NOT < ASIGNACION-DEUDA
           SET ASIGNACION-COBRADA TO TRUE
           MOVE FECHA-DE-PROCESO TO ASIGNACION-FECHA-CIERRE
           ADD 1 TO CONTADOR-CERRADAS
           END-IF.
           PERFORM REGRABA-ASIGNACION.

       REGISTRA-DEVOLUCION.
           ADD 1 TO CONTADOR-DEVUELTAS.
           SET ASIGNACION-DEVUELTA TO TRUE.
           MOVE FECHA-DE-PROCESO TO ASIGNACION-FECHA-CIERRE.
           MOVE REN-MOTIVO TO ASIGNACION-MOTIVO-DEVOLUCION.
           PERFORM REGRABA-ASIGNACION.

       REGRABA-ASIGNACION.
           REWRITE ASIGNACION-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la asignacion "
                   ASIGNACION-NUMERO "."
           END-REWRITE.

      *Registra la acreditacion en el archivo de auditoria, con el
      *mismo codigo "M" que una modificacion manual:
       GRABA-LOG-MODIFICACION.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
           MOVE OPERADOR-BATCH TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *El cobro entra como un pago ("P"), asi Aplicar-pagos-facturas
      *lo imputa a las facturas igual que un pago del banco:
       GRABA-MOVIMIENTO-COBRO.
           MOVE FUNCTION CURRENT-DATE TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE IMPORTE-NETO TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "P" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "AGENCIA " AGENCIA-DEL-ARCHIVO
                  " ASIG " ASIGNACION-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Un cobro de un cliente castigado se imputa primero a su
      *castigo (Aplicar-recupero), igual que en Importar-pagos-banco:
       IMPUTA-RECUPERO-CASTIGO.
           MOVE CLIENTES-ID TO APLICA-CLIENTES-ID.
           MOVE IMPORTE-NETO TO APLICA-PAGO.
           MOVE "A" TO APLICA-ORIGEN.
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

       MUESTRA-TOTALES.
           DISPLAY " ".
           DISPLAY "Agencia: " AGENCIA-DEL-ARCHIVO
                   "  renglones de detalle: " CONTADOR-DETALLE.
           MOVE TOTAL-BRUTO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Cobros acreditados: " CONTADOR-COBROS
                   "  bruto: " CAMPO-TOTAL-MUESTRA.
           MOVE TOTAL-COMISION TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Comision de la agencia: " CAMPO-TOTAL-MUESTRA.
           MOVE TOTAL-NETO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Neto acreditado a clientes: " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Asignaciones cobradas por completo: "
                   CONTADOR-CERRADAS.
           DISPLAY "Cuentas devueltas por la agencia: "
                   CONTADOR-DEVUELTAS.
           DISPLAY "Renglones rechazados: " CONTADOR-RECHAZADOS.
           IF CONTADOR-RECUPEROS > ZEROES
           MOVE TOTAL-RECUPERADO TO CAMPO-TOTAL-MUESTRA
           DISPLAY "Cobros imputados a saldos castigados: "
                   CONTADOR-RECUPEROS "  recuperado: "
                   CAMPO-TOTAL-MUESTRA
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

       END PROGRAM Importar-rendicion-agencia.
