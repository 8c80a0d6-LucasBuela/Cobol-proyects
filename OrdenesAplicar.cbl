      *          ledger, exactamente una vez; el ultimo periodo
      *          aplicado queda grabado en la orden. Con el reporte de
      *          corrida se ve que se cobro y que se salteo.
      *          Llamado en simulacion (ver Simular-posteo-mensual)
      *          calcula los mismos cargos sin grabar saldos, ledger,
      *          auditoria, ordenes ni el contador del paso, y deja
      *          lo que habria cobrado en un spool y en
      *          simulacion_posteo.dat.
      *          Cada corrida real pasa por el control de cierre
      *          mensual (Control-cierre-mensual): no corre si falta
      *          completar un paso previo del cierre del periodo o si
      *          el periodo anterior no quedo cerrado, y al terminar
      *          queda anotada con su operador y su hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Corrida simulada: senal, renglones simulados, spool fechado y
      *catalogo de reportes:
       COPY "DataBaseSimulacionSenal.cbl".
       COPY "DataBaseSimulacion.cbl".
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".


       COPY "DataPasoContador.cbl".

       COPY "DataSimulacionSenal.cbl".
       COPY "DataSimulacion.cbl".
       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  CONTADOR-SALTEADAS PIC 9(5) VALUE ZEROES.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "ORDENES".
      *Saldo disponible (saldo menos embargos vigentes):
       COPY "DataDisponible.cbl".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

      *Corrida simulada:
       COPY "DataSimulacionTrabajo.cbl".
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE "Aplicar-ordenes-permanentes" TO PROGRAMA-SIMULADO.
           MOVE "O" TO PROCESO-SIMULADO.
           MOVE "SIMORDENES" TO CODIGO-DEL-REPORTE.
           PERFORM COMPRUEBA-MODO-SIMULACION.
           DISPLAY " ".
           DISPLAY "===== APLICACION DE ORDENES PERMANENTES =====".
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-ACTUAL.
           MOVE FUNCTION CURRENT-DATE (7:2) TO DIA-DE-HOY.
      *La corrida real no arranca sin el visto del control de cierre:
           IF MODO-SIMULACION NOT = "S"
           INITIALIZE CIERRE-CONTROL
           MOVE "Aplicar-ordenes-permanentes" TO CONTROL-CIERRE-PROGRAMA
           MOVE PERIODO-ACTUAL TO CONTROL-CIERRE-PERIODO
           PERFORM VERIFICA-CONTROL-CIERRE
           IF NOT CONTROL-CIERRE-AUTORIZADO
           GOBACK
           END-IF
           END-IF.
      *Simulando, ordenes y clientes se abren solo para leer y ni la
      *auditoria ni el ledger se abren:
           IF MODO-SIMULACION = "S"
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-SIMULADA
           PERFORM ABRE-SIMULACION
           OPEN INPUT ARCHIVO-ORDENES
           OPEN INPUT ARCHIVO-CLIENTES
           ELSE
           OPEN I-O ARCHIVO-ORDENES
           OPEN I-O ARCHIVO-CLIENTES
           END-IF.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           IF MODO-SIMULACION NOT = "S"
           OPEN I-O ARCHIVO-CLIENTES-LOG
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.
           MOVE "1" TO FIN-DE-ORDENES.
           PERFORM LEE-SIGUIENTE-ORDEN.
           PERFORM PROCESA-ORDEN
           UNTIL FIN-DE-ORDENES = "0".
           CLOSE ARCHIVO-ORDENES.
           CLOSE ARCHIVO-CLIENTES.
           IF MODO-SIMULACION NOT = "S"
           CLOSE ARCHIVO-CLIENTES-LOG
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.
           DISPLAY "Ordenes cobradas este periodo: "
                   CONTADOR-COBRADAS.
           DISPLAY "Ordenes salteadas (no vencidas, inactivas o "
                   "ya cobradas): " CONTADOR-SALTEADAS.
           IF MODO-SIMULACION = "S"
           PERFORM CIERRA-SIMULACION
           ELSE
           PERFORM GRABA-CONTADOR-PASO
           MOVE CONTADOR-COBRADAS TO CONTROL-CIERRE-CANTIDAD
           PERFORM COMPLETA-CONTROL-CIERRE
           END-IF.
           GOBACK.

       LEE-SIGUIENTE-ORDEN.
           DISPLAY "Orden " ORDEN-NUMERO ": cliente inexistente "
                   ORDEN-CLIENTES-ID ", se saltea."
           NOT INVALID KEY
           IF MODO-SIMULACION = "S"
           PERFORM TOMA-SALDO-SIMULADO
           END-IF
           IF CLIENTE-FUERA-DE-OPERATORIA
           ADD 1 TO CONTADOR-SALTEADAS
           DISPLAY "Orden " ORDEN-NUMERO ": cliente "
                   ORDEN-CLIENTES-ID " fuera de operatoria, "
                   "se saltea."
           ELSE
           PERFORM COMPRUEBA-EMBARGOS-ORDEN
           IF DEBITO-AFECTA-EMBARGO
           ADD 1 TO CONTADOR-SALTEADAS
           DISPLAY "Orden " ORDEN-NUMERO ": el cargo afecta fondos "
                   "embargados del cliente " ORDEN-CLIENTES-ID
                   ", se saltea."
           ELSE
           PERFORM APLICA-CARGO-ORDEN
           END-IF
           END-IF
           END-READ.

      *El cargo no puede comerse lo que retiene un embargo vigente;
      *la orden queda sin marcar y se vuelve a intentar en la
      *proxima corrida, igual que con un cliente fuera de operatoria:
       COMPRUEBA-EMBARGOS-ORDEN.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ORDEN-IMPORTE TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.

       APLICA-CARGO-ORDEN.
           SUBTRACT ORDEN-IMPORTE FROM CLIENTES-SALDO.
           IF MODO-SIMULACION = "S"
           PERFORM SIMULA-CARGO-ORDEN
           ELSE
           PERFORM GRABA-CARGO-ORDEN
           END-IF.

       GRABA-CARGO-ORDEN.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, ID: " CLIENTES-ID
                   CLIENTES-ID "."
           END-REWRITE.

      *El cargo que la corrida real habria grabado queda como renglon
      *simulado; la orden no se marca y el saldo que le quedaria al
      *cliente sigue para su proxima orden:
       SIMULA-CARGO-ORDEN.
           MOVE "O" TO SIMULADO-TIPO.
           COMPUTE SIMULADO-IMPORTE = ZERO - ORDEN-IMPORTE.
           MOVE CLIENTES-SALDO TO SIMULADO-SALDO.
           MOVE ORDEN-CONCEPTO TO SIMULADO-CONCEPTO.
           PERFORM GRABA-RENGLON-SIMULADO.
           PERFORM GUARDA-SALDO-SIMULADO.
           ADD 1 TO CONTADOR-COBRADAS.

      *Registra el cargo en el archivo de auditoria, con el mismo
      *codigo "M" que usa una modificacion manual:
       GRABA-LOG-MODIFICACION.
           INVALID KEY
           DISPLAY "Error regrabando la orden " ORDEN-NUMERO ".".

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

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcSimulacion.cbl".

       COPY "ProcControlCierre.cbl".

       END PROGRAM Aplicar-ordenes-permanentes.
