      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Prueba diaria de totales de control del ledger, por
      *          moneda: Reconciliar-saldos-ledger prueba cada cliente
      *          por separado, pero nada probaba el libro entero. Esta
      *          prueba arranca del cierre real de la prueba anterior
      *          (control_totales.dat), le suma los debitos y los
      *          creditos del dia por MOVIMIENTO-TIPO y los saldos
      *          que entraron o salieron de clientes.dat por el
      *          diario de traslados (archivado, desarchivado, carga
      *          por planilla), y compara el cierre calculado con la
      *          suma de CLIENTES-SALDO. Los castigos y los cierres de
      *          cuenta salen siempre en su propio renglon. Deja la
      *          prueba de una pagina en el spool, graba los totales
      *          del dia para la proxima y, si una moneda no cuadra,
      *          una alerta para el supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Probar-totales-ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Bloqueo de ARCHIVO-CLIENTES (para no leer mientras esta en alta):
       COPY "DataBaseLock.cbl".
      *Ledger vivo y movimientos que se fueron con los archivados:
       COPY "DataBaseMovimientos.cbl".
       COPY "DataBaseMovimientosHistorico.cbl".
      *Saldos que entraron o salieron de clientes.dat sin ledger:
       COPY "DataBaseTrasladosSaldo.cbl".
      *Totales de control de cada dia probado:
       COPY "DataBaseControlTotales.cbl".

      *Alertas para el supervisor:
       COPY "DataBaseAlertas.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la prueba:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLock.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataMovimientosHistorico.cbl".
       COPY "DataTrasladosSaldo.cbl".
       COPY "DataControlTotales.cbl".

       COPY "DataAlertas.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  LOCK-STATUS PIC XX.
       77  TRASLADOS-STATUS PIC XX.
       77  CONTROL-TOTALES-STATUS PIC XX.
       77  ALERTAS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  ARCHIVO-BLOQUEADO PIC X.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "TOTALES".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FECHA-DE-CORRIDA PIC X(8).

      *Ventana de la prueba, en fecha-hora del ledger (AAAAMMDD +
      *hhmmsscc): desde la corrida anterior, exclusive, hasta esta.
      *Se cuenta por fecha-hora y no por fecha para que un movimiento
      *grabado despues de la prueba, el mismo dia, entre en la
      *proxima y no se pierda entre las dos.
       77  VENTANA-DESDE PIC X(16).
       77  VENTANA-HASTA PIC X(16).
       77  FECHA-ANTERIOR PIC X(8).
       77  HAY-DIA-ANTERIOR PIC X.
       77  HAY-CLIENTES PIC X.

       77  FIN-CONTROL PIC X.
       77  FIN-TRASLADOS PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  RECORRE-HISTORICO PIC X.
       77  PASADA-DEL-LEDGER PIC X.
           88 PASADA-CONVERSIONES VALUE "1".
           88 PASADA-DE-SUMAS VALUE "2".

      *Renglon del ledger en curso, venga del vivo o del historico:
       77  RENGLON-CLIENTE PIC X(6).
       77  RENGLON-FECHA-HORA PIC X(21).
       77  RENGLON-TIPO PIC X(1).
       77  RENGLON-IMPORTE PIC S9(7)V99 COMP-3.
       77  RENGLON-RESULTANTE PIC S9(7)V99 COMP-3.
       77  RENGLON-CONCEPTO PIC X(30).
       77  ULTIMO-CLIENTE PIC X(6).
       77  MONEDA-EN-CURSO PIC X(3).
       77  MONEDA-HALLADA PIC X.
       77  IMPORTE-RENGLON PIC S9(11)V99 COMP-3.

       77  CONTADOR-MOVIMIENTOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-TRASLADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-DIFERENCIAS PIC 9(2) VALUE ZEROES.

      *Monedas de la prueba, en el orden en que aparecen, con la
      *apertura, el cierre real y lo movido por tipo y por traslado
      *(1 archivados, 2 desarchivados, 3 cargados por planilla):
       77  MAXIMO-MONEDAS-PRUEBA PIC 9(2) VALUE 20.
       77  CANTIDAD-MONEDAS-PRUEBA PIC 9(2) VALUE ZEROES.
       77  INDICE-MONEDA PIC 9(2).
       77  INDICE-CIERRE PIC 9(2).
       77  INDICE-RECORRIDO PIC 9(3).
       77  INDICE-TIPO PIC 9(2).
       77  INDICE-TRASLADO PIC 9(1).
       77  MONEDA-BUSCADA PIC X(3).
       01  TABLA-MONEDAS-PRUEBA.
           05 MONEDA-PRUEBA OCCURS 20 TIMES.
              10 PRUEBA-MONEDA PIC X(3).
              10 PRUEBA-APERTURA PIC S9(11)V99 COMP-3.
              10 PRUEBA-REAL PIC S9(11)V99 COMP-3.
              10 PRUEBA-CLIENTES PIC 9(7).
              10 PRUEBA-POR-TIPO OCCURS 22 TIMES.
                 15 PRUEBA-DEBITOS PIC S9(11)V99 COMP-3.
                 15 PRUEBA-CREDITOS PIC S9(11)V99 COMP-3.
              10 PRUEBA-POR-TRASLADO OCCURS 3 TIMES.
                 15 PRUEBA-TRASLADO-DEBITOS PIC S9(11)V99 COMP-3.
                 15 PRUEBA-TRASLADO-CREDITOS PIC S9(11)V99 COMP-3.

      *Tipos de movimiento que entran en la prueba, con el renglon
      *que los nombra. La revaluacion ("V") no toca el saldo en la
      *moneda del cliente y el arrastre del cierre de periodo ("S")
      *no es un movimiento, asi que no estan; un tipo que no figure
      *va al ultimo renglon:
       77  CANTIDAD-TIPOS PIC 9(2) VALUE 22.
       01  TIPOS-DE-LA-PRUEBA.
           05 FILLER PIC X(27) VALUE "MCargas manuales".
           05 FILLER PIC X(27) VALUE "IInteres y mantenimiento".
           05 FILLER PIC X(27) VALUE "AAjustes en lote".
           05 FILLER PIC X(27) VALUE "FFusiones de clientes".
           05 FILLER PIC X(27) VALUE "RReversiones".
           05 FILLER PIC X(27) VALUE "CConversiones de moneda".
           05 FILLER PIC X(27) VALUE "OOrdenes permanentes".
           05 FILLER PIC X(27) VALUE "PPagos del banco".
           05 FILLER PIC X(27) VALUE "DDepositos por caja".
           05 FILLER PIC X(27) VALUE "EExtracciones por caja".
           05 FILLER PIC X(27) VALUE "TTransferencias internas".
           05 FILLER PIC X(27) VALUE "QDepositos de cheques".
           05 FILLER PIC X(27) VALUE "KCheques rechazados".
           05 FILLER PIC X(27) VALUE "BDebitos automaticos".
           05 FILLER PIC X(27) VALUE "XTransferencias externas".
           05 FILLER PIC X(27) VALUE "LPrestamos".
           05 FILLER PIC X(27) VALUE "NPlazos fijos".
           05 FILLER PIC X(27) VALUE "GRetenciones de ganancias".
           05 FILLER PIC X(27) VALUE "WCastigos de saldo".
           05 FILLER PIC X(27) VALUE "ZCierres de cuenta".
           05 FILLER PIC X(27) VALUE "UCanje de puntos".
           05 FILLER PIC X(27) VALUE "?Otros movimientos".
       01  TABLA-TIPOS-PRUEBA REDEFINES TIPOS-DE-LA-PRUEBA.
           05 TIPO-PRUEBA OCCURS 22 TIMES.
              10 TIPO-PRUEBA-CODIGO PIC X(1).
              10 TIPO-PRUEBA-NOMBRE PIC X(26).

      *Clientes que se convirtieron de moneda dentro de la ventana,
      *con la moneda en que arrancaron: sus movimientos anteriores a
      *la conversion van a esa moneda y no a la de hoy.
       77  MAXIMO-CONVERTIDOS PIC 9(3) VALUE 200.
       77  CANTIDAD-CONVERTIDOS PIC 9(3) VALUE ZEROES.
       01  TABLA-CONVERTIDOS.
           05 CONVERTIDO OCCURS 200 TIMES.
              10 CONVERTIDO-ID PIC X(6).
              10 CONVERTIDO-MONEDA PIC X(3).
      *Clientes trasladados dentro de la ventana: un archivado ya no
      *esta en clientes.dat y su moneda sale del diario.
       77  MAXIMO-TRASLADADOS PIC 9(3) VALUE 500.
       77  CANTIDAD-TRASLADADOS PIC 9(3) VALUE ZEROES.
       01  TABLA-TRASLADADOS.
           05 TRASLADADO OCCURS 500 TIMES.
              10 TRASLADADO-ID PIC X(6).
              10 TRASLADADO-MONEDA PIC X(3).

      *Totales de la moneda que se esta cerrando:
       77  TOTAL-DEBITOS PIC S9(11)V99 COMP-3.
       77  TOTAL-CREDITOS PIC S9(11)V99 COMP-3.
       77  TOTAL-ENTRADAS PIC S9(11)V99 COMP-3.
       77  TOTAL-SALIDAS PIC S9(11)V99 COMP-3.
       77  TOTAL-MOVIDO PIC S9(11)V99 COMP-3.
       77  CIERRE-CALCULADO PIC S9(11)V99 COMP-3.
       77  DIFERENCIA-MONEDA PIC S9(11)V99 COMP-3.
       77  ESTADO-MONEDA PIC X(1).

      *Renglon de la prueba: concepto y tres columnas de importes.
      *Los debitos van con su signo, asi la apertura mas los debitos
      *y los creditos da el cierre sin restar nada:
       01  LINEA-PRUEBA.
           05 FILLER PIC X(2).
           05 LP-CONCEPTO PIC X(36).
           05 LP-DEBITOS PIC X(15).
           05 FILLER PIC X(2).
           05 LP-CREDITOS PIC X(15).
           05 FILLER PIC X(2).
           05 LP-SALDO PIC X(15).
           05 FILLER PIC X(2).
           05 LP-MARCA PIC X(20).
       77  CAMPO-IMPORTE-PRUEBA PIC -(11)9.99.
       77  CAMPO-CLIENTES-MUESTRA PIC Z(6)9.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "La prueba de totales trabaja sobre los archivos "
                   "de produccion; no corre en entrenamiento."
           ELSE
           PERFORM COMPRUEBA-BLOQUEO
           IF ARCHIVO-BLOQUEADO = "S"
           DISPLAY "El archivo de clientes esta en uso, "
                   "intente mas tarde."
           ELSE
           PERFORM PRUEBA-TOTALES
           END-IF
           END-IF.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

       COMPRUEBA-BLOQUEO.
           MOVE "N" TO ARCHIVO-BLOQUEADO.
           OPEN INPUT ARCHIVO-CLIENTES-LOCK.
           IF LOCK-STATUS = "00"
           MOVE "S" TO ARCHIVO-BLOQUEADO
           END-IF.
           CLOSE ARCHIVO-CLIENTES-LOCK.

      *Corre de noche, con el dia quieto; si alguien graba un
      *movimiento en el medio de la corrida y la prueba no cuadra,
      *se vuelve a correr: la del mismo dia reemplaza a la anterior
      *y arranca de la misma apertura.
       PRUEBA-TOTALES.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE FECHA-HORA-CORRIDA (1:16) TO VENTANA-HASTA.
           PERFORM CARGA-APERTURA.
           PERFORM SUMA-TRASLADOS.
           PERFORM SUMA-SALDOS-CLIENTES.
           MOVE "1" TO PASADA-DEL-LEDGER.
           PERFORM RECORRE-LEDGER.
           MOVE "2" TO PASADA-DEL-LEDGER.
           OPEN INPUT ARCHIVO-CLIENTES.
           PERFORM RECORRE-LEDGER.
           CLOSE ARCHIVO-CLIENTES.

           MOVE "===== PRUEBA DIARIA DE TOTALES DEL LEDGER =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF HAY-DIA-ANTERIOR = "S"
           STRING "Dia " FECHA-DE-CORRIDA
                  ": apertura del cierre del " FECHA-ANTERIOR
                  ", movimientos desde " VENTANA-DESDE (1:8) " "
                  VENTANA-DESDE (9:4) " hasta " VENTANA-HASTA (1:8)
                  " " VENTANA-HASTA (9:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           ELSE
           STRING "Dia " FECHA-DE-CORRIDA
                  ": primera prueba, la apertura se deduce del "
                  "cierre de clientes.dat"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN I-O ARCHIVO-CONTROL-TOTALES.
           PERFORM CIERRA-MONEDA
               VARYING INDICE-CIERRE FROM 1 BY 1
               UNTIL INDICE-CIERRE > CANTIDAD-MONEDAS-PRUEBA.
           CLOSE ARCHIVO-CONTROL-TOTALES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CANTIDAD-MONEDAS-PRUEBA = ZEROES
           MOVE "No hay saldos ni movimientos que probar." TO
               LINEA-SPOOL
           ELSE
           IF CONTADOR-DIFERENCIAS = ZEROES
           MOVE "El libro cuadra en todas las monedas." TO
               LINEA-SPOOL
           ELSE
           STRING "Monedas que no cuadran: " CONTADOR-DIFERENCIAS
                  " (queda alerta para el supervisor)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
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

      *La apertura de cada moneda es el cierre real del ultimo dia
      *probado antes de hoy, y la ventana arranca donde termino esa
      *prueba. Sin dia anterior la ventana arranca de cero.
       CARGA-APERTURA.
           MOVE "N" TO HAY-DIA-ANTERIOR.
           MOVE "00000000" TO FECHA-ANTERIOR.
           MOVE ALL "0" TO VENTANA-DESDE.
           OPEN INPUT ARCHIVO-CONTROL-TOTALES.
           IF CONTROL-TOTALES-STATUS = "00"
           MOVE "1" TO FIN-CONTROL
           PERFORM LEE-SIGUIENTE-CONTROL
           PERFORM BUSCA-DIA-ANTERIOR
           UNTIL FIN-CONTROL = "0"
           IF HAY-DIA-ANTERIOR = "S"
           PERFORM TOMA-CIERRES-ANTERIORES
           END-IF
           END-IF.
           CLOSE ARCHIVO-CONTROL-TOTALES.

       LEE-SIGUIENTE-CONTROL.
           READ ARCHIVO-CONTROL-TOTALES NEXT RECORD
           AT END
           MOVE "0" TO FIN-CONTROL.

       BUSCA-DIA-ANTERIOR.
           IF CONTROL-TOTALES-FECHA < FECHA-DE-CORRIDA AND
              CONTROL-TOTALES-FECHA > FECHA-ANTERIOR
           MOVE CONTROL-TOTALES-FECHA TO FECHA-ANTERIOR
           MOVE "S" TO HAY-DIA-ANTERIOR
           END-IF.
           PERFORM LEE-SIGUIENTE-CONTROL.

       TOMA-CIERRES-ANTERIORES.
           MOVE FECHA-ANTERIOR TO CONTROL-TOTALES-FECHA.
           MOVE LOW-VALUES TO CONTROL-TOTALES-MONEDA.
           START ARCHIVO-CONTROL-TOTALES
               KEY IS NOT LESS CONTROL-TOTALES-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-CONTROL
           NOT INVALID KEY
           MOVE "1" TO FIN-CONTROL
           PERFORM LEE-SIGUIENTE-CONTROL
           END-START.
           PERFORM TOMA-UN-CIERRE-ANTERIOR
           UNTIL FIN-CONTROL = "0".

       TOMA-UN-CIERRE-ANTERIOR.
           IF CONTROL-TOTALES-FECHA NOT = FECHA-ANTERIOR
           MOVE "0" TO FIN-CONTROL
           ELSE
           MOVE CONTROL-TOTALES-MONEDA TO MONEDA-BUSCADA
           PERFORM BUSCA-MONEDA
           IF INDICE-MONEDA > ZEROES
           MOVE CONTROL-TOTALES-REAL TO
               PRUEBA-APERTURA (INDICE-MONEDA)
           END-IF
           MOVE CONTROL-TOTALES-HASTA TO VENTANA-DESDE
           PERFORM LEE-SIGUIENTE-CONTROL
           END-IF.

      *Ubica la moneda en la tabla (blanco es ARS) y, si es nueva,
      *le abre un lugar en cero; deja INDICE-MONEDA en cero si la
      *tabla esta llena:
       BUSCA-MONEDA.
           IF MONEDA-BUSCADA = SPACES
           MOVE "ARS" TO MONEDA-BUSCADA
           END-IF.
           MOVE ZEROES TO INDICE-MONEDA.
           PERFORM COMPARA-MONEDA
               VARYING INDICE-RECORRIDO FROM 1 BY 1
               UNTIL INDICE-RECORRIDO > CANTIDAD-MONEDAS-PRUEBA
                  OR INDICE-MONEDA > ZEROES.
           IF INDICE-MONEDA = ZEROES
           IF CANTIDAD-MONEDAS-PRUEBA < MAXIMO-MONEDAS-PRUEBA
           ADD 1 TO CANTIDAD-MONEDAS-PRUEBA
           MOVE CANTIDAD-MONEDAS-PRUEBA TO INDICE-MONEDA
           INITIALIZE MONEDA-PRUEBA (INDICE-MONEDA)
           MOVE MONEDA-BUSCADA TO PRUEBA-MONEDA (INDICE-MONEDA)
           ELSE
           DISPLAY "Tabla de monedas llena, se omite la moneda "
                   MONEDA-BUSCADA "."
           END-IF
           END-IF.

       COMPARA-MONEDA.
           IF PRUEBA-MONEDA (INDICE-RECORRIDO) = MONEDA-BUSCADA
           MOVE INDICE-RECORRIDO TO INDICE-MONEDA
           END-IF.

      *Los traslados de la ventana: el saldo que sale resta y el que
      *entra suma, cada uno en el renglon de su origen:
       SUMA-TRASLADOS.
           OPEN INPUT ARCHIVO-TRASLADOS-SALDO.
           IF TRASLADOS-STATUS = "00"
           MOVE "1" TO FIN-TRASLADOS
           PERFORM LEE-SIGUIENTE-TRASLADO
           PERFORM SUMA-UN-TRASLADO
           UNTIL FIN-TRASLADOS = "0"
           END-IF.
           CLOSE ARCHIVO-TRASLADOS-SALDO.

       LEE-SIGUIENTE-TRASLADO.
           READ ARCHIVO-TRASLADOS-SALDO
           AT END
           MOVE "0" TO FIN-TRASLADOS.

       SUMA-UN-TRASLADO.
           IF TRASLADO-FECHA-HORA (1:16) > VENTANA-DESDE AND
              TRASLADO-FECHA-HORA (1:16) NOT > VENTANA-HASTA
           MOVE TRASLADO-MONEDA TO MONEDA-BUSCADA
           PERFORM BUSCA-MONEDA
           PERFORM ANOTA-TRASLADADO
           IF INDICE-MONEDA > ZEROES
           EVALUATE TRUE
               WHEN TRASLADO-ARCHIVADO
                   MOVE 1 TO INDICE-TRASLADO
               WHEN TRASLADO-DESARCHIVADO
                   MOVE 2 TO INDICE-TRASLADO
               WHEN OTHER
                   MOVE 3 TO INDICE-TRASLADO
           END-EVALUATE
           IF TRASLADO-SALE
           COMPUTE IMPORTE-RENGLON = ZERO - TRASLADO-SALDO
           ELSE
           MOVE TRASLADO-SALDO TO IMPORTE-RENGLON
           END-IF
           IF IMPORTE-RENGLON < ZERO
           ADD IMPORTE-RENGLON TO PRUEBA-TRASLADO-DEBITOS
               (INDICE-MONEDA INDICE-TRASLADO)
           ELSE
           ADD IMPORTE-RENGLON TO PRUEBA-TRASLADO-CREDITOS
               (INDICE-MONEDA INDICE-TRASLADO)
           END-IF
           ADD 1 TO CONTADOR-TRASLADOS
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-TRASLADO.

       ANOTA-TRASLADADO.
           IF CANTIDAD-TRASLADADOS < MAXIMO-TRASLADADOS
           ADD 1 TO CANTIDAD-TRASLADADOS
           MOVE TRASLADO-CLIENTES-ID TO
               TRASLADADO-ID (CANTIDAD-TRASLADADOS)
           MOVE MONEDA-BUSCADA TO
               TRASLADADO-MONEDA (CANTIDAD-TRASLADADOS)
           END-IF.

      *El cierre real: la suma de CLIENTES-SALDO por moneda, tal
      *como esta el archivo al momento de la prueba:
       SUMA-SALDOS-CLIENTES.
           MOVE "N" TO HAY-CLIENTES.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           ELSE
           MOVE "S" TO HAY-CLIENTES
           MOVE "1" TO FIN-DE-CLIENTES
           PERFORM LEE-SIGUIENTE-CLIENTE
           PERFORM SUMA-UN-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0"
           END-IF.
           CLOSE ARCHIVO-CLIENTES.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

       SUMA-UN-CLIENTE.
           MOVE CLIENTES-MONEDA TO MONEDA-BUSCADA.
           PERFORM BUSCA-MONEDA.
           IF INDICE-MONEDA > ZEROES
           ADD CLIENTES-SALDO TO PRUEBA-REAL (INDICE-MONEDA)
           ADD 1 TO PRUEBA-CLIENTES (INDICE-MONEDA)
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *Recorre el ledger vivo y despues los movimientos que se
      *fueron al historico con su cliente (un renglon esta en uno o
      *en el otro, nunca en los dos). La primera pasada solo junta
      *las conversiones de moneda; la segunda suma:
       RECORRE-LEDGER.
           MOVE "N" TO RECORRE-HISTORICO.
           MOVE SPACES TO ULTIMO-CLIENTE.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RENGLON.
           PERFORM TRATA-RENGLON
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE "S" TO RECORRE-HISTORICO.
           MOVE SPACES TO ULTIMO-CLIENTE.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-HISTORICO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RENGLON.
           PERFORM TRATA-RENGLON
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-HISTORICO.

       LEE-SIGUIENTE-RENGLON.
           IF RECORRE-HISTORICO = "S"
           PERFORM LEE-SIGUIENTE-MOV-HISTORICO
           ELSE
           PERFORM LEE-SIGUIENTE-MOVIMIENTO
           END-IF.

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE MOVIMIENTO-CLIENTES-ID TO RENGLON-CLIENTE
           MOVE MOVIMIENTO-FECHA-HORA TO RENGLON-FECHA-HORA
           MOVE MOVIMIENTO-TIPO TO RENGLON-TIPO
           MOVE MOVIMIENTO-IMPORTE TO RENGLON-IMPORTE
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO RENGLON-RESULTANTE
           MOVE MOVIMIENTO-CONCEPTO TO RENGLON-CONCEPTO
           END-READ.

       LEE-SIGUIENTE-MOV-HISTORICO.
           READ ARCHIVO-MOVIMIENTOS-HISTORICO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE MOV-HIST-CLIENTES-ID TO RENGLON-CLIENTE
           MOVE MOV-HIST-FECHA-HORA TO RENGLON-FECHA-HORA
           MOVE MOV-HIST-TIPO TO RENGLON-TIPO
           MOVE MOV-HIST-IMPORTE TO RENGLON-IMPORTE
           MOVE MOV-HIST-SALDO-RESULTANTE TO RENGLON-RESULTANTE
           MOVE MOV-HIST-CONCEPTO TO RENGLON-CONCEPTO
           END-READ.

       TRATA-RENGLON.
           IF RENGLON-FECHA-HORA (1:16) > VENTANA-DESDE AND
              RENGLON-FECHA-HORA (1:16) NOT > VENTANA-HASTA
           IF PASADA-CONVERSIONES
           PERFORM ANOTA-CONVERSION
           ELSE
           IF RENGLON-TIPO NOT = "S" AND RENGLON-TIPO NOT = "V"
           PERFORM SUMA-RENGLON
           END-IF
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-RENGLON.

      *El ledger esta en orden de cliente y fecha-hora, asi que la
      *primera conversion que aparece de un cliente es la primera de
      *la ventana y su concepto trae la moneda de arranque:
       ANOTA-CONVERSION.
           IF RENGLON-TIPO = "C"
           PERFORM BUSCA-CONVERTIDO
           IF MONEDA-HALLADA = "N" AND
              CANTIDAD-CONVERTIDOS < MAXIMO-CONVERTIDOS
           ADD 1 TO CANTIDAD-CONVERTIDOS
           MOVE RENGLON-CLIENTE TO
               CONVERTIDO-ID (CANTIDAD-CONVERTIDOS)
           MOVE RENGLON-CONCEPTO (1:3) TO
               CONVERTIDO-MONEDA (CANTIDAD-CONVERTIDOS)
           END-IF
           END-IF.

       BUSCA-CONVERTIDO.
           MOVE "N" TO MONEDA-HALLADA.
           PERFORM COMPARA-CONVERTIDO
               VARYING INDICE-RECORRIDO FROM 1 BY 1
               UNTIL INDICE-RECORRIDO > CANTIDAD-CONVERTIDOS
                  OR MONEDA-HALLADA = "S".

       COMPARA-CONVERTIDO.
           IF CONVERTIDO-ID (INDICE-RECORRIDO) = RENGLON-CLIENTE
           MOVE "S" TO MONEDA-HALLADA
           MOVE CONVERTIDO-MONEDA (INDICE-RECORRIDO) TO
               MONEDA-EN-CURSO
           END-IF.

       BUSCA-TRASLADADO.
           MOVE "N" TO MONEDA-HALLADA.
           PERFORM COMPARA-TRASLADADO
               VARYING INDICE-RECORRIDO FROM 1 BY 1
               UNTIL INDICE-RECORRIDO > CANTIDAD-TRASLADADOS
                  OR MONEDA-HALLADA = "S".

       COMPARA-TRASLADADO.
           IF TRASLADADO-ID (INDICE-RECORRIDO) = RENGLON-CLIENTE
           MOVE "S" TO MONEDA-HALLADA
           MOVE TRASLADADO-MONEDA (INDICE-RECORRIDO) TO
               MONEDA-EN-CURSO
           END-IF.

      *Cada movimiento va a la moneda que el cliente tenia en ese
      *momento: la de arranque si se convirtio en la ventana, si no
      *la de su registro o, si ya se archivo, la del diario:
       SUMA-RENGLON.
           IF RENGLON-CLIENTE NOT = ULTIMO-CLIENTE
           MOVE RENGLON-CLIENTE TO ULTIMO-CLIENTE
           PERFORM TOMA-MONEDA-INICIAL
           END-IF.
           ADD 1 TO CONTADOR-MOVIMIENTOS.
           IF RENGLON-TIPO = "C"
           PERFORM SUMA-CONVERSION
           ELSE
           MOVE MONEDA-EN-CURSO TO MONEDA-BUSCADA
           PERFORM BUSCA-MONEDA
           MOVE RENGLON-IMPORTE TO IMPORTE-RENGLON
           PERFORM ACUMULA-POR-TIPO
           END-IF.

       TOMA-MONEDA-INICIAL.
           MOVE SPACES TO MONEDA-EN-CURSO.
           PERFORM BUSCA-CONVERTIDO.
           IF MONEDA-HALLADA = "N" AND HAY-CLIENTES = "S"
           MOVE RENGLON-CLIENTE TO CLIENTES-ID
           READ ARCHIVO-CLIENTES
               KEY IS CLIENTES-ID
           INVALID KEY
           PERFORM BUSCA-TRASLADADO
           NOT INVALID KEY
           MOVE CLIENTES-MONEDA TO MONEDA-EN-CURSO
           END-READ
           END-IF.
           IF MONEDA-EN-CURSO = SPACES
           MOVE "ARS" TO MONEDA-EN-CURSO
           END-IF.

      *Una conversion son dos renglones de la prueba: sale el saldo
      *anterior de la moneda vieja y entra el convertido en la
      *nueva (el concepto trae las dos monedas, en 1 y en 16):
       SUMA-CONVERSION.
           MOVE RENGLON-CONCEPTO (1:3) TO MONEDA-BUSCADA.
           PERFORM BUSCA-MONEDA.
           COMPUTE IMPORTE-RENGLON =
               RENGLON-IMPORTE - RENGLON-RESULTANTE.
           PERFORM ACUMULA-POR-TIPO.
           MOVE RENGLON-CONCEPTO (16:3) TO MONEDA-BUSCADA.
           PERFORM BUSCA-MONEDA.
           MOVE RENGLON-RESULTANTE TO IMPORTE-RENGLON.
           PERFORM ACUMULA-POR-TIPO.
           MOVE MONEDA-BUSCADA TO MONEDA-EN-CURSO.

       ACUMULA-POR-TIPO.
           IF INDICE-MONEDA > ZEROES
           PERFORM BUSCA-TIPO
           IF IMPORTE-RENGLON < ZERO
           ADD IMPORTE-RENGLON TO
               PRUEBA-DEBITOS (INDICE-MONEDA INDICE-TIPO)
           ELSE
           ADD IMPORTE-RENGLON TO
               PRUEBA-CREDITOS (INDICE-MONEDA INDICE-TIPO)
           END-IF
           END-IF.

       BUSCA-TIPO.
           MOVE CANTIDAD-TIPOS TO INDICE-TIPO.
           PERFORM COMPARA-TIPO
               VARYING INDICE-RECORRIDO FROM 1 BY 1
               UNTIL INDICE-RECORRIDO NOT < CANTIDAD-TIPOS.

       COMPARA-TIPO.
           IF TIPO-PRUEBA-CODIGO (INDICE-RECORRIDO) = RENGLON-TIPO
           MOVE INDICE-RECORRIDO TO INDICE-TIPO
           END-IF.

      *Cierra la prueba de una moneda: sin dia anterior la apertura
      *se deduce y la moneda arranca; si no, el cierre calculado se
      *compara contra el real. Imprime su bloque, graba los totales
      *del dia y, si no cuadra, deja la alerta:
       CIERRA-MONEDA.
           MOVE ZERO TO TOTAL-DEBITOS.
           MOVE ZERO TO TOTAL-CREDITOS.
           PERFORM SUMA-TOTALES-TIPO
               VARYING INDICE-TIPO FROM 1 BY 1
               UNTIL INDICE-TIPO > CANTIDAD-TIPOS.
           COMPUTE TOTAL-SALIDAS =
               PRUEBA-TRASLADO-DEBITOS (INDICE-CIERRE 1) +
               PRUEBA-TRASLADO-CREDITOS (INDICE-CIERRE 1).
           COMPUTE TOTAL-ENTRADAS =
               PRUEBA-TRASLADO-DEBITOS (INDICE-CIERRE 2) +
               PRUEBA-TRASLADO-CREDITOS (INDICE-CIERRE 2) +
               PRUEBA-TRASLADO-DEBITOS (INDICE-CIERRE 3) +
               PRUEBA-TRASLADO-CREDITOS (INDICE-CIERRE 3).
           COMPUTE TOTAL-MOVIDO = TOTAL-DEBITOS + TOTAL-CREDITOS +
               TOTAL-ENTRADAS + TOTAL-SALIDAS.
           IF HAY-DIA-ANTERIOR = "N"
           COMPUTE PRUEBA-APERTURA (INDICE-CIERRE) =
               PRUEBA-REAL (INDICE-CIERRE) - TOTAL-MOVIDO
           MOVE "A" TO ESTADO-MONEDA
           END-IF.
           COMPUTE CIERRE-CALCULADO =
               PRUEBA-APERTURA (INDICE-CIERRE) + TOTAL-MOVIDO.
           COMPUTE DIFERENCIA-MONEDA =
               PRUEBA-REAL (INDICE-CIERRE) - CIERRE-CALCULADO.
           IF HAY-DIA-ANTERIOR = "S"
           IF DIFERENCIA-MONEDA = ZERO
           MOVE "C" TO ESTADO-MONEDA
           ELSE
           MOVE "D" TO ESTADO-MONEDA
           ADD 1 TO CONTADOR-DIFERENCIAS
           END-IF
           END-IF.
           PERFORM IMPRIME-MONEDA.
           PERFORM GRABA-CONTROL-TOTALES.
           IF ESTADO-MONEDA = "D"
           PERFORM GRABA-ALERTA-TOTALES
           END-IF.

       SUMA-TOTALES-TIPO.
           ADD PRUEBA-DEBITOS (INDICE-CIERRE INDICE-TIPO) TO
               TOTAL-DEBITOS.
           ADD PRUEBA-CREDITOS (INDICE-CIERRE INDICE-TIPO) TO
               TOTAL-CREDITOS.

       IMPRIME-MONEDA.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE PRUEBA-CLIENTES (INDICE-CIERRE) TO
               CAMPO-CLIENTES-MUESTRA.
           STRING "Moneda " PRUEBA-MONEDA (INDICE-CIERRE)
                  "   Clientes en el archivo: "
                  CAMPO-CLIENTES-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-PRUEBA.
           MOVE "Concepto" TO LP-CONCEPTO.
           MOVE "        Debitos" TO LP-DEBITOS.
           MOVE "       Creditos" TO LP-CREDITOS.
           MOVE "          Saldo" TO LP-SALDO.
           PERFORM IMPRIME-LINEA-PRUEBA.

           MOVE SPACES TO LINEA-PRUEBA.
           IF HAY-DIA-ANTERIOR = "S"
           STRING "Saldo de apertura (" FECHA-ANTERIOR ")"
                  DELIMITED BY SIZE INTO LP-CONCEPTO
           ELSE
           MOVE "Saldo de apertura (deducido)" TO LP-CONCEPTO
           END-IF.
           MOVE PRUEBA-APERTURA (INDICE-CIERRE) TO
               CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-SALDO.
           PERFORM IMPRIME-LINEA-PRUEBA.

           PERFORM IMPRIME-TIPO
               VARYING INDICE-TIPO FROM 1 BY 1
               UNTIL INDICE-TIPO > CANTIDAD-TIPOS.
           MOVE SPACES TO LINEA-PRUEBA.
           MOVE 1 TO INDICE-TRASLADO.
           MOVE "Clientes archivados (salen)" TO LP-CONCEPTO.
           PERFORM IMPRIME-TRASLADO.
           MOVE SPACES TO LINEA-PRUEBA.
           MOVE 2 TO INDICE-TRASLADO.
           MOVE "Clientes desarchivados (entran)" TO LP-CONCEPTO.
           PERFORM IMPRIME-TRASLADO.
           IF PRUEBA-TRASLADO-DEBITOS (INDICE-CIERRE 3) NOT = ZERO OR
              PRUEBA-TRASLADO-CREDITOS (INDICE-CIERRE 3) NOT = ZERO
           MOVE SPACES TO LINEA-PRUEBA
           MOVE 3 TO INDICE-TRASLADO
           MOVE "Saldos cargados por planilla" TO LP-CONCEPTO
           PERFORM IMPRIME-TRASLADO
           END-IF.

           MOVE SPACES TO LINEA-PRUEBA.
           MOVE "Total movido en el dia" TO LP-CONCEPTO.
           COMPUTE IMPORTE-RENGLON = TOTAL-DEBITOS +
               PRUEBA-TRASLADO-DEBITOS (INDICE-CIERRE 1) +
               PRUEBA-TRASLADO-DEBITOS (INDICE-CIERRE 2) +
               PRUEBA-TRASLADO-DEBITOS (INDICE-CIERRE 3).
           MOVE IMPORTE-RENGLON TO CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-DEBITOS.
           COMPUTE IMPORTE-RENGLON = TOTAL-CREDITOS +
               PRUEBA-TRASLADO-CREDITOS (INDICE-CIERRE 1) +
               PRUEBA-TRASLADO-CREDITOS (INDICE-CIERRE 2) +
               PRUEBA-TRASLADO-CREDITOS (INDICE-CIERRE 3).
           MOVE IMPORTE-RENGLON TO CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-CREDITOS.
           PERFORM IMPRIME-LINEA-PRUEBA.

           MOVE SPACES TO LINEA-PRUEBA.
           MOVE "Saldo de cierre calculado" TO LP-CONCEPTO.
           MOVE CIERRE-CALCULADO TO CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-SALDO.
           PERFORM IMPRIME-LINEA-PRUEBA.
           MOVE SPACES TO LINEA-PRUEBA.
           MOVE "Saldo de cierre real (clientes)" TO LP-CONCEPTO.
           MOVE PRUEBA-REAL (INDICE-CIERRE) TO CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-SALDO.
           PERFORM IMPRIME-LINEA-PRUEBA.
           MOVE SPACES TO LINEA-PRUEBA.
           MOVE "Diferencia" TO LP-CONCEPTO.
           MOVE DIFERENCIA-MONEDA TO CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-SALDO.
           EVALUATE ESTADO-MONEDA
               WHEN "C"
                   MOVE "Cuadra" TO LP-MARCA
               WHEN "D"
                   MOVE "<<< NO CUADRA" TO LP-MARCA
               WHEN OTHER
                   MOVE "Primera prueba" TO LP-MARCA
           END-EVALUATE.
           PERFORM IMPRIME-LINEA-PRUEBA.

      *Un tipo sin movimiento en el dia no ocupa renglon, salvo los
      *castigos y los cierres de cuenta, que sacan saldo del libro y
      *tienen que verse aunque esten en cero:
       IMPRIME-TIPO.
           IF PRUEBA-DEBITOS (INDICE-CIERRE INDICE-TIPO) NOT = ZERO
              OR PRUEBA-CREDITOS (INDICE-CIERRE INDICE-TIPO)
                 NOT = ZERO
              OR TIPO-PRUEBA-CODIGO (INDICE-TIPO) = "W"
              OR TIPO-PRUEBA-CODIGO (INDICE-TIPO) = "Z"
           MOVE SPACES TO LINEA-PRUEBA
           MOVE TIPO-PRUEBA-NOMBRE (INDICE-TIPO) TO LP-CONCEPTO
           MOVE PRUEBA-DEBITOS (INDICE-CIERRE INDICE-TIPO) TO
               CAMPO-IMPORTE-PRUEBA
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-DEBITOS
           MOVE PRUEBA-CREDITOS (INDICE-CIERRE INDICE-TIPO) TO
               CAMPO-IMPORTE-PRUEBA
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-CREDITOS
           PERFORM IMPRIME-LINEA-PRUEBA
           END-IF.

      *Quien llama deja el concepto en LP-CONCEPTO:
       IMPRIME-TRASLADO.
           MOVE PRUEBA-TRASLADO-DEBITOS
               (INDICE-CIERRE INDICE-TRASLADO) TO CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-DEBITOS.
           MOVE PRUEBA-TRASLADO-CREDITOS
               (INDICE-CIERRE INDICE-TRASLADO) TO CAMPO-IMPORTE-PRUEBA.
           MOVE CAMPO-IMPORTE-PRUEBA TO LP-CREDITOS.
           PERFORM IMPRIME-LINEA-PRUEBA.

       IMPRIME-LINEA-PRUEBA.
           MOVE LINEA-PRUEBA TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *La prueba repetida el mismo dia reemplaza a la anterior:
       GRABA-CONTROL-TOTALES.
           MOVE FECHA-DE-CORRIDA TO CONTROL-TOTALES-FECHA.
           MOVE PRUEBA-MONEDA (INDICE-CIERRE) TO
               CONTROL-TOTALES-MONEDA.
           MOVE VENTANA-DESDE TO CONTROL-TOTALES-DESDE.
           MOVE VENTANA-HASTA TO CONTROL-TOTALES-HASTA.
           MOVE PRUEBA-APERTURA (INDICE-CIERRE) TO
               CONTROL-TOTALES-APERTURA.
           MOVE TOTAL-DEBITOS TO CONTROL-TOTALES-DEBITOS.
           MOVE TOTAL-CREDITOS TO CONTROL-TOTALES-CREDITOS.
           MOVE TOTAL-ENTRADAS TO CONTROL-TOTALES-ENTRADAS.
           MOVE TOTAL-SALIDAS TO CONTROL-TOTALES-SALIDAS.
           MOVE CIERRE-CALCULADO TO CONTROL-TOTALES-CALCULADO.
           MOVE PRUEBA-REAL (INDICE-CIERRE) TO CONTROL-TOTALES-REAL.
           MOVE DIFERENCIA-MONEDA TO CONTROL-TOTALES-DIFERENCIA.
           MOVE PRUEBA-CLIENTES (INDICE-CIERRE) TO
               CONTROL-TOTALES-CLIENTES.
           MOVE CONTADOR-MOVIMIENTOS TO CONTROL-TOTALES-MOVIMIENTOS.
           MOVE ESTADO-MONEDA TO CONTROL-TOTALES-ESTADO.
           MOVE OPERADOR-DEL-REPORTE TO CONTROL-TOTALES-OPERADOR.
           WRITE CONTROL-TOTALES-REGISTRO
           INVALID KEY
           REWRITE CONTROL-TOTALES-REGISTRO
           END-WRITE.

       GRABA-ALERTA-TOTALES.
           MOVE DIFERENCIA-MONEDA TO CAMPO-IMPORTE-PRUEBA.
           OPEN EXTEND ARCHIVO-ALERTAS.
           MOVE FUNCTION CURRENT-DATE TO ALERTA-FECHA-HORA.
           MOVE "TOTALES" TO ALERTA-ORIGEN.
           MOVE SPACES TO ALERTA-TEXTO.
           STRING "Prueba de totales " DELIMITED BY SIZE
                  FECHA-DE-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRUEBA-MONEDA (INDICE-CIERRE) DELIMITED BY SIZE
                  " no cuadra, diferencia " DELIMITED BY SIZE
                  FUNCTION TRIM(CAMPO-IMPORTE-PRUEBA)
                      DELIMITED BY SIZE
               INTO ALERTA-TEXTO
           END-STRING.
           MOVE "P" TO ALERTA-ESTADO.
           MOVE SPACES TO ALERTA-VISTO-POR.
           WRITE ALERTA-REGISTRO.
           CLOSE ARCHIVO-ALERTAS.

      *Arma el nombre del spool fechado, lo abre y toma el operador
      *de la sesion del menu si existe:
       ABRE-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CORRIDA.
           MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL.
           STRING
               "spool_" DELIMITED BY SIZE
               CODIGO-DEL-REPORTE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FECHA-HORA-CORRIDA (1:14) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-SPOOL
           END-STRING.
           OPEN OUTPUT ARCHIVO-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           MOVE "DESCONOCIDO" TO OPERADOR-DEL-REPORTE.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-REPORTE
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Cada linea sale por pantalla como siempre y ademas queda en
      *el spool:
       MUESTRA-Y-SPOOL.
           DISPLAY FUNCTION TRIM(LINEA-SPOOL).
           WRITE LINEA-SPOOL-REG FROM LINEA-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.

       CIERRA-SPOOL.
           CLOSE ARCHIVO-SPOOL.
           OPEN EXTEND ARCHIVO-REPORTES-CATALOGO.
           MOVE FECHA-HORA-CORRIDA TO CATALOGO-FECHA-HORA.
           MOVE CODIGO-DEL-REPORTE TO CATALOGO-REPORTE.
           MOVE OPERADOR-DEL-REPORTE TO CATALOGO-OPERADOR.
           MOVE PARAMETROS-DEL-REPORTE TO CATALOGO-PARAMETROS.
           MOVE NOMBRE-ARCHIVO-SPOOL TO CATALOGO-ARCHIVO.
           WRITE CATALOGO-REGISTRO.
           CLOSE ARCHIVO-REPORTES-CATALOGO.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-MOVIMIENTOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Probar-totales-ledger.
