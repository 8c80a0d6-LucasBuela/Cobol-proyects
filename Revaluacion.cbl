      *          ledger, para cada cliente activo con moneda distinta
      *          de ARS, la diferencia de cambio entre la tasa
      *          contabilizada en la ultima revaluacion y la tasa
      *          que rige hoy segun el historial de tasas, para que
      *          la vista en ARS de la cartera sea una cifra
      *          contabilizada y no un numero que cambia cada vez que
      *          alguien carga una tasa nueva.
      *          El movimiento queda con tipo "V" y su importe en ARS;
      *          no toca CLIENTES-SALDO, que sigue en la moneda del
      *          cliente.
      *          Llamado en simulacion (ver Simular-posteo-mensual)
      *          calcula las mismas diferencias sin grabar el ledger
      *          ni las tasas contabilizadas, y deja lo que habria
      *          asentado en un spool y en simulacion_posteo.dat.
      *          Cada corrida real pasa por el control de cierre
      *          mensual (Control-cierre-mensual): no corre si falta
      *          completar un paso previo del cierre del periodo o si
      *          el periodo anterior no quedo cerrado, y al terminar
      *          queda anotada con su operador y su hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".

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

       COPY "DataRevaluacion.cbl".
       COPY "DataMovimientos.cbl".

       COPY "DataSimulacionSenal.cbl".
       COPY "DataSimulacion.cbl".
       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  DIFERENCIA-MUESTRA PIC -(13)9.99.
       01  OPERADOR-BATCH PIC X(10) VALUE "REVALUA".
       77  FECHA-HOY PIC X(8).
       COPY "DataTasaConsulta.cbl".

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
           MOVE "Revaluar-saldos-moneda" TO PROGRAMA-SIMULADO.
           MOVE "R" TO PROCESO-SIMULADO.
           MOVE "SIMREVALUA" TO CODIGO-DEL-REPORTE.
           PERFORM COMPRUEBA-MODO-SIMULACION.
           DISPLAY " ".
           DISPLAY "===== REVALUACION CAMBIARIA DE FIN DE MES =====".
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
      *La corrida real no arranca sin el visto del control de cierre:
           IF MODO-SIMULACION NOT = "S"
           INITIALIZE CIERRE-CONTROL
           MOVE "Revaluar-saldos-moneda" TO CONTROL-CIERRE-PROGRAMA
           MOVE FECHA-HOY (1:6) TO CONTROL-CIERRE-PERIODO
           PERFORM VERIFICA-CONTROL-CIERRE
           IF NOT CONTROL-CIERRE-AUTORIZADO
           GOBACK
           END-IF
           END-IF.
           PERFORM CARGA-TABLA-DE-TASAS.
           PERFORM CARGA-TASAS-ANTERIORES.
      *Simulando, las tasas de hoy no pasan a ser las contabilizadas:
      *la corrida real tiene que partir de las mismas anteriores.
           IF MODO-SIMULACION = "S"
           MOVE FECHA-HOY TO FECHA-SIMULADA
           PERFORM ABRE-SIMULACION
           PERFORM RECORRE-CLIENTES
           PERFORM MUESTRA-RESUMEN
           PERFORM CIERRA-SIMULACION
           ELSE
           PERFORM RECORRE-CLIENTES
           PERFORM GRABA-TASAS-CONTABILIZADAS
           PERFORM MUESTRA-RESUMEN
           MOVE CONTADOR-ASENTADOS TO CONTROL-CIERRE-CANTIDAD
           PERFORM COMPLETA-CONTROL-CIERRE
           END-IF.
           GOBACK.

       CARGA-TABLA-DE-TASAS.
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Una moneda de monedas.dat que hoy no tiene tasa vigente (se
      *cargo con fecha futura) no entra a la tabla: sus clientes
      *quedan como sin tasa.
       GUARDA-TASA.
           MOVE MONEDA-CODIGO TO CONSULTA-TASA-MONEDA.
           MOVE FECHA-HOY TO CONSULTA-TASA-FECHA.
           CALL "Tasa-de-cambio" USING TASA-CONSULTA.
           IF TASA-CONSULTA-HALLADA
           IF CANTIDAD-MONEDAS < MAXIMO-MONEDAS
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE MONEDA-CODIGO TO
               DETALLE-CODIGO (CANTIDAD-MONEDAS)
           MOVE CONSULTA-TASA-VALOR TO
               DETALLE-TASA-VIGENTE (CANTIDAD-MONEDAS)
           MOVE "S" TO DETALLE-CON-TASA (CANTIDAD-MONEDAS)
           MOVE ZERO TO DETALLE-TASA-ANTERIOR (CANTIDAD-MONEDAS)
           MOVE ZERO TO DETALLE-DIFERENCIA (CANTIDAD-MONEDAS)
           ELSE
           DISPLAY "Tabla de monedas llena, se ignora: " MONEDA-CODIGO
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-TASA.

           END-IF.

       RECORRE-CLIENTES.
           IF MODO-SIMULACION = "S"
           OPEN INPUT ARCHIVO-CLIENTES
           ELSE
           OPEN I-O ARCHIVO-CLIENTES
           END-IF.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           IF MODO-SIMULACION NOT = "S"
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.
           MOVE "1" TO FIN-DE-CLIENTES.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM REVALUA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-CLIENTES.
           IF MODO-SIMULACION NOT = "S"
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
               OR MONEDA-HALLADA = "S".
           IF MONEDA-HALLADA = "N"
           ADD 1 TO CONTADOR-SIN-TASA
           DISPLAY "Sin tasa vigente, no se revalua: "
                   CLIENTES-ID " (" MONEDA-DEL-REGISTRO ")"
           END-IF.

           IF DIFERENCIA-CLIENTE NOT = ZERO
           ADD DIFERENCIA-CLIENTE TO
               DETALLE-DIFERENCIA (INDICE-MONEDA)
           IF MODO-SIMULACION = "S"
           PERFORM SIMULA-MOVIMIENTO-REVALUACION
           ELSE
           PERFORM GRABA-MOVIMIENTO-REVALUACION
           END-IF
           END-IF
           END-IF.

      *El importe del movimiento es la diferencia de cambio en ARS;
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.
           ADD 1 TO CONTADOR-ASENTADOS.

       SIMULA-MOVIMIENTO-REVALUACION.
           MOVE "V" TO SIMULADO-TIPO.
           MOVE DIFERENCIA-CLIENTE TO SIMULADO-IMPORTE.
           MOVE CLIENTES-SALDO TO SIMULADO-SALDO.
           MOVE SPACES TO SIMULADO-CONCEPTO.
           STRING
               "REVALUACION " DELIMITED BY SIZE
               MONEDA-DEL-REGISTRO DELIMITED BY SIZE
               " A ARS" DELIMITED BY SIZE
               INTO SIMULADO-CONCEPTO
           END-STRING.
           PERFORM GRABA-RENGLON-SIMULADO.
           ADD 1 TO CONTADOR-ASENTADOS.

      *Las tasas vigentes pasan a ser las contabilizadas, para que la
      *proxima corrida arranque de aca:
       GRABA-TASAS-CONTABILIZADAS.
                   DIFERENCIA-MUESTRA
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

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcSimulacion.cbl".

       COPY "ProcControlCierre.cbl".

       END PROGRAM Revaluar-saldos-moneda.
