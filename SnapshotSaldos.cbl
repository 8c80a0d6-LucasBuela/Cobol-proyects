      *          activo a un archivo de snapshots fechados, para poder
      *          graficar la evolucion del saldo en el tiempo en lugar
      *          de ver solo el valor actual de CLIENTES-SALDO.
      *          El saldo volcado es el saldo a valor de la fecha de
      *          corte: lo imputado con fecha valor posterior (un
      *          deposito de despues del corte del ultimo dia habil)
      *          queda para el snapshot siguiente.
      *          Cada corrida real pasa por el control de cierre
      *          mensual (Control-cierre-mensual): no corre si falta
      *          completar un paso previo del cierre del periodo o si
      *          el periodo anterior no quedo cerrado, y al terminar
      *          queda anotada con su operador y su hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBase.cbl".
      *Snapshots de saldo de fin de mes:
       COPY "DataBaseSaldos.cbl".
      *Movimientos de saldo, por la fecha valor de cada renglon:
       COPY "DataBaseMovimientos.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".
      *Archivo importado.
       COPY "Data.cbl".
       COPY "DataSaldos.cbl".
       COPY "DataMovimientos.cbl".

       COPY "DataPasoContador.cbl".

       77  FECHA-HOY-NUM PIC 9(8).
       77  CONTADOR-SNAPSHOT PIC 9(6) VALUE ZEROES.
       77  CONTADOR-DESCARTADOS PIC 9(6) VALUE ZEROES.
       77  FIN-MOVIMIENTOS PIC X.
       77  SALDO-A-VALOR PIC S9(7)V99 COMP-3.
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           INITIALIZE CIERRE-CONTROL.
           MOVE "Snapshot-saldos-mensual" TO CONTROL-CIERRE-PROGRAMA.
           MOVE FECHA-DE-CORRIDA (1:6) TO CONTROL-CIERRE-PERIODO.
           PERFORM VERIFICA-CONTROL-CIERRE.
           IF NOT CONTROL-CIERRE-AUTORIZADO
           GOBACK
           END-IF.
           MOVE FECHA-DE-CORRIDA TO FECHA-HOY-NUM.
           PERFORM DESCARTA-CORRIDA-DE-HOY.
           OPEN INPUT ARCHIVO-CLIENTES.
                   CLIENTES-STATUS
           END-IF.
           OPEN EXTEND ARCHIVO-SALDOS-SNAPSHOT.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           DISPLAY " ".
           DISPLAY "===== SNAPSHOT DE SALDOS DE FIN DE MES =====".
           MOVE "1" TO FIN-DEL-ARCHIVO.
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-SALDOS-SNAPSHOT.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           DISPLAY "Clientes con snapshot grabado: " CONTADOR-SNAPSHOT.
           IF CONTADOR-DESCARTADOS > ZEROES
           DISPLAY "Renglones de una corrida anterior de hoy "
                   "descartados (re-corrida): " CONTADOR-DESCARTADOS
           END-IF.
           PERFORM GRABA-CONTADOR-PASO.
           MOVE CONTADOR-SNAPSHOT TO CONTROL-CIERRE-CANTIDAD.
           MOVE FECHA-DE-CORRIDA TO CONTROL-CIERRE-REFERENCIA.
           PERFORM COMPLETA-CONTROL-CIERRE.
           GOBACK.


           PERFORM LEE-SIGUIENTE-CLIENTE.

      *Un renglon por cliente activo, con la fecha de corte de esta
      *corrida y el saldo a valor a esa fecha:
       GRABA-SNAPSHOT.
           PERFORM CALCULA-SALDO-A-VALOR.
           MOVE FECHA-HOY-NUM TO SALDO-SNAPSHOT-FECHA.
           MOVE CLIENTES-ID TO SALDO-SNAPSHOT-CLIENTES-ID.
           MOVE SALDO-A-VALOR TO SALDO-SNAPSHOT-SALDO.
           WRITE SALDO-SNAPSHOT-REGISTRO.
           ADD 1 TO CONTADOR-SNAPSHOT.

      *Al saldo vigente se le descuentan los renglones del cliente
      *con fecha valor posterior a la fecha de corte. La revaluacion
      *no mueve el saldo y un renglon sin fecha valor vale desde su
      *imputacion:
       CALCULA-SALDO-A-VALOR.
           MOVE CLIENTES-SALDO TO SALDO-A-VALOR.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-MOVIMIENTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-MOVIMIENTOS
           PERFORM LEE-MOVIMIENTO-DEL-CLIENTE
           END-START.
           PERFORM DESCUENTA-SIN-VALOR
           UNTIL FIN-MOVIMIENTOS = "0".

       LEE-MOVIMIENTO-DEL-CLIENTE.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-MOVIMIENTOS
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-MOVIMIENTOS
           END-IF.

       DESCUENTA-SIN-VALOR.
           IF NOT MOVIMIENTO-REVALUACION AND
              MOVIMIENTO-FECHA-VALOR NOT = SPACES AND
              MOVIMIENTO-FECHA-VALOR > FECHA-DE-CORRIDA
           SUBTRACT MOVIMIENTO-IMPORTE FROM SALDO-A-VALOR
           END-IF.
           PERFORM LEE-MOVIMIENTO-DEL-CLIENTE.

      *Una re-corrida de la misma fecha de trabajo (por ejemplo
      *tras una caida de la cadena nocturna, aunque la reanudacion
      *sea pasada la medianoche) descarta los renglones de la

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcControlCierre.cbl".

       END PROGRAM Snapshot-saldos-mensual.
