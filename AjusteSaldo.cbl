      *          Modificar-registro cliente por cliente cuando llega
      *          una planilla de correcciones o bonificaciones de fin
      *          de mes.
      *          Llamado en simulacion (ver Simular-posteo-mensual)
      *          valida y calcula cada renglon igual, sin grabar
      *          saldos, ledger, auditoria ni checkpoint, y deja lo
      *          que habria asentado en un spool y en
      *          simulacion_posteo.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *Checkpoint para reanudar una corrida caida sin duplicar:
       COPY "DataBaseAjusteCheckpoint.cbl".

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


       COPY "DataAjusteCheckpoint.cbl".

       COPY "DataSimulacionSenal.cbl".
       COPY "DataSimulacion.cbl".
       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  IMPORTE-CENTAVOS PIC 9(2).
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  OPERADOR-BATCH PIC X(10) VALUE "BATCH".
      *Saldo disponible (saldo menos embargos vigentes):
       COPY "DataDisponible.cbl".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

      *Corrida simulada:
       COPY "DataSimulacionTrabajo.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE "Ajustar-saldos-lote" TO PROGRAMA-SIMULADO.
           MOVE "A" TO PROCESO-SIMULADO.
           MOVE "SIMAJUSTE" TO CODIGO-DEL-REPORTE.
           PERFORM COMPRUEBA-MODO-SIMULACION.
           OPEN INPUT ARCHIVO-AJUSTES.
      *Simulando, clientes y ledger se abren solo para leer (el
      *ledger, para la guardia de referencias) y la auditoria no se
      *abre; el checkpoint se lee pero no se graba ni se borra:
           IF MODO-SIMULACION = "S"
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-SIMULADA
           PERFORM ABRE-SIMULACION
           OPEN INPUT ARCHIVO-CLIENTES
           ELSE
           OPEN I-O ARCHIVO-CLIENTES
           END-IF.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           IF MODO-SIMULACION = "S"
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO
           ELSE
           OPEN I-O ARCHIVO-CLIENTES-LOG
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO
           END-IF.
           DISPLAY " ".
           DISPLAY "===== AJUSTE DE SALDOS EN LOTE =====".
           PERFORM LEE-CHECKPOINT.
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-AJUSTES.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           IF MODO-SIMULACION NOT = "S"
           CLOSE ARCHIVO-CLIENTES-LOG
           DELETE FILE ARCHIVO-AJUSTE-CHECKPOINT
           END-IF.
           DISPLAY "Ajustes aplicados: " CONTADOR-APLICADOS.
           DISPLAY "Ajustes rechazados: " CONTADOR-RECHAZADOS.
           DISPLAY "Renglones salteados (referencia ya "
                   "posteada): " CONTADOR-SALTADOS.
           IF MODO-SIMULACION = "S"
           PERFORM CIERRA-SIMULACION
           END-IF.
           GOBACK.

       LEE-SIGUIENTE-LINEA.
       PROCESA-SI-CORRESPONDE.
           IF CONTADOR-LINEA > LINEA-DE-REINICIO
           PERFORM PROCESA-LINEA-AJUSTE
           IF MODO-SIMULACION NOT = "S"
           PERFORM AVANZA-CHECKPOINT
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-LINEA.

           DISPLAY "Referencia ya posteada, se saltea: "
                   CAMPO-REFERENCIA " (" CAMPO-ID-AJUSTE ")"
           ELSE
           PERFORM COMPRUEBA-EMBARGOS-AJUSTE
           IF DEBITO-AFECTA-EMBARGO
           DISPLAY "El ajuste afecta fondos embargados, se "
                   "rechaza: " CAMPO-ID-AJUSTE
           ADD 1 TO CONTADOR-RECHAZADOS
           ELSE
           PERFORM APLICA-AJUSTE
           END-IF
           END-IF
           END-IF
           END-IF.

      *Un ajuste negativo no puede comerse lo que retiene un embargo
      *vigente (ver Saldo-disponible); el descubierto no se controla
      *en el lote, como siempre:
       COMPRUEBA-EMBARGOS-AJUSTE.
           MOVE SPACE TO DISPONIBLE-RESULTADO.
           IF IMPORTE-CONVERTIDO < ZERO
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE
           COMPUTE DISPONIBLE-DEBITO = ZERO - IMPORTE-CONVERTIDO
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA
           END-IF.

       ARMA-AJUSTE-DESDE-LINEA.
           END-START
           PERFORM BUSCA-REFERENCIA-GUARDIA
           UNTIL FIN-GUARDIA = "0"
           IF MODO-SIMULACION = "S" AND REFERENCIA-YA-POSTEADA = "N"
           PERFORM COMPRUEBA-REFERENCIA-SIMULADA
           END-IF
           END-IF.

      *Simulando, el renglon anterior del mismo archivo con la misma
      *referencia no llego al ledger; se lo busca entre los renglones
      *simulados del cliente, que es donde la corrida real ya lo
      *tendria:
       COMPRUEBA-REFERENCIA-SIMULADA.
           MOVE PROCESO-SIMULADO TO SIMULACION-PROCESO.
           MOVE CLIENTES-ID TO SIMULACION-CLIENTES-ID.
           MOVE "A" TO SIMULACION-TIPO.
           MOVE ZEROES TO SIMULACION-SECUENCIA.
           START ARCHIVO-SIMULACION
               KEY IS NOT LESS SIMULACION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-GUARDIA
           NOT INVALID KEY
           MOVE "1" TO FIN-GUARDIA
           PERFORM LEE-RENGLON-SIMULADO-GUARDIA
           END-START.
           PERFORM BUSCA-REFERENCIA-SIMULADA
           UNTIL FIN-GUARDIA = "0".

       LEE-RENGLON-SIMULADO-GUARDIA.
           READ ARCHIVO-SIMULACION NEXT RECORD
           AT END
           MOVE "0" TO FIN-GUARDIA
           NOT AT END
           IF SIMULACION-PROCESO NOT = PROCESO-SIMULADO OR
              SIMULACION-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-GUARDIA
           END-IF
           END-READ.

       BUSCA-REFERENCIA-SIMULADA.
           IF SIMULACION-CONCEPTO = CONCEPTO-BUSCADO
           MOVE "S" TO REFERENCIA-YA-POSTEADA
           MOVE "0" TO FIN-GUARDIA
           ELSE
           PERFORM LEE-RENGLON-SIMULADO-GUARDIA
           END-IF.

       LEE-MOVIMIENTO-GUARDIA.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           CONTINUE.
           IF MODO-SIMULACION = "S" AND CLIENTES-STATUS = "00"
           PERFORM TOMA-SALDO-SIMULADO
           END-IF.

       APLICA-AJUSTE.
           COMPUTE CLIENTES-SALDO =
               CLIENTES-SALDO + IMPORTE-CONVERTIDO.
           IF MODO-SIMULACION = "S"
           PERFORM SIMULA-AJUSTE
           ELSE
           PERFORM GRABA-AJUSTE
           END-IF.

      *El renglon "A" que la corrida real habria asentado queda como
      *renglon simulado, con el saldo que le quedaria al cliente para
      *su proximo renglon del archivo:
       SIMULA-AJUSTE.
           ADD 1 TO CONTADOR-APLICADOS.
           MOVE "A" TO SIMULADO-TIPO.
           MOVE IMPORTE-CONVERTIDO TO SIMULADO-IMPORTE.
           MOVE CLIENTES-SALDO TO SIMULADO-SALDO.
           IF CAMPO-REFERENCIA = SPACE
           MOVE "AJUSTE DE SALDO EN LOTE" TO SIMULADO-CONCEPTO
           ELSE
           MOVE CONCEPTO-BUSCADO TO SIMULADO-CONCEPTO
           END-IF.
           PERFORM GRABA-RENGLON-SIMULADO.
           PERFORM GUARDA-SALDO-SIMULADO.

       GRABA-AJUSTE.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el ajuste, ID: " CLIENTES-ID
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

       COPY "ProcSimulacion.cbl".

       END PROGRAM Ajustar-saldos-lote.
