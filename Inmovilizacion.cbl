      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Control nocturno de cuentas inmovilizadas: para cada
      *          cliente en operatoria busca en el ledger el ultimo
      *          movimiento hecho por el propio cliente (no la fecha
      *          de contacto) y, si pasaron los anios configurados sin
      *          ninguno, marca la cuenta como inmovilizada en
      *          inmovilizacion.dat. Desde ahi Saldo-disponible la
      *          informa y los debitos del cliente se rechazan hasta
      *          que se reactive en persona. Corre como paso de
      *          Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Marcar-cuentas-inmovilizadas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Actividad e inmovilizacion por cliente y sus plazos:
       COPY "DataBaseInmovilizacion.cbl".
       COPY "DataBaseInmovilizacionConfig.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataInmovilizacion.cbl".
       COPY "DataInmovilizacionConfig.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  INMOVILIZACION-STATUS PIC XX.
       77  CONFIG-INMOVILIZACION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DEL-LEDGER PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  FECHA-CORRIDA-NUM PIC 9(8).
       77  FECHA-LIMITE-NUM PIC 9(8).
       77  FECHA-LIMITE PIC X(8).
       77  ANIOS-INMOVILIZACION PIC 9(2) VALUE 2.
       77  ULTIMO-MOVIMIENTO-LEDGER PIC X(8).
       77  ULTIMO-ARRASTRE PIC X(8).
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-REVISADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-INMOVILIZADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-YA-INMOVILIZADAS PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           PERFORM LEE-CONFIGURACION.
           DISPLAY " ".
           DISPLAY "===== CONTROL DE CUENTAS INMOVILIZADAS =====".
      *Inmovilizada si el ultimo movimiento del cliente es anterior
      *a la misma fecha de hace los anios configurados:
           MOVE FECHA-DE-CORRIDA TO FECHA-CORRIDA-NUM.
           COMPUTE FECHA-LIMITE-NUM =
               FECHA-CORRIDA-NUM - ANIOS-INMOVILIZACION * 10000.
           MOVE FECHA-LIMITE-NUM TO FECHA-LIMITE.
           DISPLAY "Sin movimientos del cliente desde antes del "
                   FECHA-LIMITE (7:2) "/" FECHA-LIMITE (5:2) "/"
                   FECHA-LIMITE (1:4) " la cuenta se inmoviliza.".
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-INMOVILIZACION.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           MOVE "0" TO FIN-DE-CLIENTES
           ELSE
           PERFORM LEE-SIGUIENTE-CLIENTE
           END-IF.
           PERFORM PROCESA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-INMOVILIZACION.
           DISPLAY "Clientes leidos:              " CONTADOR-LEIDOS.
           DISPLAY "Cuentas revisadas:            " CONTADOR-REVISADOS.
           DISPLAY "Inmovilizadas en esta corrida: "
                   CONTADOR-INMOVILIZADAS.
           DISPLAY "Ya inmovilizadas de antes:    "
                   CONTADOR-YA-INMOVILIZADAS.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

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

       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-INMOVILIZACION.
           IF CONFIG-INMOVILIZACION-STATUS = "00"
           READ ARCHIVO-CONFIG-INMOVILIZACION
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-ANIOS-INMOVILIZACION NUMERIC AND
              CONFIG-ANIOS-INMOVILIZACION > ZEROES
           MOVE CONFIG-ANIOS-INMOVILIZACION TO ANIOS-INMOVILIZACION
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-INMOVILIZACION.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Una baja, un prospecto sin cuenta o una cuenta castigada no
      *se revisan; el resto (tambien morosos y suspendidos) si:
       PROCESA-CLIENTE.
           ADD 1 TO CONTADOR-LEIDOS.
           IF NOT CLIENTE-INACTIVO AND NOT CLIENTE-PROSPECTO AND
              NOT CLIENTE-CASTIGADO
           ADD 1 TO CONTADOR-REVISADOS
           PERFORM REVISA-ACTIVIDAD-CLIENTE
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *La fecha guardada solo avanza: el cierre de periodo archiva
      *los movimientos viejos y el ledger vigente puede no tener el
      *ultimo que se vio antes:
       REVISA-ACTIVIDAD-CLIENTE.
           PERFORM BUSCA-ULTIMO-MOVIMIENTO.
           MOVE CLIENTES-ID TO INMOV-CLIENTES-ID.
           READ ARCHIVO-INMOVILIZACION
           INVALID KEY
           PERFORM ARMA-ACTIVIDAD-NUEVA
           PERFORM EVALUA-INMOVILIZACION
           WRITE INMOV-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la actividad del cliente "
                   CLIENTES-ID ", status: " INMOVILIZACION-STATUS
           END-WRITE
           NOT INVALID KEY
           IF ULTIMO-MOVIMIENTO-LEDGER > INMOV-ULTIMO-MOVIMIENTO
           MOVE ULTIMO-MOVIMIENTO-LEDGER TO INMOV-ULTIMO-MOVIMIENTO
           END-IF
           PERFORM EVALUA-INMOVILIZACION
           REWRITE INMOV-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la actividad del cliente "
                   CLIENTES-ID ", status: " INMOVILIZACION-STATUS
           END-REWRITE
           END-READ.

      *La primera vez que se ve un cliente sin movimientos propios en
      *el ledger vigente se cuenta desde la fecha mas reciente que se
      *conoce (el alta o el ultimo cierre de periodo), para no
      *inmovilizar a nadie por movimientos que ya se archivaron:
       ARMA-ACTIVIDAD-NUEVA.
           MOVE SPACES TO INMOV-REGISTRO.
           MOVE CLIENTES-ID TO INMOV-CLIENTES-ID.
           MOVE "A" TO INMOV-ESTADO.
           MOVE ULTIMO-MOVIMIENTO-LEDGER TO INMOV-ULTIMO-MOVIMIENTO.
           IF INMOV-ULTIMO-MOVIMIENTO = SPACES
           MOVE CLIENTES-FECHA-ALTA TO INMOV-ULTIMO-MOVIMIENTO
           IF ULTIMO-ARRASTRE > INMOV-ULTIMO-MOVIMIENTO
           MOVE ULTIMO-ARRASTRE TO INMOV-ULTIMO-MOVIMIENTO
           END-IF
           END-IF.
           IF INMOV-ULTIMO-MOVIMIENTO = SPACES
           MOVE FECHA-DE-CORRIDA TO INMOV-ULTIMO-MOVIMIENTO
           END-IF.

       EVALUA-INMOVILIZACION.
           IF INMOV-INMOVILIZADA
           ADD 1 TO CONTADOR-YA-INMOVILIZADAS
           ELSE
           IF INMOV-ULTIMO-MOVIMIENTO < FECHA-LIMITE
           MOVE "D" TO INMOV-ESTADO
           MOVE FECHA-DE-CORRIDA TO INMOV-FECHA-INMOVILIZACION
           ADD 1 TO CONTADOR-INMOVILIZADAS
           DISPLAY "Inmovilizada: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  ultimo movimiento "
                   INMOV-ULTIMO-MOVIMIENTO (7:2) "/"
                   INMOV-ULTIMO-MOVIMIENTO (5:2) "/"
                   INMOV-ULTIMO-MOVIMIENTO (1:4)
           END-IF
           END-IF.

      *Recorre los movimientos del cliente con START + READ NEXT,
      *igual que Estado-cuenta-cliente, y se queda con la fecha del
      *ultimo hecho por el cliente y la del ultimo arrastre:
       BUSCA-ULTIMO-MOVIMIENTO.
           MOVE SPACES TO ULTIMO-MOVIMIENTO-LEDGER.
           MOVE SPACES TO ULTIMO-ARRASTRE.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DEL-LEDGER
           NOT INVALID KEY
           MOVE "1" TO FIN-DEL-LEDGER
           PERFORM LEE-SIGUIENTE-MOVIMIENTO
           END-START.
           PERFORM REVISA-MOVIMIENTO
           UNTIL FIN-DEL-LEDGER = "0".

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-LEDGER
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DEL-LEDGER
           END-IF.

      *Cuentan como movimiento del cliente los que hace el: deposito
      *y extraccion por ventanilla, deposito de cheque, transferencia
      *a otro banco, pago que llega por el banco y la pata debito de
      *una transferencia entre clientes. Los cargos del banco
      *(interes, mantenimiento, cuotas, ordenes, ajustes) y lo que
      *le transfieren otros no sacan a una cuenta de la inactividad:
       REVISA-MOVIMIENTO.
           IF MOVIMIENTO-DEPOSITO-CAJA OR
              MOVIMIENTO-EXTRACCION-CAJA OR
              MOVIMIENTO-DEPOSITO-CHEQUE OR
              MOVIMIENTO-TRANSFERENCIA-EXTERNA OR
              MOVIMIENTO-PAGO-BANCO OR
              (MOVIMIENTO-TRANSFERENCIA AND
               MOVIMIENTO-IMPORTE < ZERO)
           IF MOVIMIENTO-FECHA-HORA (1:8) > ULTIMO-MOVIMIENTO-LEDGER
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO
               ULTIMO-MOVIMIENTO-LEDGER
           END-IF
           END-IF.
           IF MOVIMIENTO-SALDO-ANTERIOR AND
              MOVIMIENTO-FECHA-HORA (1:8) > ULTIMO-ARRASTRE
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO ULTIMO-ARRASTRE
           END-IF.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Marcar-cuentas-inmovilizadas.
