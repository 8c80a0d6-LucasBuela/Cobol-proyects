      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Verificacion nocturna de promesas de pago. Cada
      *          promesa abierta cuya fecha prometida ya paso (la
      *          noche siguiente a esa fecha) se compara contra los
      *          creditos del cliente en el ledger entre el dia en
      *          que se tomo y la fecha prometida: si suman el importe
      *          prometido se cierra como cumplida; si no, queda
      *          incumplida, Cartas-mora retoma la escalada y se deja
      *          una alerta en la bandeja del supervisor. Corre como
      *          paso de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verificar-promesas-pago.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Promesas de pago:
       COPY "DataBasePromesas.cbl".
      *Bandeja de alertas del menu:
       COPY "DataBaseAlertas.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataMovimientos.cbl".
       COPY "DataPromesas.cbl".
       COPY "DataAlertas.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PROMESAS-STATUS PIC XX.
       77  ALERTAS-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-PROMESAS PIC X.
       77  FIN-DE-MOVIMIENTOS PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  FECHA-DESDE PIC X(8).
       77  CONTADOR-VERIFICADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CUMPLIDAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-INCUMPLIDAS PIC 9(7) VALUE ZEROES.
       01  IMPORTE-RECIBIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-RECIBIDO-MUESTRA PIC Z(6)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== VERIFICACION DE PROMESAS DE PAGO =====".
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-PROMESAS.
           MOVE "1" TO FIN-DE-PROMESAS.
           IF PROMESAS-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-PROMESAS
           ELSE
           PERFORM LEE-SIGUIENTE-PROMESA
           END-IF.
           PERFORM PROCESA-PROMESA
           UNTIL FIN-DE-PROMESAS = "0".
           CLOSE ARCHIVO-PROMESAS.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           DISPLAY "Promesas vencidas verificadas: "
                   CONTADOR-VERIFICADAS.
           DISPLAY "  cumplidas:                   "
                   CONTADOR-CUMPLIDAS.
           DISPLAY "  incumplidas:                 "
                   CONTADOR-INCUMPLIDAS.
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

       LEE-SIGUIENTE-PROMESA.
           READ ARCHIVO-PROMESAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PROMESAS.

      *El cliente tiene todo el dia prometido para pagar, asi que la
      *promesa se mira recien en la corrida de un dia posterior:
       PROCESA-PROMESA.
           IF PROMESA-ABIERTA AND
              PROMESA-FECHA-PROMETIDA < FECHA-DE-CORRIDA
           PERFORM VERIFICA-PROMESA
           END-IF.
           PERFORM LEE-SIGUIENTE-PROMESA.

       VERIFICA-PROMESA.
           ADD 1 TO CONTADOR-VERIFICADAS.
           PERFORM SUMA-CREDITOS-DEL-CLIENTE.
           MOVE IMPORTE-RECIBIDO TO PROMESA-IMPORTE-RECIBIDO.
           MOVE FECHA-DE-CORRIDA TO PROMESA-FECHA-CIERRE.
           IF IMPORTE-RECIBIDO NOT < PROMESA-IMPORTE
           MOVE "C" TO PROMESA-ESTADO
           ADD 1 TO CONTADOR-CUMPLIDAS
           ELSE
           MOVE "I" TO PROMESA-ESTADO
           ADD 1 TO CONTADOR-INCUMPLIDAS
           PERFORM GRABA-ALERTA-INCUMPLIDA
           END-IF.
           REWRITE PROMESA-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la promesa " PROMESA-NUMERO "."
           END-REWRITE.

      *Recorre los movimientos del cliente desde el dia en que se
      *tomo la promesa hasta la fecha prometida inclusive. Cuentan
      *solo los creditos que son plata que entrego el cliente (carga
      *manual, deposito en caja o de cheque, pago del banco o
      *transferencia recibida); un interes, un desembolso de
      *prestamo o un vencimiento de plazo fijo no pagan la promesa:
       SUMA-CREDITOS-DEL-CLIENTE.
           MOVE ZERO TO IMPORTE-RECIBIDO.
           MOVE PROMESA-FECHA-HORA (1:8) TO FECHA-DESDE.
           MOVE PROMESA-CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE LOW-VALUES TO MOVIMIENTO-FECHA-HORA.
           MOVE FECHA-DESDE TO MOVIMIENTO-FECHA-HORA (1:8).
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           MOVE "1" TO FIN-DE-MOVIMIENTOS.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS THAN MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           END-START.
           PERFORM REVISA-MOVIMIENTO
           UNTIL FIN-DE-MOVIMIENTOS = "0".

       REVISA-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = PROMESA-CLIENTES-ID OR
              MOVIMIENTO-FECHA-HORA (1:8) > PROMESA-FECHA-PROMETIDA
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           ELSE
           IF MOVIMIENTO-IMPORTE > ZERO AND
              (MOVIMIENTO-MANUAL OR MOVIMIENTO-DEPOSITO-CAJA OR
               MOVIMIENTO-DEPOSITO-CHEQUE OR MOVIMIENTO-PAGO-BANCO OR
               MOVIMIENTO-TRANSFERENCIA)
           ADD MOVIMIENTO-IMPORTE TO IMPORTE-RECIBIDO
           END-IF
           END-IF
           END-READ.

      *La promesa rota queda avisada en la bandeja del menu, igual
      *que un cheque rechazado:
       GRABA-ALERTA-INCUMPLIDA.
           MOVE PROMESA-IMPORTE TO CAMPO-IMPORTE-MUESTRA.
           MOVE IMPORTE-RECIBIDO TO CAMPO-RECIBIDO-MUESTRA.
           DISPLAY "Promesa " PROMESA-NUMERO " del cliente "
                   PROMESA-CLIENTES-ID " incumplida: prometio "
                   CAMPO-IMPORTE-MUESTRA ", entro "
                   CAMPO-RECIBIDO-MUESTRA ".".
           OPEN EXTEND ARCHIVO-ALERTAS.
           MOVE FUNCTION CURRENT-DATE TO ALERTA-FECHA-HORA.
           MOVE "PROMESAS" TO ALERTA-ORIGEN.
           MOVE SPACES TO ALERTA-TEXTO.
           STRING
               "Promesa " PROMESA-NUMERO " incumplida, cliente "
               PROMESA-CLIENTES-ID " oper. " PROMESA-OPERADOR
               DELIMITED BY SIZE INTO ALERTA-TEXTO
           END-STRING.
           MOVE "P" TO ALERTA-ESTADO.
           MOVE SPACES TO ALERTA-VISTO-POR.
           WRITE ALERTA-REGISTRO.
           CLOSE ARCHIVO-ALERTAS.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-VERIFICADAS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Verificar-promesas-pago.
