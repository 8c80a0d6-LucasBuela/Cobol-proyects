      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Pasivo del programa de puntos de fidelidad para
      *          contabilidad: los puntos que los clientes tienen sin
      *          canjear, abiertos por el mes en que vencen, y lo que
      *          valen en pesos al valor de punto de
      *          puntos_config.dat; ademas el movimiento de puntos del
      *          mes (otorgados, canjeados por saldo o por exencion
      *          de cargo, y vencidos) y cuantos clientes tienen
      *          saldo. Corre como paso de fin de mes de
      *          Proceso-nocturno, despues de la corrida de puntos, y
      *          a mano desde el menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-pasivo-puntos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Ledger de puntos y reglas del programa:
       COPY "DataBasePuntos.cbl".
       COPY "DataBasePuntosConfig.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataPuntos.cbl".
       COPY "DataPuntosConfig.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PUNTOS-STATUS PIC XX.
       77  CONFIG-PUNTOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-PUNTOS PIC X.
       77  CORRIDA-EN-LOTE PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  PERIODO-DEL-REPORTE PIC X(6).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "PUNTOSPASIVO".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  VALOR-DEL-PUNTO PIC 9(3)V99 VALUE ZERO.

      *Puntos sin canjear por mes de vencimiento, contando desde el
      *mes del reporte: el primer casillero son los que vencen en la
      *corrida de este mes, los siguientes uno por mes; lo que vence
      *mas alla del ultimo casillero va junto en "posteriores", y lo
      *que no vence nunca, aparte:
       77  MAXIMO-MESES PIC 9(2) VALUE 24.
       77  INDICE-MES PIC 9(2).
       01  TABLA-VENCIMIENTOS.
           05 VENCE-PUNTOS PIC 9(9) OCCURS 24 TIMES.
       77  PUNTOS-POSTERIORES PIC 9(9) VALUE ZEROES.
       77  PUNTOS-SIN-VENCIMIENTO PIC 9(9) VALUE ZEROES.
       77  PUNTOS-PENDIENTES-TOTAL PIC 9(9) VALUE ZEROES.
       77  MESES-DEL-REPORTE PIC 9(7).
       77  MESES-DEL-LOTE PIC 9(7).
       77  ANIO-DEL-RENGLON PIC 9(4).
       77  MES-DEL-RENGLON PIC 9(2).
       77  PERIODO-DEL-RENGLON PIC X(6).

      *Clientes con saldo: el ledger viene ordenado por cliente, asi
      *que se cuenta al cambiar de cliente:
       77  CLIENTE-ANTERIOR PIC X(6) VALUE SPACES.
       77  CLIENTE-CON-SALDO PIC X VALUE "N".
       77  CONTADOR-CLIENTES-CON-SALDO PIC 9(7) VALUE ZEROES.

      *Movimiento de puntos del mes del reporte:
       77  PUNTOS-OTORGADOS PIC 9(9) VALUE ZEROES.
       77  PUNTOS-CANJE-SALDO PIC 9(9) VALUE ZEROES.
       77  PUNTOS-CANJE-CARGO PIC 9(9) VALUE ZEROES.
       77  PUNTOS-VENCIDOS-MES PIC 9(9) VALUE ZEROES.
       01  IMPORTE-CANJE-SALDO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-CANJE-CARGO PIC S9(11)V99 COMP-3 VALUE ZERO.

      *Renglones del reporte:
       01  LINEA-VENCIMIENTO.
           05 LIN-PERIODO PIC X(18).
           05 LIN-PUNTOS PIC Z(8)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LIN-VALOR PIC Z(10)9.99.
       01  LINEA-MOVIMIENTO.
           05 LIN-CONCEPTO PIC X(30).
           05 LIN-CANTIDAD PIC Z(8)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LIN-IMPORTE PIC Z(10)9.99.
       01  VALOR-DEL-RENGLON PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PUNTOS-DEL-RENGLON PIC 9(9).
       77  CAMPO-TOTAL-MUESTRA PIC Z(6)9.
       77  CAMPO-VALOR-MUESTRA PIC ZZ9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-DEL-REPORTE.
           MOVE PERIODO-DEL-REPORTE TO PARAMETROS-DEL-REPORTE.
           PERFORM LEE-VALOR-DEL-PUNTO.
           MOVE PERIODO-DEL-REPORTE (1:4) TO ANIO-DEL-RENGLON.
           MOVE PERIODO-DEL-REPORTE (5:2) TO MES-DEL-RENGLON.
           COMPUTE MESES-DEL-REPORTE =
               ANIO-DEL-RENGLON * 12 + MES-DEL-RENGLON - 1.
           PERFORM LIMPIA-VENCIMIENTO
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > MAXIMO-MESES.
           PERFORM RECORRE-PUNTOS.
           PERFORM IMPRIME-REPORTE.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE "N" TO CORRIDA-EN-LOTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CORRIDA-EN-LOTE
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

      *Sin archivo de reglas el punto no vale nada:
       LEE-VALOR-DEL-PUNTO.
           OPEN INPUT ARCHIVO-CONFIG-PUNTOS.
           IF CONFIG-PUNTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-PUNTOS
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-PUNTOS-VALOR NUMERIC
           MOVE CONFIG-PUNTOS-VALOR TO VALOR-DEL-PUNTO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-PUNTOS.

       LIMPIA-VENCIMIENTO.
           MOVE ZEROES TO VENCE-PUNTOS (INDICE-MES).

       RECORRE-PUNTOS.
           OPEN INPUT ARCHIVO-PUNTOS.
           MOVE "0" TO FIN-DE-PUNTOS.
           IF PUNTOS-STATUS = "00"
           MOVE "1" TO FIN-DE-PUNTOS
           END-IF.
           PERFORM LEE-RENGLON-PUNTOS
           UNTIL FIN-DE-PUNTOS = "0".
           PERFORM CIERRA-CLIENTE.
           CLOSE ARCHIVO-PUNTOS.

       LEE-RENGLON-PUNTOS.
           READ ARCHIVO-PUNTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PUNTOS
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS
           IF PUNTOS-CLIENTES-ID NOT = CLIENTE-ANTERIOR
           PERFORM CIERRA-CLIENTE
           MOVE PUNTOS-CLIENTES-ID TO CLIENTE-ANTERIOR
           END-IF
           PERFORM SUMA-RENGLON-PUNTOS
           END-READ.

       CIERRA-CLIENTE.
           IF CLIENTE-CON-SALDO = "S"
           ADD 1 TO CONTADOR-CLIENTES-CON-SALDO
           END-IF.
           MOVE "N" TO CLIENTE-CON-SALDO.

      *Lo pendiente de cada lote ganado es el pasivo; los renglones
      *del mes del reporte hacen el movimiento (los canjes y los
      *vencimientos se graban en negativo):
       SUMA-RENGLON-PUNTOS.
           IF PUNTOS-GANADOS AND PUNTOS-PENDIENTES > ZEROES
           MOVE "S" TO CLIENTE-CON-SALDO
           ADD PUNTOS-PENDIENTES TO PUNTOS-PENDIENTES-TOTAL
           PERFORM UBICA-VENCIMIENTO
           END-IF.
           IF PUNTOS-PERIODO = PERIODO-DEL-REPORTE
           IF PUNTOS-GANADOS
           ADD PUNTOS-CANTIDAD TO PUNTOS-OTORGADOS
           END-IF
           IF PUNTOS-CANJEADOS
           IF CANJE-CREDITO-SALDO
           SUBTRACT PUNTOS-CANTIDAD FROM PUNTOS-CANJE-SALDO
           ADD PUNTOS-IMPORTE TO IMPORTE-CANJE-SALDO
           ELSE
           SUBTRACT PUNTOS-CANTIDAD FROM PUNTOS-CANJE-CARGO
           ADD PUNTOS-IMPORTE TO IMPORTE-CANJE-CARGO
           END-IF
           END-IF
           IF PUNTOS-VENCIDOS
           SUBTRACT PUNTOS-CANTIDAD FROM PUNTOS-VENCIDOS-MES
           END-IF
           END-IF.

      *Un lote ya vencido que la corrida todavia no dio de baja va
      *al casillero de este mes:
       UBICA-VENCIMIENTO.
           IF PUNTOS-VENCE-PERIODO = "999999"
           ADD PUNTOS-PENDIENTES TO PUNTOS-SIN-VENCIMIENTO
           ELSE
           MOVE PUNTOS-VENCE-PERIODO (1:4) TO ANIO-DEL-RENGLON
           MOVE PUNTOS-VENCE-PERIODO (5:2) TO MES-DEL-RENGLON
           COMPUTE MESES-DEL-LOTE =
               ANIO-DEL-RENGLON * 12 + MES-DEL-RENGLON - 1
           IF MESES-DEL-LOTE NOT > MESES-DEL-REPORTE
           MOVE 1 TO INDICE-MES
           ADD PUNTOS-PENDIENTES TO VENCE-PUNTOS (INDICE-MES)
           ELSE
           IF MESES-DEL-LOTE - MESES-DEL-REPORTE < MAXIMO-MESES
           COMPUTE INDICE-MES =
               MESES-DEL-LOTE - MESES-DEL-REPORTE + 1
           ADD PUNTOS-PENDIENTES TO VENCE-PUNTOS (INDICE-MES)
           ELSE
           ADD PUNTOS-PENDIENTES TO PUNTOS-POSTERIORES
           END-IF
           END-IF
           END-IF.

       IMPRIME-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "PASIVO DEL PROGRAMA DE PUNTOS AL "
                  FECHA-DE-CORRIDA (7:2) "/" FECHA-DE-CORRIDA (5:2)
                  "/" FECHA-DE-CORRIDA (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE VALOR-DEL-PUNTO TO CAMPO-VALOR-MUESTRA.
           STRING "Valor del punto: ARS " CAMPO-VALOR-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Puntos sin canjear por mes de vencimiento:"
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Vence             Puntos" TO LINEA-SPOOL.
           MOVE "Valor ARS" TO LINEA-SPOOL (36:).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM IMPRIME-UN-VENCIMIENTO
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > MAXIMO-MESES.
           IF PUNTOS-POSTERIORES > ZEROES
           MOVE "Posteriores" TO LIN-PERIODO
           MOVE PUNTOS-POSTERIORES TO PUNTOS-DEL-RENGLON
           PERFORM ARMA-LINEA-VENCIMIENTO
           END-IF.
           IF PUNTOS-SIN-VENCIMIENTO > ZEROES
           MOVE "Sin vencimiento" TO LIN-PERIODO
           MOVE PUNTOS-SIN-VENCIMIENTO TO PUNTOS-DEL-RENGLON
           PERFORM ARMA-LINEA-VENCIMIENTO
           END-IF.
           MOVE "TOTAL" TO LIN-PERIODO.
           MOVE PUNTOS-PENDIENTES-TOTAL TO PUNTOS-DEL-RENGLON.
           PERFORM ARMA-LINEA-VENCIMIENTO.
           MOVE CONTADOR-CLIENTES-CON-SALDO TO CAMPO-TOTAL-MUESTRA.
           STRING "Clientes con saldo de puntos: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Movimiento de puntos del periodo "
                  PERIODO-DEL-REPORTE (5:2) "/"
                  PERIODO-DEL-REPORTE (1:4) ":"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Concepto                         Puntos"
               TO LINEA-SPOOL.
           MOVE "Importe ARS" TO LINEA-SPOOL (48:).
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Otorgados" TO LIN-CONCEPTO.
           MOVE PUNTOS-OTORGADOS TO LIN-CANTIDAD.
           COMPUTE VALOR-DEL-RENGLON ROUNDED =
               PUNTOS-OTORGADOS * VALOR-DEL-PUNTO.
           PERFORM ARMA-LINEA-MOVIMIENTO.
           MOVE "Canjeados por credito en saldo" TO LIN-CONCEPTO.
           MOVE PUNTOS-CANJE-SALDO TO LIN-CANTIDAD.
           MOVE IMPORTE-CANJE-SALDO TO VALOR-DEL-RENGLON.
           PERFORM ARMA-LINEA-MOVIMIENTO.
           MOVE "Canjeados por exencion de cargo" TO LIN-CONCEPTO.
           MOVE PUNTOS-CANJE-CARGO TO LIN-CANTIDAD.
           MOVE IMPORTE-CANJE-CARGO TO VALOR-DEL-RENGLON.
           PERFORM ARMA-LINEA-MOVIMIENTO.
           MOVE "Vencidos" TO LIN-CONCEPTO.
           MOVE PUNTOS-VENCIDOS-MES TO LIN-CANTIDAD.
           COMPUTE VALOR-DEL-RENGLON ROUNDED =
               PUNTOS-VENCIDOS-MES * VALOR-DEL-PUNTO.
           PERFORM ARMA-LINEA-MOVIMIENTO.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Cada casillero con puntos sale con su mes, en MM/AAAA:
       IMPRIME-UN-VENCIMIENTO.
           IF VENCE-PUNTOS (INDICE-MES) > ZEROES
           COMPUTE MESES-DEL-LOTE = MESES-DEL-REPORTE + INDICE-MES - 1
           DIVIDE MESES-DEL-LOTE BY 12 GIVING ANIO-DEL-RENGLON
               REMAINDER MES-DEL-RENGLON
           ADD 1 TO MES-DEL-RENGLON
           MOVE ANIO-DEL-RENGLON TO PERIODO-DEL-RENGLON (1:4)
           MOVE MES-DEL-RENGLON TO PERIODO-DEL-RENGLON (5:2)
           MOVE SPACES TO LIN-PERIODO
           STRING PERIODO-DEL-RENGLON (5:2) "/"
                  PERIODO-DEL-RENGLON (1:4)
                  DELIMITED BY SIZE INTO LIN-PERIODO
           END-STRING
           MOVE VENCE-PUNTOS (INDICE-MES) TO PUNTOS-DEL-RENGLON
           PERFORM ARMA-LINEA-VENCIMIENTO
           END-IF.

       ARMA-LINEA-VENCIMIENTO.
           COMPUTE VALOR-DEL-RENGLON ROUNDED =
               PUNTOS-DEL-RENGLON * VALOR-DEL-PUNTO.
           MOVE PUNTOS-DEL-RENGLON TO LIN-PUNTOS.
           MOVE VALOR-DEL-RENGLON TO LIN-VALOR.
           MOVE LINEA-VENCIMIENTO TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       ARMA-LINEA-MOVIMIENTO.
           MOVE VALOR-DEL-RENGLON TO LIN-IMPORTE.
           MOVE LINEA-MOVIMIENTO TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

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
           IF CORRIDA-EN-LOTE = "S"
           MOVE "BATCH" TO OPERADOR-DEL-REPORTE
           ELSE
           OPEN INPUT ARCHIVO-SESION-OPERADOR
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-REPORTE
           END-READ
           END-IF
           CLOSE ARCHIVO-SESION-OPERADOR
           END-IF.

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

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-pasivo-puntos.
