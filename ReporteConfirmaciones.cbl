      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Reporte final de las confirmaciones de saldo de un
      *          corte para los auditores externos: cada carta
      *          enviada con su sucursal, por que entro en la muestra,
      *          el saldo al corte y la respuesta; despues las
      *          discrepancias (saldo informado por el cliente contra
      *          el nuestro y la diferencia) y los totales de
      *          conformes, disconformes, sin respuesta y pendientes.
      *          Sale al spool y queda en el catalogo de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-confirmaciones-saldo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Control de las cartas enviadas y sus respuestas:
       COPY "DataBaseConfirmaciones.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataConfirmaciones.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CONFIRMACIONES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "CONFIRMA".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CAMPO-FECHA-CORTE PIC X(8).
      *Que se imprime en cada recorrida del corte: todas las cartas
      *o solo las disconformes:
       77  SOLO-DISCREPANCIAS PIC X.

       77  CONTADOR-CARTAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-CONFORMES PIC 9(6) VALUE ZEROES.
       77  CONTADOR-DISCONFORMES PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SIN-RESPUESTA PIC 9(6) VALUE ZEROES.
       77  CONTADOR-PENDIENTES PIC 9(6) VALUE ZEROES.
       77  CONTADOR-MAYORES PIC 9(6) VALUE ZEROES.
       77  CONTADOR-AZAR PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SUCURSALES PIC 9(6) VALUE ZEROES.
       01  TOTAL-SALDO-CARTAS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-SALDO-CONFORME PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-DIFERENCIAS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DIFERENCIA PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  PORCENTAJE-RESPUESTA PIC 9(3)V9.
       77  TEXTO-ESTADO PIC X(12).
       77  TEXTO-MOTIVO PIC X(12).

       01  LINEA-CARTA.
           05 LIN-CLIENTE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-SUCURSAL PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-MOTIVO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-SALDO PIC -Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-ESTADO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-INFORMADO PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-DIFERENCIA PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIN-OBSERVACION PIC X(40).
       77  CAMPO-IMPORTE PIC -Z(6)9.99.
       77  CAMPO-DIFERENCIA PIC -Z(7)9.99.
       77  CAMPO-TOTAL PIC -Z(10)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE SPACES TO CAMPO-FECHA-CORTE.
           DISPLAY "Fecha de corte de las cartas (AAAAMMDD): ".
           ACCEPT CAMPO-FECHA-CORTE.
           MOVE SPACES TO PARAMETROS-DEL-REPORTE.
           STRING "CORTE " CAMPO-FECHA-CORTE
                  DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "===== CONFIRMACIONES DE SALDO AL "
                  CAMPO-FECHA-CORTE (7:2) "/"
                  CAMPO-FECHA-CORTE (5:2) "/"
                  CAMPO-FECHA-CORTE (1:4) " ====="
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "CARTAS ENVIADAS" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM IMPRIME-ENCABEZADO.
           MOVE "N" TO SOLO-DISCREPANCIAS.
           PERFORM RECORRE-CORTE.
           IF CONTADOR-CARTAS = ZEROES
           MOVE "No hay cartas de confirmacion para ese corte."
               TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           ELSE
           PERFORM MUESTRA-Y-SPOOL
           MOVE "DISCREPANCIAS (EL CLIENTE NO ESTA DE ACUERDO)"
               TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           PERFORM IMPRIME-ENCABEZADO
           MOVE "S" TO SOLO-DISCREPANCIAS
           PERFORM RECORRE-CORTE
           IF CONTADOR-DISCONFORMES = ZEROES
           MOVE "Ninguna." TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF
           PERFORM IMPRIME-TOTALES
           END-IF.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL)
                   " y en el catalogo de reportes.".
           GOBACK.

       IMPRIME-ENCABEZADO.
           STRING "CLIENT  SUC  MOTIVO             SALDO CORTE  "
                  "RESPUESTA      INFORMADO   DIFERENCIA "
                  "OBSERVACION"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Recorre las cartas del corte por la clave, arrancando en el
      *primer cliente del corte:
       RECORRE-CORTE.
           OPEN INPUT ARCHIVO-CONFIRMACIONES.
           MOVE "0" TO FIN-DEL-ARCHIVO.
           IF CONFIRMACIONES-STATUS = "00"
           MOVE CAMPO-FECHA-CORTE TO CONFIRMACION-FECHA-CORTE
           MOVE LOW-VALUES TO CONFIRMACION-CLIENTES-ID
           START ARCHIVO-CONFIRMACIONES
               KEY IS NOT LESS CONFIRMACION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT INVALID KEY
           MOVE "1" TO FIN-DEL-ARCHIVO
           END-START
           END-IF.
           PERFORM LEE-CONFIRMACION
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CONFIRMACIONES.

       LEE-CONFIRMACION.
           READ ARCHIVO-CONFIRMACIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF CONFIRMACION-FECHA-CORTE NOT = CAMPO-FECHA-CORTE
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           IF SOLO-DISCREPANCIAS = "N"
           PERFORM ACUMULA-CONFIRMACION
           PERFORM IMPRIME-CONFIRMACION
           ELSE
           IF CONFIRMACION-DISCONFORME
           PERFORM IMPRIME-CONFIRMACION
           END-IF
           END-IF
           END-IF.

       ACUMULA-CONFIRMACION.
           ADD 1 TO CONTADOR-CARTAS.
           ADD CONFIRMACION-SALDO-CORTE TO TOTAL-SALDO-CARTAS.
           EVALUATE TRUE
               WHEN CONFIRMACION-POR-SALDO-MAYOR
                   ADD 1 TO CONTADOR-MAYORES
               WHEN CONFIRMACION-POR-AZAR
                   ADD 1 TO CONTADOR-AZAR
               WHEN CONFIRMACION-POR-SUCURSAL
                   ADD 1 TO CONTADOR-SUCURSALES
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CONFIRMACION-CONFORME
                   ADD 1 TO CONTADOR-CONFORMES
                   ADD CONFIRMACION-SALDO-CORTE TO TOTAL-SALDO-CONFORME
               WHEN CONFIRMACION-DISCONFORME
                   ADD 1 TO CONTADOR-DISCONFORMES
                   COMPUTE TOTAL-DIFERENCIAS = TOTAL-DIFERENCIAS +
                       CONFIRMACION-IMPORTE-INFORMADO -
                       CONFIRMACION-SALDO-CORTE
               WHEN CONFIRMACION-SIN-RESPUESTA
                   ADD 1 TO CONTADOR-SIN-RESPUESTA
               WHEN OTHER
                   ADD 1 TO CONTADOR-PENDIENTES
           END-EVALUATE.

       IMPRIME-CONFIRMACION.
           EVALUATE TRUE
               WHEN CONFIRMACION-POR-SALDO-MAYOR
                   MOVE "MAYOR SALDO" TO TEXTO-MOTIVO
               WHEN CONFIRMACION-POR-AZAR
                   MOVE "AL AZAR" TO TEXTO-MOTIVO
               WHEN CONFIRMACION-POR-SUCURSAL
                   MOVE "SUCURSAL" TO TEXTO-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO TEXTO-MOTIVO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CONFIRMACION-CONFORME
                   MOVE "CONFORME" TO TEXTO-ESTADO
               WHEN CONFIRMACION-DISCONFORME
                   MOVE "DISCONFORME" TO TEXTO-ESTADO
               WHEN CONFIRMACION-SIN-RESPUESTA
                   MOVE "NO RESPONDIO" TO TEXTO-ESTADO
               WHEN OTHER
                   MOVE "PENDIENTE" TO TEXTO-ESTADO
           END-EVALUATE.
           MOVE CONFIRMACION-CLIENTES-ID TO LIN-CLIENTE.
           MOVE CONFIRMACION-SUCURSAL TO LIN-SUCURSAL.
           MOVE TEXTO-MOTIVO TO LIN-MOTIVO.
           MOVE CONFIRMACION-SALDO-CORTE TO LIN-SALDO.
           MOVE TEXTO-ESTADO TO LIN-ESTADO.
           MOVE SPACES TO LIN-INFORMADO.
           MOVE SPACES TO LIN-DIFERENCIA.
           IF CONFIRMACION-DISCONFORME
           MOVE CONFIRMACION-IMPORTE-INFORMADO TO CAMPO-IMPORTE
           MOVE CAMPO-IMPORTE TO LIN-INFORMADO
           COMPUTE DIFERENCIA = CONFIRMACION-IMPORTE-INFORMADO -
               CONFIRMACION-SALDO-CORTE
           MOVE DIFERENCIA TO CAMPO-DIFERENCIA
           MOVE CAMPO-DIFERENCIA TO LIN-DIFERENCIA
           END-IF.
           MOVE CONFIRMACION-OBSERVACION TO LIN-OBSERVACION.
           MOVE LINEA-CARTA TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       IMPRIME-TOTALES.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "TOTALES" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Cartas enviadas: " CONTADOR-CARTAS
                  "  (mayor saldo " CONTADOR-MAYORES
                  ", al azar " CONTADOR-AZAR
                  ", por sucursal " CONTADOR-SUCURSALES ")"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Conformes: " CONTADOR-CONFORMES
                  "  Disconformes: " CONTADOR-DISCONFORMES
                  "  No respondieron: " CONTADOR-SIN-RESPUESTA
                  "  Pendientes: " CONTADOR-PENDIENTES
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           COMPUTE PORCENTAJE-RESPUESTA ROUNDED =
               (CONTADOR-CONFORMES + CONTADOR-DISCONFORMES) * 100
               / CONTADOR-CARTAS.
           STRING "Porcentaje de respuesta: " PORCENTAJE-RESPUESTA (1:3)
                  "," PORCENTAJE-RESPUESTA (4:1) "%"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-SALDO-CARTAS TO CAMPO-TOTAL.
           STRING "Saldo total circularizado: " CAMPO-TOTAL
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-SALDO-CONFORME TO CAMPO-TOTAL.
           STRING "Saldo confirmado de conformidad: " CAMPO-TOTAL
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-DIFERENCIAS TO CAMPO-TOTAL.
           STRING "Diferencia neta informada por los clientes: "
                  CAMPO-TOTAL
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
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

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-confirmaciones-saldo.
