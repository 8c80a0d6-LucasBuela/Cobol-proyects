      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Listado diario de reclamos abiertos que ya pasaron
      *          la fecha limite de su categoria, ordenado por el
      *          operador que los tiene asignados, con los dias de
      *          atraso de cada uno y un subtotal por operador. Corre
      *          en el proceso nocturno con la fecha de la cadena o
      *          a mano desde el menu con la fecha del dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-reclamos-vencidos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Reclamos, leidos por operador asignado:
       COPY "DataBaseReclamos.cbl".

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
       COPY "Data.cbl".
       COPY "DataReclamos.cbl".

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
       77  RECLAMOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "RECLAMOSVENC".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DE-RECLAMOS PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  DIA-CORRIDA PIC 9(8).
       77  DIAS-DE-ATRASO PIC 9(5).
       77  OPERADOR-EN-CURSO PIC X(10).
       77  NOMBRE-DEL-CLIENTE PIC X(30).
       77  CONTADOR-LEIDOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-ABIERTOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-VENCIDOS PIC 9(6) VALUE ZEROES.
       77  VENCIDOS-DEL-OPERADOR PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           COMPUTE DIA-CORRIDA =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               FECHA-DE-CORRIDA)).
           MOVE "===== RECLAMOS VENCIDOS POR OPERADOR ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Al " FECHA-DE-CORRIDA
                  ": reclamos abiertos con la fecha limite pasada"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Reclamo  Cat Client Nombre                        "
                  " Abierto  Limite   Atraso"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-RECLAMOS.
           MOVE "0" TO FIN-DE-RECLAMOS.
           MOVE HIGH-VALUES TO OPERADOR-EN-CURSO.
           IF RECLAMOS-STATUS = "00"
           MOVE LOW-VALUES TO RECLAMO-OPERADOR-ASIGNADO
           START ARCHIVO-RECLAMOS
               KEY IS NOT LESS RECLAMO-OPERADOR-ASIGNADO
           INVALID KEY
           MOVE "0" TO FIN-DE-RECLAMOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-RECLAMOS
           PERFORM LEE-SIGUIENTE-RECLAMO
           END-START
           END-IF.
           PERFORM REVISA-RECLAMO
           UNTIL FIN-DE-RECLAMOS = "0".
           PERFORM CIERRA-OPERADOR.
           CLOSE ARCHIVO-RECLAMOS.
           CLOSE ARCHIVO-CLIENTES.
           STRING "Reclamos abiertos: " CONTADOR-ABIERTOS
                  "   Vencidos: " CONTADOR-VENCIDOS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
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

       LEE-SIGUIENTE-RECLAMO.
           READ ARCHIVO-RECLAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RECLAMOS
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS.

       REVISA-RECLAMO.
           IF RECLAMO-ABIERTO
           ADD 1 TO CONTADOR-ABIERTOS
           IF RECLAMO-FECHA-LIMITE < FECHA-DE-CORRIDA
           PERFORM INFORMA-RECLAMO
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-RECLAMO.

      *Al cambiar de operador se cierra el subtotal del anterior y
      *se titula el nuevo:
       INFORMA-RECLAMO.
           IF RECLAMO-OPERADOR-ASIGNADO NOT = OPERADOR-EN-CURSO
           PERFORM CIERRA-OPERADOR
           MOVE RECLAMO-OPERADOR-ASIGNADO TO OPERADOR-EN-CURSO
           MOVE ZEROES TO VENCIDOS-DEL-OPERADOR
           STRING "Operador: " OPERADOR-EN-CURSO
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           ADD 1 TO CONTADOR-VENCIDOS.
           ADD 1 TO VENCIDOS-DEL-OPERADOR.
           COMPUTE DIAS-DE-ATRASO = DIA-CORRIDA -
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               RECLAMO-FECHA-LIMITE)).
           MOVE RECLAMO-CLIENTES-ID TO CLIENTES-ID.
           MOVE SPACES TO NOMBRE-DEL-CLIENTE.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "(cliente no encontrado)" TO NOMBRE-DEL-CLIENTE
           NOT INVALID KEY
           STRING CLIENTES-APELLIDO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CLIENTES-NOMBRE DELIMITED BY "  "
                  INTO NOMBRE-DEL-CLIENTE
           END-READ.
           STRING RECLAMO-NUMERO " "
                  RECLAMO-CATEGORIA " "
                  RECLAMO-CLIENTES-ID " "
                  NOMBRE-DEL-CLIENTE " "
                  RECLAMO-FECHA-APERTURA " "
                  RECLAMO-FECHA-LIMITE " "
                  DIAS-DE-ATRASO
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       CIERRA-OPERADOR.
           IF OPERADOR-EN-CURSO NOT = HIGH-VALUES
           STRING "  Vencidos de " OPERADOR-EN-CURSO ": "
                  VENCIDOS-DEL-OPERADOR
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

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

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-reclamos-vencidos.
