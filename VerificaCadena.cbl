      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Verificacion de las cadenas de hash de la auditoria
      *          (clientes.log y el detalle de modificaciones) y del
      *          ledger de movimientos: recorre cada archivo en orden
      *          de numero de cadena desde su ancla, recalcula el hash
      *          de cada registro con Encadenar-registro y lo compara
      *          con el grabado. Un registro editado, un numero que
      *          falta sin baja justificada en cadena_bajas.dat, un
      *          numero repetido o una punta que no coincide con
      *          cadena_estado.dat (registros truncados al final)
      *          rompen la cadena: se informa el primer registro roto
      *          de cada archivo en el spool y queda una alerta para
      *          el supervisor. Los registros grabados antes de que
      *          existiera la cadena no se verifican. Corre en el
      *          proceso nocturno o a mano desde el menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verificar-cadenas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivos encadenados:
       COPY "DataBaseLog.cbl".
       COPY "DataBaseLogDetalle.cbl".
       COPY "DataBaseMovimientos.cbl".
      *Punta y ancla de cada cadena y bajas justificadas:
       COPY "DataBaseCadenaEstado.cbl".
       COPY "DataBaseCadenaBajas.cbl".

      *Registros encadenados de un archivo, en el orden en que se
      *leyeron y ordenados por numero de cadena:
       SELECT ARCHIVO-TRABAJO-CADENA
       ASSIGN TO "cadena_trabajo.tmp"
       ORGANIZATION SEQUENTIAL.
      *Archivo intermedio usado por el SORT:
       SELECT ARCHIVO-ORDEN-CADENA
       ASSIGN TO "cadena.srt".
       SELECT ARCHIVO-CADENA-ORDENADA
       ASSIGN TO "cadena_ordenada.tmp"
       ORGANIZATION SEQUENTIAL.

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

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataLog.cbl".
       COPY "DataLogDetalle.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataCadenaEstado.cbl".
       COPY "DataCadenaBajas.cbl".

      *La imagen va con los campos de cadena ya en blanco, tal como
      *se sello; el hash grabado va aparte para compararlo:
       FD  ARCHIVO-TRABAJO-CADENA.
           01 TRABAJO-CADENA-REGISTRO.
              05 TRABAJO-CADENA-NUMERO PIC 9(9).
              05 TRABAJO-CADENA-HASH PIC X(24).
              05 TRABAJO-CADENA-LARGO PIC 9(4).
              05 TRABAJO-CADENA-IMAGEN PIC X(900).

       SD  ARCHIVO-ORDEN-CADENA.
           01 ORDEN-CADENA-REGISTRO.
              05 ORDEN-CADENA-NUMERO PIC 9(9).
              05 ORDEN-CADENA-HASH PIC X(24).
              05 ORDEN-CADENA-LARGO PIC 9(4).
              05 ORDEN-CADENA-IMAGEN PIC X(900).

       FD  ARCHIVO-CADENA-ORDENADA.
           01 ORDENADA-REGISTRO.
              05 ORDENADA-NUMERO PIC 9(9).
              05 ORDENADA-HASH PIC X(24).
              05 ORDENADA-LARGO PIC 9(4).
              05 ORDENADA-IMAGEN PIC X(900).

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
       77  CADENA-ESTADO-STATUS PIC XX.
       77  CADENA-BAJAS-STATUS PIC XX.
       77  ALERTAS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "CADENAS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-ROTAS PIC 9(1) VALUE ZEROES.

      *Sin estado o sin bajas grabadas todavia, los archivos opcionales
      *no se leen:
       77  HAY-ESTADO PIC X.
       77  HAY-BAJAS PIC X.
       77  ESTADO-HALLADO PIC X.
       77  BAJA-HALLADA PIC X.

      *Archivo que se esta verificando y su recorrido:
       77  ARCHIVO-EN-CURSO PIC X(30).
       77  FIN-DEL-ARCHIVO PIC X.
       77  NUMERO-ESPERADO PIC 9(9).
       77  HASH-PREVIO PIC X(24).
       77  ULTIMO-DEL-ESTADO PIC 9(9).
       77  HASH-DEL-ESTADO PIC X(24).
       77  REGISTROS-CON-CADENA PIC 9(7).
       77  REGISTROS-SIN-CADENA PIC 9(7).
       77  REGISTROS-VERIFICADOS PIC 9(7).
       77  BAJAS-SALTEADAS PIC 9(7).
       77  CADENA-ROTA PIC X.
       77  NUMERO-ROTO PIC 9(9).
       77  MOTIVO-ROTURA PIC X(50).

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== VERIFICACION DE CADENAS DE HASH =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Dia " FECHA-DE-CORRIDA
                  ": auditoria, detalle de modificaciones y ledger"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM ABRE-ESTADO-Y-BAJAS.

           MOVE NOMBRE-ARCHIVO-LOG TO ARCHIVO-EN-CURSO.
           PERFORM EXTRAE-LOG.
           PERFORM VERIFICA-ARCHIVO.

           MOVE NOMBRE-ARCHIVO-DETALLE TO ARCHIVO-EN-CURSO.
           PERFORM EXTRAE-DETALLE.
           PERFORM VERIFICA-ARCHIVO.

           MOVE NOMBRE-ARCHIVO-MOVIMIENTOS TO ARCHIVO-EN-CURSO.
           PERFORM EXTRAE-MOVIMIENTOS.
           PERFORM VERIFICA-ARCHIVO.

           CLOSE ARCHIVO-CADENA-ESTADO.
           CLOSE ARCHIVO-CADENA-BAJAS.
           DELETE FILE ARCHIVO-TRABAJO-CADENA.
           DELETE FILE ARCHIVO-CADENA-ORDENADA.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CONTADOR-ROTAS = ZEROES
           MOVE "Las tres cadenas estan integras." TO LINEA-SPOOL
           ELSE
           STRING "Cadenas rotas: " CONTADOR-ROTAS
                  " (queda alerta para el supervisor)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
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

       ABRE-ESTADO-Y-BAJAS.
           MOVE "N" TO HAY-ESTADO.
           OPEN INPUT ARCHIVO-CADENA-ESTADO.
           IF CADENA-ESTADO-STATUS = "00"
           MOVE "S" TO HAY-ESTADO
           END-IF.
           MOVE "N" TO HAY-BAJAS.
           OPEN INPUT ARCHIVO-CADENA-BAJAS.
           IF CADENA-BAJAS-STATUS = "00"
           MOVE "S" TO HAY-BAJAS
           END-IF.

      *Cada archivo se pasa al de trabajo con la imagen de cada
      *registro tal como se sello (campos de cadena en blanco) y su
      *hash grabado aparte; los registros sin numero de cadena son
      *anteriores a la cadena y solo se cuentan:
       INICIA-EXTRACCION.
           MOVE ZEROES TO REGISTROS-CON-CADENA.
           MOVE ZEROES TO REGISTROS-SIN-CADENA.
           OPEN OUTPUT ARCHIVO-TRABAJO-CADENA.
           MOVE "1" TO FIN-DEL-ARCHIVO.

       EXTRAE-LOG.
           PERFORM INICIA-EXTRACCION.
           OPEN INPUT ARCHIVO-CLIENTES-LOG.
           PERFORM EXTRAE-UN-LOG
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-TRABAJO-CADENA.

       EXTRAE-UN-LOG.
           READ ARCHIVO-CLIENTES-LOG NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS
           IF LOG-CADENA-NUMERO NUMERIC AND
              LOG-CADENA-NUMERO > ZEROES
           MOVE LOG-CADENA-NUMERO TO TRABAJO-CADENA-NUMERO
           MOVE LOG-CADENA-HASH TO TRABAJO-CADENA-HASH
           MOVE SPACES TO LOG-CADENA
           MOVE LENGTH OF LOG-REGISTRO TO TRABAJO-CADENA-LARGO
           MOVE SPACES TO TRABAJO-CADENA-IMAGEN
           MOVE LOG-REGISTRO TO TRABAJO-CADENA-IMAGEN
           WRITE TRABAJO-CADENA-REGISTRO
           ADD 1 TO REGISTROS-CON-CADENA
           ELSE
           ADD 1 TO REGISTROS-SIN-CADENA
           END-IF.

       EXTRAE-DETALLE.
           PERFORM INICIA-EXTRACCION.
           OPEN INPUT ARCHIVO-LOG-DETALLE.
           PERFORM EXTRAE-UN-DETALLE
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-LOG-DETALLE.
           CLOSE ARCHIVO-TRABAJO-CADENA.

       EXTRAE-UN-DETALLE.
           READ ARCHIVO-LOG-DETALLE
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS
           IF DETALLE-CADENA-NUMERO NUMERIC AND
              DETALLE-CADENA-NUMERO > ZEROES
           MOVE DETALLE-CADENA-NUMERO TO TRABAJO-CADENA-NUMERO
           MOVE DETALLE-CADENA-HASH TO TRABAJO-CADENA-HASH
           MOVE SPACES TO DETALLE-CADENA
           MOVE LENGTH OF DETALLE-REGISTRO TO TRABAJO-CADENA-LARGO
           MOVE SPACES TO TRABAJO-CADENA-IMAGEN
           MOVE DETALLE-REGISTRO TO TRABAJO-CADENA-IMAGEN
           WRITE TRABAJO-CADENA-REGISTRO
           ADD 1 TO REGISTROS-CON-CADENA
           ELSE
           ADD 1 TO REGISTROS-SIN-CADENA
           END-IF.

       EXTRAE-MOVIMIENTOS.
           PERFORM INICIA-EXTRACCION.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           PERFORM EXTRAE-UN-MOVIMIENTO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-TRABAJO-CADENA.

       EXTRAE-UN-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           ADD 1 TO CONTADOR-LEIDOS
           IF MOVIMIENTO-CADENA-NUMERO NUMERIC AND
              MOVIMIENTO-CADENA-NUMERO > ZEROES
           MOVE MOVIMIENTO-CADENA-NUMERO TO TRABAJO-CADENA-NUMERO
           MOVE MOVIMIENTO-CADENA-HASH TO TRABAJO-CADENA-HASH
           MOVE SPACES TO MOVIMIENTO-CADENA
           MOVE LENGTH OF MOVIMIENTO-REGISTRO TO
               TRABAJO-CADENA-LARGO
           MOVE SPACES TO TRABAJO-CADENA-IMAGEN
           MOVE MOVIMIENTO-REGISTRO TO TRABAJO-CADENA-IMAGEN
           WRITE TRABAJO-CADENA-REGISTRO
           ADD 1 TO REGISTROS-CON-CADENA
           ELSE
           ADD 1 TO REGISTROS-SIN-CADENA
           END-IF.

      *Recorre la cadena del archivo en curso desde el registro que
      *sigue al ancla hasta la punta que dice el estado; se corta en
      *el primer registro roto:
       VERIFICA-ARCHIVO.
           SORT ARCHIVO-ORDEN-CADENA ON ASCENDING KEY
                ORDEN-CADENA-NUMERO
           USING ARCHIVO-TRABAJO-CADENA
           GIVING ARCHIVO-CADENA-ORDENADA.
           PERFORM LEE-ESTADO-DEL-ARCHIVO.
           MOVE "N" TO CADENA-ROTA.
           MOVE ZEROES TO REGISTROS-VERIFICADOS.
           MOVE ZEROES TO BAJAS-SALTEADAS.
           OPEN INPUT ARCHIVO-CADENA-ORDENADA.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-REGISTRO-ORDENADO.
           PERFORM VERIFICA-REGISTRO
               UNTIL FIN-DEL-ARCHIVO = "0" OR CADENA-ROTA = "S".
           CLOSE ARCHIVO-CADENA-ORDENADA.
           IF CADENA-ROTA = "N"
           PERFORM VERIFICA-PUNTA
           END-IF.
           PERFORM INFORMA-ARCHIVO.

       LEE-ESTADO-DEL-ARCHIVO.
           MOVE "N" TO ESTADO-HALLADO.
           IF HAY-ESTADO = "S"
           MOVE ARCHIVO-EN-CURSO TO CADENA-ESTADO-ARCHIVO
           READ ARCHIVO-CADENA-ESTADO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO ESTADO-HALLADO
           END-READ
           END-IF.
           IF ESTADO-HALLADO = "S"
           COMPUTE NUMERO-ESPERADO = CADENA-ESTADO-ANCLA-NUMERO + 1
           MOVE CADENA-ESTADO-ANCLA-HASH TO HASH-PREVIO
           MOVE CADENA-ESTADO-ULTIMO-NUMERO TO ULTIMO-DEL-ESTADO
           MOVE CADENA-ESTADO-ULTIMO-HASH TO HASH-DEL-ESTADO
           ELSE
           MOVE 1 TO NUMERO-ESPERADO
           MOVE SPACES TO HASH-PREVIO
           MOVE ZEROES TO ULTIMO-DEL-ESTADO
           MOVE SPACES TO HASH-DEL-ESTADO
           END-IF.

       LEE-REGISTRO-ORDENADO.
           READ ARCHIVO-CADENA-ORDENADA
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Un hueco antes del registro solo vale si cada numero que falta
      *tiene su baja justificada; un numero que ya paso (repetido o
      *anterior al ancla) es un registro intercalado:
       VERIFICA-REGISTRO.
           PERFORM SALTA-BAJA
               UNTIL NUMERO-ESPERADO NOT < ORDENADA-NUMERO
               OR CADENA-ROTA = "S".
           IF CADENA-ROTA = "N"
           IF ORDENADA-NUMERO < NUMERO-ESPERADO
           MOVE ORDENADA-NUMERO TO NUMERO-ROTO
           MOVE "numero repetido o anterior al ancla" TO
               MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA
           ELSE
           PERFORM RECALCULA-HASH
           END-IF
           END-IF.
           IF CADENA-ROTA = "N"
           PERFORM LEE-REGISTRO-ORDENADO
           END-IF.

       SALTA-BAJA.
           MOVE "N" TO BAJA-HALLADA.
           IF HAY-BAJAS = "S"
           MOVE ARCHIVO-EN-CURSO TO CADENA-BAJA-ARCHIVO
           MOVE NUMERO-ESPERADO TO CADENA-BAJA-NUMERO
           READ ARCHIVO-CADENA-BAJAS RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO BAJA-HALLADA
           END-READ
           END-IF.
           IF BAJA-HALLADA = "S"
           MOVE CADENA-BAJA-HASH TO HASH-PREVIO
           ADD 1 TO NUMERO-ESPERADO
           ADD 1 TO BAJAS-SALTEADAS
           ELSE
           MOVE NUMERO-ESPERADO TO NUMERO-ROTO
           MOVE "falta el registro y no hay baja justificada" TO
               MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA
           END-IF.

       RECALCULA-HASH.
           MOVE "H" TO CADENA-ACCION.
           MOVE ARCHIVO-EN-CURSO TO CADENA-ARCHIVO.
           MOVE ORDENADA-LARGO TO CADENA-LARGO.
           MOVE ORDENADA-IMAGEN TO CADENA-TEXTO.
           MOVE ORDENADA-NUMERO TO CADENA-NUMERO.
           MOVE HASH-PREVIO TO CADENA-HASH-ANTERIOR.
           CALL "Encadenar-registro" USING CADENA-CONSULTA.
           IF CADENA-HASH = ORDENADA-HASH
           MOVE ORDENADA-HASH TO HASH-PREVIO
           ADD 1 TO NUMERO-ESPERADO
           ADD 1 TO REGISTROS-VERIFICADOS
           ELSE
           MOVE ORDENADA-NUMERO TO NUMERO-ROTO
           MOVE "el contenido no coincide con su hash" TO
               MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA
           END-IF.

      *La cadena tiene que terminar justo en la punta del estado: lo
      *que falta al final sin baja es un corte del archivo, y lo que
      *sobra se grabo por afuera de Encadenar-registro:
       VERIFICA-PUNTA.
           PERFORM SALTA-BAJA
               UNTIL NUMERO-ESPERADO > ULTIMO-DEL-ESTADO
               OR CADENA-ROTA = "S".
           IF CADENA-ROTA = "N"
           IF NUMERO-ESPERADO > ULTIMO-DEL-ESTADO + 1
           COMPUTE NUMERO-ROTO = ULTIMO-DEL-ESTADO + 1
           MOVE "registros mas alla de la punta del estado" TO
               MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA
           ELSE
           IF HASH-PREVIO NOT = HASH-DEL-ESTADO
           MOVE ULTIMO-DEL-ESTADO TO NUMERO-ROTO
           MOVE "la punta no coincide con el estado" TO
               MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA
           END-IF
           END-IF
           END-IF.

       INFORMA-ARCHIVO.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Archivo " ARCHIVO-EN-CURSO
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "  Con cadena: " REGISTROS-CON-CADENA
                  "   Anteriores a la cadena: " REGISTROS-SIN-CADENA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "  Verificados: " REGISTROS-VERIFICADOS
                  "   Bajas justificadas: " BAJAS-SALTEADAS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CADENA-ROTA = "S"
           ADD 1 TO CONTADOR-ROTAS
           STRING "  *** CADENA ROTA en el registro " NUMERO-ROTO
                  ": " MOTIVO-ROTURA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           PERFORM GRABA-ALERTA-CADENA
           ELSE
           MOVE "  Cadena integra." TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

       GRABA-ALERTA-CADENA.
           OPEN EXTEND ARCHIVO-ALERTAS.
           MOVE FUNCTION CURRENT-DATE TO ALERTA-FECHA-HORA.
           MOVE "CADENA" TO ALERTA-ORIGEN.
           MOVE SPACES TO ALERTA-TEXTO.
           STRING "Cadena de hash rota: " DELIMITED BY SIZE
                  ARCHIVO-EN-CURSO DELIMITED BY SPACE
                  " registro " DELIMITED BY SIZE
                  NUMERO-ROTO DELIMITED BY SIZE
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

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Verificar-cadenas.
