      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Acumulador de Calcular-score-clientes: recibe de
      *          Reporte-pasada-unica cada registro de clientes, le
      *          calcula el puntaje (saldo, movimientos del ledger,
      *          recencia del contacto y antiguedad) y la
      *          calificacion A/B/C, y devuelve el registro para que
      *          la pasada lo regrabe; con el REWRITE hecho deja el
      *          renglon de historia. Al cerrar muestra los conteos
      *          en spool y catalogo. Lo usan la corrida suelta del
      *          menu y la pasada unica de la cola de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acumula-score-clientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Solo por la forma del registro; el archivo lo lee y lo regraba
      *la pasada:
       COPY "DataBase.cbl".
      *Ledger, para contar la frecuencia de movimientos:
       COPY "DataBaseMovimientos.cbl".
      *Historial de scoring por corrida:
       COPY "DataBaseScoreHistoria.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataScoreHistoria.cbl".
       COPY "DataEntrenamiento.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
      *Spool y catalogo, para que el reporte no se pierda cuando la
      *pantalla scrollea:
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "SCORE".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CLIENTES-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FECHA-HOY PIC 9(8).
       77  DIAS-HOY-ENTERO PIC 9(7).
       77  FECHA-AUXILIAR PIC 9(8).
       77  DIAS-AUXILIAR PIC 9(7).
       77  DIAS-DIFERENCIA PIC S9(7).
       77  MOVIMIENTOS-DEL-CLIENTE PIC 9(5).
       77  PUNTOS PIC 9(3).
       77  CALIFICACION PIC X(1).
       77  SCORE-ANTERIOR PIC X(1).
       77  CONTADOR-A PIC 9(6) VALUE ZEROES.
       77  CONTADOR-B PIC 9(6) VALUE ZEROES.
       77  CONTADOR-C PIC 9(6) VALUE ZEROES.
       77  CONTADOR-MIGRARON PIC 9(6) VALUE ZEROES.

       LINKAGE SECTION.
       COPY "DataPasadaReporte.cbl".

       PROCEDURE DIVISION USING PASADA-REPORTE.
       EMPIEZA-PROGRAMA.
           EVALUATE TRUE
               WHEN PASADA-INICIO
                   PERFORM INICIA-SCORING
               WHEN PASADA-REGISTRO
                   MOVE PASADA-CLIENTE
                       (1:LENGTH OF CLIENTES-REGISTRO) TO
                       CLIENTES-REGISTRO
                   PERFORM CALIFICA-CLIENTE
               WHEN PASADA-GRABADO
                   PERFORM SCORE-GRABADO
               WHEN PASADA-NO-GRABADO
                   DISPLAY "Error grabando el score de " CLIENTES-ID "."
               WHEN PASADA-FIN
                   PERFORM TERMINA-SCORING
           END-EVALUATE.
           GOBACK.

       INICIA-SCORING.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM ABRE-SPOOL.
           DISPLAY " ".
           MOVE "===== SCORING DE CLIENTES =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE ZEROES TO CONTADOR-A.
           MOVE ZEROES TO CONTADOR-B.
           MOVE ZEROES TO CONTADOR-C.
           MOVE ZEROES TO CONTADOR-MIGRARON.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           COMPUTE DIAS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           OPEN EXTEND ARCHIVO-SCORE-HISTORIA.

      *Solo se califican activos y morosos; el registro calificado
      *vuelve a la pasada para el REWRITE:
       CALIFICA-CLIENTE.
           MOVE "N" TO PASADA-REGRABAR.
           IF CLIENTE-ACTIVO OR CLIENTE-MOROSO
           MOVE CLIENTES-SCORE TO SCORE-ANTERIOR
           PERFORM CALCULA-PUNTOS
           PERFORM TRADUCE-CALIFICACION
           MOVE CALIFICACION TO CLIENTES-SCORE
           MOVE CLIENTES-REGISTRO TO
               PASADA-CLIENTE (1:LENGTH OF CLIENTES-REGISTRO)
           MOVE "S" TO PASADA-REGRABAR
           END-IF.

      *El puntaje suma cuatro miradas: plata hoy (saldo), vida de la
      *cuenta (movimientos del ledger), relacion (recencia del
      *ultimo contacto) y fidelidad (antiguedad desde el alta):
       CALCULA-PUNTOS.
           MOVE ZEROES TO PUNTOS.
           IF CLIENTES-SALDO >= 100000
           ADD 30 TO PUNTOS
           ELSE
           IF CLIENTES-SALDO >= 10000
           ADD 20 TO PUNTOS
           ELSE
           IF CLIENTES-SALDO >= 1000
           ADD 10 TO PUNTOS
           END-IF
           END-IF
           END-IF.
           PERFORM CUENTA-MOVIMIENTOS.
           IF MOVIMIENTOS-DEL-CLIENTE >= 20
           ADD 30 TO PUNTOS
           ELSE
           IF MOVIMIENTOS-DEL-CLIENTE >= 10
           ADD 20 TO PUNTOS
           ELSE
           IF MOVIMIENTOS-DEL-CLIENTE >= 3
           ADD 10 TO PUNTOS
           END-IF
           END-IF
           END-IF.
           IF CLIENTES-FECHA-ULTIMO-CONTACTO NUMERIC
           MOVE CLIENTES-FECHA-ULTIMO-CONTACTO TO FECHA-AUXILIAR
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR)
           COMPUTE DIAS-DIFERENCIA =
               DIAS-HOY-ENTERO - DIAS-AUXILIAR
           IF DIAS-DIFERENCIA < 30
           ADD 20 TO PUNTOS
           ELSE
           IF DIAS-DIFERENCIA < 90
           ADD 10 TO PUNTOS
           END-IF
           END-IF
           END-IF.
           IF CLIENTES-FECHA-ALTA NUMERIC
           MOVE CLIENTES-FECHA-ALTA TO FECHA-AUXILIAR
           COMPUTE DIAS-AUXILIAR =
               FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR)
           COMPUTE DIAS-DIFERENCIA =
               DIAS-HOY-ENTERO - DIAS-AUXILIAR
           IF DIAS-DIFERENCIA >= 1825
           ADD 20 TO PUNTOS
           ELSE
           IF DIAS-DIFERENCIA >= 730
           ADD 10 TO PUNTOS
           ELSE
           IF DIAS-DIFERENCIA >= 365
           ADD 5 TO PUNTOS
           END-IF
           END-IF
           END-IF
           END-IF.

      *Los movimientos se cuentan con un START directo al cliente;
      *los renglones de arrastre y revaluacion no son actividad:
       CUENTA-MOVIMIENTOS.
           MOVE ZEROES TO MOVIMIENTOS-DEL-CLIENTE.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT INVALID KEY
           MOVE "1" TO FIN-DEL-ARCHIVO
           PERFORM LEE-SIGUIENTE-MOVIMIENTO
           END-START.
           PERFORM CUENTA-MOVIMIENTO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DEL-ARCHIVO
           END-IF.

       CUENTA-MOVIMIENTO.
           IF NOT MOVIMIENTO-SALDO-ANTERIOR AND
              NOT MOVIMIENTO-REVALUACION
           ADD 1 TO MOVIMIENTOS-DEL-CLIENTE
           END-IF.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       TRADUCE-CALIFICACION.
           IF PUNTOS >= 70
           MOVE "A" TO CALIFICACION
           ADD 1 TO CONTADOR-A
           ELSE
           IF PUNTOS >= 40
           MOVE "B" TO CALIFICACION
           ADD 1 TO CONTADOR-B
           ELSE
           MOVE "C" TO CALIFICACION
           ADD 1 TO CONTADOR-C
           END-IF
           END-IF.

      *La historia y la migracion de calificacion se anotan solo con
      *el registro ya regrabado:
       SCORE-GRABADO.
           PERFORM GRABA-HISTORIA-SCORE.
           IF SCORE-ANTERIOR NOT = SPACE AND
              SCORE-ANTERIOR NOT = CALIFICACION
           ADD 1 TO CONTADOR-MIGRARON
           DISPLAY "Cliente " CLIENTES-ID " paso de "
                   SCORE-ANTERIOR " a " CALIFICACION "."
           END-IF.

       GRABA-HISTORIA-SCORE.
           MOVE FECHA-HOY TO SCORE-FECHA.
           MOVE CLIENTES-ID TO SCORE-CLIENTES-ID.
           MOVE PUNTOS TO SCORE-PUNTOS.
           MOVE CALIFICACION TO SCORE-CALIFICACION.
           WRITE SCORE-HISTORIA-REGISTRO.

       TERMINA-SCORING.
           CLOSE ARCHIVO-SCORE-HISTORIA.
           STRING "Calificados A: " CONTADOR-A
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Calificados B: " CONTADOR-B
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Calificados C: " CONTADOR-C
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Migraron de calificacion: " CONTADOR-MIGRARON
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.

       COPY "ProcEntrenamiento.cbl".

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
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       END PROGRAM Acumula-score-clientes.
