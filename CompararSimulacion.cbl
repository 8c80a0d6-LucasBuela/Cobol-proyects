      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cruza la ultima simulacion de una corrida de posteo
      *          mensual (ver Simular-posteo-mensual) contra lo que la
      *          corrida real dejo en el ledger en su dia de
      *          imputacion: por cliente y tipo de movimiento muestra
      *          lo que coincide, lo que difiere, lo simulado que no
      *          se posteo y lo posteado que no estaba simulado, y
      *          cierra con los totales por tipo y moneda de los dos
      *          lados. El reporte queda en el catalogo de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comparar-simulacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Renglones de la ultima simulacion de cada proceso:
       COPY "DataBaseSimulacion.cbl".

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
       COPY "Data.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataSimulacion.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  SIMULACION-STATUS PIC XX.
      *Spool y catalogo, para que el reporte no se pierda cuando la
      *pantalla scrollea:
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "COMPARASIM".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
      *Proceso elegido, con los tipos de renglon y el operador con
      *que su corrida real graba el ledger:
       77  PROCESO-A-COMPARAR PIC X(1).
       77  TIPO-DEL-PROCESO PIC X(1).
       77  OTRO-TIPO-DEL-PROCESO PIC X(1).
       77  OPERADOR-DEL-PROCESO PIC X(10).
       77  FECHA-REAL PIC X(8).
       77  FECHA-VALIDA PIC X.
       77  CAMPO-FECHA-TIPEADA PIC X(8).
       77  FIN-SIMULADOS PIC X.
       77  FIN-LEDGER PIC X.
       77  HAY-SIMULADO PIC X.
      *Grupo de renglones simulados de un cliente y un tipo, y lo que
      *el ledger tiene del mismo cliente y tipo en el dia de la
      *corrida real:
       77  GRUPO-CLIENTES-ID PIC X(6).
       77  GRUPO-TIPO PIC X(1).
       77  GRUPO-MONEDA PIC X(3).
       77  SUMA-SIMULADA PIC S9(11)V99 COMP-3.
       77  SUMA-REAL PIC S9(11)V99 COMP-3.
       77  RENGLONES-REALES PIC 9(4).
       77  MONEDA-DEL-RENGLON PIC X(3).
       77  SIMULADO-MUESTRA PIC -(11)9.99.
       77  REAL-MUESTRA PIC -(11)9.99.
       77  DIFERENCIA-MUESTRA PIC -(11)9.99.
       77  CONTADOR-COINCIDEN PIC 9(6) VALUE ZEROES.
       77  CONTADOR-DIFIEREN PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SIN-POSTEAR PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SIN-SIMULAR PIC 9(6) VALUE ZEROES.
      *Totales por tipo y moneda de los dos lados:
       77  MAXIMO-TOTALES PIC 9(2) VALUE 40.
       77  CANTIDAD-TOTALES PIC 9(2) VALUE ZEROES.
       77  INDICE-TOTAL PIC 9(2).
       77  TOTAL-HALLADO PIC X.
       01  TABLA-TOTALES.
           05 COMP-TOTAL OCCURS 40 TIMES.
              10 COMP-TOT-TIPO PIC X(1).
              10 COMP-TOT-MONEDA PIC X(3).
              10 COMP-TOT-SIMULADO PIC S9(13)V99 COMP-3.
              10 COMP-TOT-REAL PIC S9(13)V99 COMP-3.
       77  TOTAL-MUESTRA PIC -(13)9.99.
       77  TOTAL-REAL-MUESTRA PIC -(13)9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== SIMULACION CONTRA CORRIDA REAL =====".
           MOVE ZEROES TO CONTADOR-COINCIDEN.
           MOVE ZEROES TO CONTADOR-DIFIEREN.
           MOVE ZEROES TO CONTADOR-SIN-POSTEAR.
           MOVE ZEROES TO CONTADOR-SIN-SIMULAR.
           MOVE ZEROES TO CANTIDAD-TOTALES.
           PERFORM PIDE-PROCESO.
           IF TIPO-DEL-PROCESO = SPACE
           GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-SIMULACION.
           PERFORM PIDE-FECHA-REAL.
           IF FECHA-VALIDA = "N"
           CLOSE ARCHIVO-SIMULACION
           GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           MOVE SPACES TO PARAMETROS-DEL-REPORTE.
           STRING "PROCESO=" PROCESO-A-COMPARAR " FECHA=" FECHA-REAL
               DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "SIMULACION CONTRA CORRIDA REAL - PROCESO "
               PROCESO-A-COMPARAR " - LEDGER DEL " FECHA-REAL
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "ID      T    Mon" TO LINEA-SPOOL.
           MOVE "Simulado" TO LINEA-SPOOL (26:8).
           MOVE "Real" TO LINEA-SPOOL (46:4).
           MOVE "Diferencia  Observacion" TO LINEA-SPOOL (57:23).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CRUZA-SIMULADOS.
           PERFORM BUSCA-POSTEADOS-SIN-SIMULAR.
           PERFORM MUESTRA-TOTALES.
           CLOSE ARCHIVO-SIMULACION.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           PERFORM CIERRA-SPOOL.
           GOBACK.

      *Cada proceso se reconoce en el ledger por su tipo de renglon y
      *por el operador con que lo graba su corrida:
       PIDE-PROCESO.
           DISPLAY "(I) Interes y mantenimiento mensual".
           DISPLAY "(O) Ordenes permanentes".
           DISPLAY "(R) Revaluacion cambiaria".
           DISPLAY "(A) Ajuste de saldos en lote".
           DISPLAY "Proceso a comparar (blanco para salir): ".
           MOVE SPACE TO PROCESO-A-COMPARAR.
           ACCEPT PROCESO-A-COMPARAR.
           MOVE FUNCTION UPPER-CASE(PROCESO-A-COMPARAR) TO
               PROCESO-A-COMPARAR.
           MOVE SPACE TO TIPO-DEL-PROCESO.
           MOVE SPACE TO OTRO-TIPO-DEL-PROCESO.
           EVALUATE PROCESO-A-COMPARAR
               WHEN "I"
                   MOVE "I" TO TIPO-DEL-PROCESO
                   MOVE "G" TO OTRO-TIPO-DEL-PROCESO
                   MOVE "BATCH" TO OPERADOR-DEL-PROCESO
               WHEN "O"
                   MOVE "O" TO TIPO-DEL-PROCESO
                   MOVE "ORDENES" TO OPERADOR-DEL-PROCESO
               WHEN "R"
                   MOVE "V" TO TIPO-DEL-PROCESO
                   MOVE "REVALUA" TO OPERADOR-DEL-PROCESO
               WHEN "A"
                   MOVE "A" TO TIPO-DEL-PROCESO
                   MOVE "BATCH" TO OPERADOR-DEL-PROCESO
               WHEN " "
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      *La fecha propuesta es la de la corrida simulada, que es el dia
      *en que la real habria imputado sus renglones; si la real
      *corrio otro dia se tipea el suyo:
       PIDE-FECHA-REAL.
           MOVE "S" TO FECHA-VALIDA.
           MOVE SPACES TO FECHA-REAL.
           MOVE LOW-VALUES TO SIMULACION-CLAVE.
           MOVE PROCESO-A-COMPARAR TO SIMULACION-PROCESO.
           MOVE "N" TO HAY-SIMULADO.
           START ARCHIVO-SIMULACION
               KEY IS NOT LESS SIMULACION-CLAVE
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           READ ARCHIVO-SIMULACION NEXT RECORD
           AT END
           CONTINUE
           NOT AT END
           IF SIMULACION-PROCESO = PROCESO-A-COMPARAR
           MOVE "S" TO HAY-SIMULADO
           MOVE SIMULACION-FECHA TO FECHA-REAL
           END-IF
           END-READ
           END-START.
           IF HAY-SIMULADO = "N"
           DISPLAY "No hay simulacion guardada de este proceso."
           MOVE "N" TO FECHA-VALIDA
           ELSE
           DISPLAY "Dia de la corrida real (AAAAMMDD, blanco = "
                   FECHA-REAL "): "
           MOVE SPACES TO CAMPO-FECHA-TIPEADA
           ACCEPT CAMPO-FECHA-TIPEADA
           IF CAMPO-FECHA-TIPEADA NOT = SPACES
           IF CAMPO-FECHA-TIPEADA NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(CAMPO-FECHA-TIPEADA)) = ZERO
           MOVE CAMPO-FECHA-TIPEADA TO FECHA-REAL
           ELSE
           DISPLAY "Fecha invalida."
           MOVE "N" TO FECHA-VALIDA
           END-IF
           END-IF
           END-IF.

      *Primer lado: cada grupo simulado (cliente y tipo) contra la
      *suma de lo que el ledger tiene de ese cliente y tipo:
       CRUZA-SIMULADOS.
           MOVE LOW-VALUES TO SIMULACION-CLAVE.
           MOVE PROCESO-A-COMPARAR TO SIMULACION-PROCESO.
           START ARCHIVO-SIMULACION
               KEY IS NOT LESS SIMULACION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-SIMULADOS
           NOT INVALID KEY
           MOVE "1" TO FIN-SIMULADOS
           PERFORM LEE-SIMULADO
           END-START.
           PERFORM CRUZA-GRUPO-SIMULADO
           UNTIL FIN-SIMULADOS = "0".

       LEE-SIMULADO.
           READ ARCHIVO-SIMULACION NEXT RECORD
           AT END
           MOVE "0" TO FIN-SIMULADOS
           NOT AT END
           IF SIMULACION-PROCESO NOT = PROCESO-A-COMPARAR
           MOVE "0" TO FIN-SIMULADOS
           END-IF
           END-READ.

       CRUZA-GRUPO-SIMULADO.
           MOVE SIMULACION-CLIENTES-ID TO GRUPO-CLIENTES-ID.
           MOVE SIMULACION-TIPO TO GRUPO-TIPO.
           MOVE SIMULACION-MONEDA TO GRUPO-MONEDA.
           MOVE ZERO TO SUMA-SIMULADA.
           PERFORM SUMA-SIMULADO
           UNTIL FIN-SIMULADOS = "0"
              OR SIMULACION-CLIENTES-ID NOT = GRUPO-CLIENTES-ID
              OR SIMULACION-TIPO NOT = GRUPO-TIPO.
           PERFORM SUMA-REAL-DEL-CLIENTE.
           IF RENGLONES-REALES = ZEROES
           ADD 1 TO CONTADOR-SIN-POSTEAR
           MOVE "SIMULADO, NO POSTEADO" TO LINEA-SPOOL (69:21)
           PERFORM ARMA-LINEA-COMPARADA
           ELSE
           IF SUMA-REAL = SUMA-SIMULADA
           ADD 1 TO CONTADOR-COINCIDEN
           ELSE
           ADD 1 TO CONTADOR-DIFIEREN
           MOVE "DIFIERE" TO LINEA-SPOOL (69:7)
           PERFORM ARMA-LINEA-COMPARADA
           END-IF
           END-IF.
           MOVE GRUPO-TIPO TO SIMULACION-TIPO.
           MOVE GRUPO-MONEDA TO MONEDA-DEL-RENGLON.
           PERFORM ACUMULA-TOTAL-COMPARADO.

       SUMA-SIMULADO.
           ADD SIMULACION-IMPORTE TO SUMA-SIMULADA.
           PERFORM LEE-SIMULADO.

      *Solo cuentan los renglones del tipo, del operador del proceso
      *y del dia de la corrida real:
       SUMA-REAL-DEL-CLIENTE.
           MOVE ZERO TO SUMA-REAL.
           MOVE ZEROES TO RENGLONES-REALES.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE GRUPO-CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-LEDGER
           NOT INVALID KEY
           MOVE "1" TO FIN-LEDGER
           PERFORM LEE-MOVIMIENTO-CLIENTE
           END-START.
           PERFORM SUMA-MOVIMIENTO-CLIENTE
           UNTIL FIN-LEDGER = "0".

       LEE-MOVIMIENTO-CLIENTE.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-LEDGER
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = GRUPO-CLIENTES-ID
           MOVE "0" TO FIN-LEDGER
           END-IF
           END-READ.

       SUMA-MOVIMIENTO-CLIENTE.
           IF MOVIMIENTO-TIPO = GRUPO-TIPO AND
              MOVIMIENTO-OPERADOR = OPERADOR-DEL-PROCESO AND
              MOVIMIENTO-FECHA-HORA (1:8) = FECHA-REAL
           ADD MOVIMIENTO-IMPORTE TO SUMA-REAL
           ADD 1 TO RENGLONES-REALES
           END-IF.
           PERFORM LEE-MOVIMIENTO-CLIENTE.

      *La observacion ya quedo en la linea; se completan el cliente,
      *el tipo, la moneda y los importes:
       ARMA-LINEA-COMPARADA.
           MOVE SUMA-SIMULADA TO SIMULADO-MUESTRA.
           MOVE SUMA-REAL TO REAL-MUESTRA.
           COMPUTE DIFERENCIA-MUESTRA = SUMA-REAL - SUMA-SIMULADA.
           MOVE GRUPO-CLIENTES-ID TO LINEA-SPOOL (1:6).
           MOVE GRUPO-TIPO TO LINEA-SPOOL (9:1).
           MOVE GRUPO-MONEDA TO LINEA-SPOOL (14:3).
           MOVE SIMULADO-MUESTRA TO LINEA-SPOOL (19:15).
           MOVE REAL-MUESTRA TO LINEA-SPOOL (35:15).
           MOVE DIFERENCIA-MUESTRA TO LINEA-SPOOL (52:15).
           PERFORM MUESTRA-Y-SPOOL.

      *Segundo lado: recorre el ledger entero buscando renglones del
      *proceso y del dia que no tienen simulado del mismo cliente y
      *tipo (un cliente que la simulacion no alcanzo, un renglon de
      *ajuste agregado despues de simular):
       BUSCA-POSTEADOS-SIN-SIMULAR.
           MOVE LOW-VALUES TO MOVIMIENTO-CLAVE.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-LEDGER
           NOT INVALID KEY
           MOVE "1" TO FIN-LEDGER
           PERFORM LEE-MOVIMIENTO-LEDGER
           END-START.
           PERFORM REVISA-MOVIMIENTO-LEDGER
           UNTIL FIN-LEDGER = "0".

       LEE-MOVIMIENTO-LEDGER.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-LEDGER.

       REVISA-MOVIMIENTO-LEDGER.
           IF (MOVIMIENTO-TIPO = TIPO-DEL-PROCESO OR
               MOVIMIENTO-TIPO = OTRO-TIPO-DEL-PROCESO) AND
              MOVIMIENTO-TIPO NOT = SPACE AND
              MOVIMIENTO-OPERADOR = OPERADOR-DEL-PROCESO AND
              MOVIMIENTO-FECHA-HORA (1:8) = FECHA-REAL
           PERFORM BUSCA-SIMULADO-DEL-RENGLON
           IF HAY-SIMULADO = "N"
           PERFORM MUESTRA-POSTEADO-SIN-SIMULAR
           END-IF
           END-IF.
           PERFORM LEE-MOVIMIENTO-LEDGER.

       BUSCA-SIMULADO-DEL-RENGLON.
           MOVE "N" TO HAY-SIMULADO.
           MOVE PROCESO-A-COMPARAR TO SIMULACION-PROCESO.
           MOVE MOVIMIENTO-CLIENTES-ID TO SIMULACION-CLIENTES-ID.
           MOVE MOVIMIENTO-TIPO TO SIMULACION-TIPO.
           MOVE ZEROES TO SIMULACION-SECUENCIA.
           START ARCHIVO-SIMULACION
               KEY IS NOT LESS SIMULACION-CLAVE
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           READ ARCHIVO-SIMULACION NEXT RECORD
           AT END
           CONTINUE
           NOT AT END
           IF SIMULACION-PROCESO = PROCESO-A-COMPARAR AND
              SIMULACION-CLIENTES-ID = MOVIMIENTO-CLIENTES-ID AND
              SIMULACION-TIPO = MOVIMIENTO-TIPO
           MOVE "S" TO HAY-SIMULADO
           END-IF
           END-READ
           END-START.

       MUESTRA-POSTEADO-SIN-SIMULAR.
           ADD 1 TO CONTADOR-SIN-SIMULAR.
           MOVE MOVIMIENTO-CLIENTES-ID TO CLIENTES-ID.
           MOVE SPACES TO MONEDA-DEL-RENGLON.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-RENGLON
           END-READ.
           IF MONEDA-DEL-RENGLON = SPACES
           MOVE "ARS" TO MONEDA-DEL-RENGLON
           END-IF.
           MOVE MOVIMIENTO-CLIENTES-ID TO GRUPO-CLIENTES-ID.
           MOVE MOVIMIENTO-TIPO TO GRUPO-TIPO.
           MOVE MONEDA-DEL-RENGLON TO GRUPO-MONEDA.
           MOVE ZERO TO SUMA-SIMULADA.
           MOVE MOVIMIENTO-IMPORTE TO SUMA-REAL.
           MOVE "POSTEADO, NO SIMULADO" TO LINEA-SPOOL (69:21).
           PERFORM ARMA-LINEA-COMPARADA.
           MOVE MOVIMIENTO-TIPO TO SIMULACION-TIPO.
           PERFORM ACUMULA-TOTAL-COMPARADO.

      *Suma SUMA-SIMULADA y SUMA-REAL al total del tipo
      *(SIMULACION-TIPO) y la moneda (MONEDA-DEL-RENGLON):
       ACUMULA-TOTAL-COMPARADO.
           MOVE "N" TO TOTAL-HALLADO.
           PERFORM BUSCA-TOTAL-COMPARADO
               VARYING INDICE-TOTAL FROM 1 BY 1
               UNTIL INDICE-TOTAL > CANTIDAD-TOTALES
               OR TOTAL-HALLADO = "S".
           IF TOTAL-HALLADO = "N"
           IF CANTIDAD-TOTALES < MAXIMO-TOTALES
           ADD 1 TO CANTIDAD-TOTALES
           MOVE SIMULACION-TIPO TO COMP-TOT-TIPO (CANTIDAD-TOTALES)
           MOVE MONEDA-DEL-RENGLON TO
               COMP-TOT-MONEDA (CANTIDAD-TOTALES)
           MOVE SUMA-SIMULADA TO COMP-TOT-SIMULADO (CANTIDAD-TOTALES)
           MOVE SUMA-REAL TO COMP-TOT-REAL (CANTIDAD-TOTALES)
           ELSE
           DISPLAY "Tabla de totales llena, queda fuera: "
                   SIMULACION-TIPO " " MONEDA-DEL-RENGLON
           END-IF
           END-IF.

       BUSCA-TOTAL-COMPARADO.
           IF COMP-TOT-TIPO (INDICE-TOTAL) = SIMULACION-TIPO AND
              COMP-TOT-MONEDA (INDICE-TOTAL) = MONEDA-DEL-RENGLON
           MOVE "S" TO TOTAL-HALLADO
           ADD SUMA-SIMULADA TO COMP-TOT-SIMULADO (INDICE-TOTAL)
           ADD SUMA-REAL TO COMP-TOT-REAL (INDICE-TOTAL)
           END-IF.

       MUESTRA-TOTALES.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "TOTALES POR TIPO DE MOVIMIENTO Y MONEDA:" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-UN-TOTAL
               VARYING INDICE-TOTAL FROM 1 BY 1
               UNTIL INDICE-TOTAL > CANTIDAD-TOTALES.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Grupos que coinciden: " CONTADOR-COINCIDEN
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Grupos con diferencia: " CONTADOR-DIFIEREN
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Simulados sin postear: " CONTADOR-SIN-POSTEAR
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Renglones posteados sin simular: "
               CONTADOR-SIN-SIMULAR
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-UN-TOTAL.
           MOVE COMP-TOT-SIMULADO (INDICE-TOTAL) TO TOTAL-MUESTRA.
           MOVE COMP-TOT-REAL (INDICE-TOTAL) TO TOTAL-REAL-MUESTRA.
           STRING "  Tipo " COMP-TOT-TIPO (INDICE-TOTAL) "  "
               COMP-TOT-MONEDA (INDICE-TOTAL)
               "  Simulado: " TOTAL-MUESTRA
               "  Real: " TOTAL-REAL-MUESTRA
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
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Comparar-simulacion.
