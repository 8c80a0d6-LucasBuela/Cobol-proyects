      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Monitoreo nocturno de movimientos: recorre el ledger
      *          de cada cliente y aplica las reglas configuradas en
      *          monitoreo_config.dat sobre los movimientos de los
      *          ultimos dias (creditos partidos por debajo del umbral
      *          de segundo operador, un credito grande que sale
      *          enseguida, una cuenta dormida que despierta y un
      *          movimiento muy por encima del promedio del cliente).
      *          Cada deteccion abre un caso para el oficial de
      *          cumplimiento en casos_monitoreo.dat, con copia de los
      *          movimientos que lo sostienen en casos_movimientos.dat.
      *          Corre como paso de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Monitorear-movimientos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Reglas, casos y movimientos adjuntos:
       COPY "DataBaseMonitoreoConfig.cbl".
       COPY "DataBaseCasosMonitoreo.cbl".
       COPY "DataBaseCasosMovimientos.cbl".

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
       COPY "DataMonitoreoConfig.cbl".
       COPY "DataCasosMonitoreo.cbl".
       COPY "DataCasosMovimientos.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CONFIG-MONITOREO-STATUS PIC XX.
       77  CASOS-STATUS PIC XX.
       77  CASOS-MOVIMIENTOS-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DEL-LEDGER PIC X.
       77  FIN-CONFIG PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  DIA-CORRIDA PIC 9(7).
       77  DIA-DESDE-REVISION PIC 9(7).
       77  MONEDA-DEL-CLIENTE PIC X(3).
       77  CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-REVISADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CASOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-YA-ABIERTOS PIC 9(7) VALUE ZEROES.

      *Parametros de cada regla, con los valores de siempre si el
      *archivo de reglas no dice otra cosa:
       01  PARAMETROS-ESTRUCTURACION.
           05 ES-ACTIVA PIC X VALUE "S".
           05 ES-UMBRAL PIC 9(7) VALUE 5000.
           05 ES-CANTIDAD PIC 9(3) VALUE 3.
           05 ES-DIAS PIC 9(3) VALUE 7.
           05 ES-PORCENTAJE PIC 9(3) VALUE 80.
       01  PARAMETROS-ENTRADA-RETIRO.
           05 ER-ACTIVA PIC X VALUE "S".
           05 ER-IMPORTE PIC 9(7) VALUE 10000.
           05 ER-HORAS PIC 9(3) VALUE 48.
           05 ER-PORCENTAJE PIC 9(3) VALUE 50.
       01  PARAMETROS-CUENTA-DORMIDA.
           05 RD-ACTIVA PIC X VALUE "S".
           05 RD-IMPORTE PIC 9(7) VALUE 1000.
           05 RD-DIAS PIC 9(3) VALUE 180.
       01  PARAMETROS-PROMEDIO.
           05 PR-ACTIVA PIC X VALUE "S".
           05 PR-IMPORTE PIC 9(7) VALUE 1000.
           05 PR-CANTIDAD PIC 9(3) VALUE 5.
           05 PR-PORCENTAJE PIC 9(3) VALUE 500.
       77  DIAS-DE-REVISION PIC 9(3) VALUE 3.
       77  PISO-ESTRUCTURACION PIC 9(7)V99.

      *Movimientos del cliente en memoria, en orden de fecha, con el
      *sentido para el monitoreo (credito o debito hecho por el
      *cliente; en blanco los cargos del banco) y el dia y minuto
      *absolutos para medir plazos. Si no entran, se descartan los
      *mas viejos:
       01  MOVIMIENTOS-DEL-CLIENTE.
           05 MT-ENTRADA OCCURS 999 TIMES.
              10 MT-FECHA-HORA PIC X(21).
              10 MT-SECUENCIA PIC 9(3).
              10 MT-TIPO PIC X(1).
              10 MT-IMPORTE PIC S9(7)V99 COMP-3.
              10 MT-IMPORTE-ABSOLUTO PIC 9(7)V99 COMP-3.
              10 MT-SALDO PIC S9(7)V99 COMP-3.
              10 MT-OPERADOR PIC X(10).
              10 MT-CONCEPTO PIC X(30).
              10 MT-SENTIDO PIC X(1).
                 88 MT-CREDITO-CLIENTE VALUE "C".
                 88 MT-DEBITO-CLIENTE VALUE "D".
                 88 MT-DEL-CLIENTE VALUE "C" "D".
              10 MT-DIA PIC 9(7).
              10 MT-MINUTO PIC 9(10).
       77  CANTIDAD-MOVIMIENTOS PIC 9(4).
       77  MAXIMO-MOVIMIENTOS PIC 9(4) VALUE 999.
       77  INDICE-MOV PIC 9(4).
       77  INDICE-OTRO PIC 9(4).
       77  INDICE-DESTINO PIC 9(4).

      *Movimientos que sostienen la deteccion en curso:
       01  ADJUNTOS-DEL-CASO.
           05 ADJUNTO-INDICE PIC 9(4) OCCURS 50 TIMES.
       77  CANTIDAD-ADJUNTOS PIC 9(3).
       77  INDICE-ADJUNTO PIC 9(4).

       77  CREDITOS-EN-BANDA PIC 9(3).
       77  SUMA-EN-BANDA PIC 9(9)V99.
       77  DIA-DESDE-BANDA PIC 9(7).
       77  MINIMO-RETIRO PIC 9(9)V99.
       77  MINUTO-LIMITE PIC 9(10).
       77  INDICE-RETIRO PIC 9(4).
       77  INDICE-ANTERIOR PIC 9(4).
       77  DIAS-SIN-MOVIMIENTO PIC 9(7).
       77  CANTIDAD-HISTORIA PIC 9(5).
       77  SUMA-HISTORIA PIC 9(11)V99.
       77  PROMEDIO-HISTORIA PIC 9(9)V99.
       77  REGLA-DETECTADA PIC X(2).
       77  IMPORTE-DEL-CASO PIC S9(9)V99.
       77  DESCRIPCION-DEL-CASO PIC X(60).
       77  IMPORTE-TEXTO-1 PIC Z(8)9.99.
       77  IMPORTE-TEXTO-2 PIC Z(8)9.99.
       77  CANTIDAD-TEXTO PIC ZZ9.
       77  DIAS-TEXTO PIC Z(6)9.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           PERFORM LEE-CONFIGURACION.
           DISPLAY " ".
           DISPLAY "===== MONITOREO DE MOVIMIENTOS =====".
           COMPUTE DIA-CORRIDA =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               FECHA-DE-CORRIDA)).
           COMPUTE DIA-DESDE-REVISION =
               DIA-CORRIDA - DIAS-DE-REVISION + 1.
           COMPUTE PISO-ESTRUCTURACION =
               ES-UMBRAL * ES-PORCENTAJE / 100.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-CASOS-MONITOREO.
           OPEN I-O ARCHIVO-CASOS-MOVIMIENTOS.
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
           CLOSE ARCHIVO-CASOS-MONITOREO.
           CLOSE ARCHIVO-CASOS-MOVIMIENTOS.
           DISPLAY "Clientes leidos:          " CONTADOR-LEIDOS.
           DISPLAY "Clientes revisados:       " CONTADOR-REVISADOS.
           DISPLAY "Casos abiertos:           " CONTADOR-CASOS.
           DISPLAY "Ya detectados de antes:   " CONTADOR-YA-ABIERTOS.
           IF CONTADOR-CASOS > ZEROES
           DISPLAY "Los casos nuevos esperan al oficial de "
                   "cumplimiento en Revisar-casos-monitoreo."
           END-IF.
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
           OPEN INPUT ARCHIVO-CONFIG-MONITOREO.
           IF CONFIG-MONITOREO-STATUS = "00"
           MOVE "1" TO FIN-CONFIG
           PERFORM LEE-UNA-REGLA
           UNTIL FIN-CONFIG = "0"
           END-IF.
           CLOSE ARCHIVO-CONFIG-MONITOREO.

      *Una linea con numeros invalidos se ignora y la regla queda con
      *sus valores de siempre:
       LEE-UNA-REGLA.
           READ ARCHIVO-CONFIG-MONITOREO
           AT END
           MOVE "0" TO FIN-CONFIG
           NOT AT END
           IF CONFIG-IMPORTE NUMERIC AND CONFIG-CANTIDAD NUMERIC AND
              CONFIG-PLAZO NUMERIC AND CONFIG-PORCENTAJE NUMERIC
           PERFORM TOMA-UNA-REGLA
           ELSE
           DISPLAY "Regla ignorada en monitoreo_config.dat: "
                   CONFIG-MONITOREO-REGISTRO
           END-IF.

       TOMA-UNA-REGLA.
           EVALUATE TRUE
               WHEN CONFIG-REGLA-ESTRUCTURACION
                   MOVE CONFIG-ACTIVA TO ES-ACTIVA
                   MOVE CONFIG-IMPORTE TO ES-UMBRAL
                   MOVE CONFIG-CANTIDAD TO ES-CANTIDAD
                   MOVE CONFIG-PLAZO TO ES-DIAS
                   MOVE CONFIG-PORCENTAJE TO ES-PORCENTAJE
               WHEN CONFIG-REGLA-ENTRADA-RETIRO
                   MOVE CONFIG-ACTIVA TO ER-ACTIVA
                   MOVE CONFIG-IMPORTE TO ER-IMPORTE
                   MOVE CONFIG-PLAZO TO ER-HORAS
                   MOVE CONFIG-PORCENTAJE TO ER-PORCENTAJE
               WHEN CONFIG-REGLA-CUENTA-DORMIDA
                   MOVE CONFIG-ACTIVA TO RD-ACTIVA
                   MOVE CONFIG-IMPORTE TO RD-IMPORTE
                   MOVE CONFIG-PLAZO TO RD-DIAS
               WHEN CONFIG-REGLA-PROMEDIO
                   MOVE CONFIG-ACTIVA TO PR-ACTIVA
                   MOVE CONFIG-IMPORTE TO PR-IMPORTE
                   MOVE CONFIG-CANTIDAD TO PR-CANTIDAD
                   MOVE CONFIG-PORCENTAJE TO PR-PORCENTAJE
               WHEN CONFIG-REGLA-REVISION
                   IF CONFIG-PLAZO > ZEROES
                   MOVE CONFIG-PLAZO TO DIAS-DE-REVISION
                   END-IF
               WHEN OTHER
                   DISPLAY "Regla desconocida en monitoreo_config.dat: "
                           CONFIG-REGLA
           END-EVALUATE.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Una baja o un prospecto sin cuenta no tienen movimientos que
      *revisar:
       PROCESA-CLIENTE.
           ADD 1 TO CONTADOR-LEIDOS.
           IF NOT CLIENTE-INACTIVO AND NOT CLIENTE-PROSPECTO
           ADD 1 TO CONTADOR-REVISADOS
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE
           IF MONEDA-DEL-CLIENTE = SPACE
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF
           PERFORM CARGA-MOVIMIENTOS-CLIENTE
           PERFORM REVISA-MOVIMIENTO-RECIENTE
               VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > CANTIDAD-MOVIMIENTOS
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *Recorre los movimientos del cliente con START + READ NEXT,
      *igual que Estado-cuenta-cliente:
       CARGA-MOVIMIENTOS-CLIENTE.
           MOVE ZEROES TO CANTIDAD-MOVIMIENTOS.
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
           PERFORM GUARDA-MOVIMIENTO
           UNTIL FIN-DEL-LEDGER = "0".

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-LEDGER
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DEL-LEDGER
           END-IF.

       GUARDA-MOVIMIENTO.
           IF CANTIDAD-MOVIMIENTOS = MAXIMO-MOVIMIENTOS
           PERFORM DESCARTA-MITAD-ANTIGUA
           END-IF.
           ADD 1 TO CANTIDAD-MOVIMIENTOS.
           MOVE CANTIDAD-MOVIMIENTOS TO INDICE-OTRO.
           MOVE MOVIMIENTO-FECHA-HORA TO MT-FECHA-HORA (INDICE-OTRO).
           MOVE MOVIMIENTO-SECUENCIA TO MT-SECUENCIA (INDICE-OTRO).
           MOVE MOVIMIENTO-TIPO TO MT-TIPO (INDICE-OTRO).
           MOVE MOVIMIENTO-IMPORTE TO MT-IMPORTE (INDICE-OTRO).
           IF MOVIMIENTO-IMPORTE < ZERO
           COMPUTE MT-IMPORTE-ABSOLUTO (INDICE-OTRO) =
               ZERO - MOVIMIENTO-IMPORTE
           ELSE
           MOVE MOVIMIENTO-IMPORTE TO MT-IMPORTE-ABSOLUTO (INDICE-OTRO)
           END-IF.
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO MT-SALDO (INDICE-OTRO).
           MOVE MOVIMIENTO-OPERADOR TO MT-OPERADOR (INDICE-OTRO).
           MOVE MOVIMIENTO-CONCEPTO TO MT-CONCEPTO (INDICE-OTRO).
           PERFORM CLASIFICA-MOVIMIENTO.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

      *Cuentan los movimientos que hace el cliente: depositos por
      *ventanilla (efectivo y cheque), pagos que llegan por el banco,
      *cargas y extracciones manuales, extracciones por ventanilla,
      *transferencias entre clientes (las dos patas) y a otro banco.
      *Los cargos y creditos del banco quedan afuera:
       CLASIFICA-MOVIMIENTO.
           MOVE SPACE TO MT-SENTIDO (INDICE-OTRO).
           IF MOVIMIENTO-IMPORTE > ZERO AND
              (MOVIMIENTO-DEPOSITO-CAJA OR
               MOVIMIENTO-DEPOSITO-CHEQUE OR
               MOVIMIENTO-PAGO-BANCO OR
               MOVIMIENTO-TRANSFERENCIA OR
               MOVIMIENTO-MANUAL)
           MOVE "C" TO MT-SENTIDO (INDICE-OTRO)
           END-IF.
           IF MOVIMIENTO-IMPORTE < ZERO AND
              (MOVIMIENTO-EXTRACCION-CAJA OR
               MOVIMIENTO-TRANSFERENCIA OR
               MOVIMIENTO-TRANSFERENCIA-EXTERNA OR
               MOVIMIENTO-MANUAL)
           MOVE "D" TO MT-SENTIDO (INDICE-OTRO)
           END-IF.
           IF MOVIMIENTO-FECHA-HORA (1:12) NUMERIC
           COMPUTE MT-DIA (INDICE-OTRO) =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               MOVIMIENTO-FECHA-HORA (1:8)))
           COMPUTE MT-MINUTO (INDICE-OTRO) =
               MT-DIA (INDICE-OTRO) * 1440 +
               FUNCTION NUMVAL(MOVIMIENTO-FECHA-HORA (9:2)) * 60 +
               FUNCTION NUMVAL(MOVIMIENTO-FECHA-HORA (11:2))
           ELSE
           MOVE ZEROES TO MT-DIA (INDICE-OTRO)
           MOVE ZEROES TO MT-MINUTO (INDICE-OTRO)
           MOVE SPACE TO MT-SENTIDO (INDICE-OTRO)
           END-IF.

      *Un cliente con mas movimientos de los que entran en memoria
      *se queda con los mas recientes, que son los que se revisan:
       DESCARTA-MITAD-ANTIGUA.
           MOVE ZEROES TO INDICE-DESTINO.
           PERFORM CORRE-UN-MOVIMIENTO
               VARYING INDICE-OTRO FROM 500 BY 1
               UNTIL INDICE-OTRO > CANTIDAD-MOVIMIENTOS.
           MOVE INDICE-DESTINO TO CANTIDAD-MOVIMIENTOS.

       CORRE-UN-MOVIMIENTO.
           ADD 1 TO INDICE-DESTINO.
           MOVE MT-ENTRADA (INDICE-OTRO) TO MT-ENTRADA (INDICE-DESTINO).

      *Solo disparan casos los movimientos del cliente dentro de los
      *dias de revision; lo anterior sirve de historia:
       REVISA-MOVIMIENTO-RECIENTE.
           IF MT-DEL-CLIENTE (INDICE-MOV) AND
              MT-DIA (INDICE-MOV) >= DIA-DESDE-REVISION AND
              MT-DIA (INDICE-MOV) <= DIA-CORRIDA
           IF ES-ACTIVA = "S"
           PERFORM REGLA-CREDITOS-PARTIDOS
           END-IF
           IF ER-ACTIVA = "S"
           PERFORM REGLA-ENTRADA-Y-RETIRO
           END-IF
           IF RD-ACTIVA = "S"
           PERFORM REGLA-CUENTA-DORMIDA
           END-IF
           IF PR-ACTIVA = "S"
           PERFORM REGLA-FUERA-DE-PROMEDIO
           END-IF
           END-IF.

      *Creditos partidos: el caso lo abre el credito con el que se
      *llega a la cantidad configurada dentro del plazo; los que
      *siguen en la misma tanda no abren otro:
       REGLA-CREDITOS-PARTIDOS.
           IF MT-CREDITO-CLIENTE (INDICE-MOV) AND
              MT-IMPORTE-ABSOLUTO (INDICE-MOV) >=
              PISO-ESTRUCTURACION AND
              MT-IMPORTE-ABSOLUTO (INDICE-MOV) < ES-UMBRAL
           MOVE ZEROES TO CREDITOS-EN-BANDA
           MOVE ZEROES TO SUMA-EN-BANDA
           MOVE ZEROES TO CANTIDAD-ADJUNTOS
           COMPUTE DIA-DESDE-BANDA = MT-DIA (INDICE-MOV) - ES-DIAS + 1
           PERFORM CUENTA-CREDITO-EN-BANDA
               VARYING INDICE-OTRO FROM 1 BY 1
               UNTIL INDICE-OTRO > INDICE-MOV
           IF CREDITOS-EN-BANDA = ES-CANTIDAD AND
              ES-CANTIDAD > ZEROES
           MOVE "ES" TO REGLA-DETECTADA
           MOVE SUMA-EN-BANDA TO IMPORTE-DEL-CASO
           MOVE CREDITOS-EN-BANDA TO CANTIDAD-TEXTO
           MOVE ES-UMBRAL TO IMPORTE-TEXTO-1
           MOVE ES-DIAS TO DIAS-TEXTO
           MOVE SPACES TO DESCRIPCION-DEL-CASO
           STRING FUNCTION TRIM(CANTIDAD-TEXTO)
                  " creditos justo debajo de "
                  FUNCTION TRIM(IMPORTE-TEXTO-1) " en "
                  FUNCTION TRIM(DIAS-TEXTO) " dias"
                  DELIMITED BY SIZE INTO DESCRIPCION-DEL-CASO
           PERFORM ABRE-CASO
           END-IF
           END-IF.

       CUENTA-CREDITO-EN-BANDA.
           IF MT-CREDITO-CLIENTE (INDICE-OTRO) AND
              MT-DIA (INDICE-OTRO) >= DIA-DESDE-BANDA AND
              MT-IMPORTE-ABSOLUTO (INDICE-OTRO) >=
              PISO-ESTRUCTURACION AND
              MT-IMPORTE-ABSOLUTO (INDICE-OTRO) < ES-UMBRAL
           ADD 1 TO CREDITOS-EN-BANDA
           ADD MT-IMPORTE-ABSOLUTO (INDICE-OTRO) TO SUMA-EN-BANDA
           PERFORM AGREGA-ADJUNTO
           END-IF.

      *Entrada y retiro: el caso queda atado al credito grande y
      *adjunta el primer debito que se lleva al menos el porcentaje
      *configurado dentro del plazo en horas:
       REGLA-ENTRADA-Y-RETIRO.
           IF MT-CREDITO-CLIENTE (INDICE-MOV) AND
              MT-IMPORTE-ABSOLUTO (INDICE-MOV) >= ER-IMPORTE AND
              ER-IMPORTE > ZEROES
           COMPUTE MINIMO-RETIRO =
               MT-IMPORTE-ABSOLUTO (INDICE-MOV) * ER-PORCENTAJE / 100
           COMPUTE MINUTO-LIMITE =
               MT-MINUTO (INDICE-MOV) + ER-HORAS * 60
           MOVE ZEROES TO INDICE-RETIRO
           PERFORM BUSCA-RETIRO
               VARYING INDICE-OTRO FROM INDICE-MOV BY 1
               UNTIL INDICE-OTRO > CANTIDAD-MOVIMIENTOS
               OR INDICE-RETIRO > ZEROES
           IF INDICE-RETIRO > ZEROES
           MOVE ZEROES TO CANTIDAD-ADJUNTOS
           MOVE INDICE-MOV TO INDICE-OTRO
           PERFORM AGREGA-ADJUNTO
           MOVE INDICE-RETIRO TO INDICE-OTRO
           PERFORM AGREGA-ADJUNTO
           MOVE "ER" TO REGLA-DETECTADA
           MOVE MT-IMPORTE-ABSOLUTO (INDICE-MOV) TO IMPORTE-DEL-CASO
           MOVE MT-IMPORTE-ABSOLUTO (INDICE-MOV) TO IMPORTE-TEXTO-1
           MOVE MT-IMPORTE-ABSOLUTO (INDICE-RETIRO) TO IMPORTE-TEXTO-2
           MOVE ER-HORAS TO DIAS-TEXTO
           MOVE SPACES TO DESCRIPCION-DEL-CASO
           STRING "Credito " FUNCTION TRIM(IMPORTE-TEXTO-1)
                  " y retiro " FUNCTION TRIM(IMPORTE-TEXTO-2)
                  " en menos de " FUNCTION TRIM(DIAS-TEXTO) " horas"
                  DELIMITED BY SIZE INTO DESCRIPCION-DEL-CASO
           PERFORM ABRE-CASO
           END-IF
           END-IF.

       BUSCA-RETIRO.
           IF MT-DEBITO-CLIENTE (INDICE-OTRO) AND
              MT-MINUTO (INDICE-OTRO) <= MINUTO-LIMITE AND
              MT-IMPORTE-ABSOLUTO (INDICE-OTRO) >= MINIMO-RETIRO
           MOVE INDICE-OTRO TO INDICE-RETIRO
           END-IF.

      *Cuenta dormida: el movimiento anterior del cliente que haya en
      *el ledger quedo a mas del plazo configurado. Sin movimiento
      *anterior no se puede medir (pudo archivarse en un cierre) y la
      *regla no dispara:
       REGLA-CUENTA-DORMIDA.
           IF MT-IMPORTE-ABSOLUTO (INDICE-MOV) >= RD-IMPORTE AND
              RD-DIAS > ZEROES
           MOVE ZEROES TO INDICE-ANTERIOR
           PERFORM BUSCA-MOVIMIENTO-ANTERIOR
               VARYING INDICE-OTRO FROM 1 BY 1
               UNTIL INDICE-OTRO >= INDICE-MOV
           IF INDICE-ANTERIOR > ZEROES
           COMPUTE DIAS-SIN-MOVIMIENTO =
               MT-DIA (INDICE-MOV) - MT-DIA (INDICE-ANTERIOR)
           IF DIAS-SIN-MOVIMIENTO >= RD-DIAS
           MOVE ZEROES TO CANTIDAD-ADJUNTOS
           MOVE INDICE-ANTERIOR TO INDICE-OTRO
           PERFORM AGREGA-ADJUNTO
           MOVE INDICE-MOV TO INDICE-OTRO
           PERFORM AGREGA-ADJUNTO
           MOVE "RD" TO REGLA-DETECTADA
           MOVE MT-IMPORTE-ABSOLUTO (INDICE-MOV) TO IMPORTE-DEL-CASO
           MOVE MT-IMPORTE-ABSOLUTO (INDICE-MOV) TO IMPORTE-TEXTO-1
           MOVE DIAS-SIN-MOVIMIENTO TO DIAS-TEXTO
           MOVE SPACES TO DESCRIPCION-DEL-CASO
           STRING "Movimiento de " FUNCTION TRIM(IMPORTE-TEXTO-1)
                  " tras " FUNCTION TRIM(DIAS-TEXTO)
                  " dias sin actividad"
                  DELIMITED BY SIZE INTO DESCRIPCION-DEL-CASO
           PERFORM ABRE-CASO
           END-IF
           END-IF
           END-IF.

       BUSCA-MOVIMIENTO-ANTERIOR.
           IF MT-DEL-CLIENTE (INDICE-OTRO)
           MOVE INDICE-OTRO TO INDICE-ANTERIOR
           END-IF.

      *Fuera de lo habitual: se compara contra el promedio de los
      *movimientos del cliente anteriores a este:
       REGLA-FUERA-DE-PROMEDIO.
           IF MT-IMPORTE-ABSOLUTO (INDICE-MOV) >= PR-IMPORTE AND
              PR-PORCENTAJE > ZEROES
           MOVE ZEROES TO CANTIDAD-HISTORIA
           MOVE ZEROES TO SUMA-HISTORIA
           PERFORM SUMA-MOVIMIENTO-HISTORIA
               VARYING INDICE-OTRO FROM 1 BY 1
               UNTIL INDICE-OTRO >= INDICE-MOV
           IF CANTIDAD-HISTORIA >= PR-CANTIDAD AND
              CANTIDAD-HISTORIA > ZEROES
           COMPUTE PROMEDIO-HISTORIA ROUNDED =
               SUMA-HISTORIA / CANTIDAD-HISTORIA
           IF MT-IMPORTE-ABSOLUTO (INDICE-MOV) * 100 >=
              PROMEDIO-HISTORIA * PR-PORCENTAJE
           MOVE ZEROES TO CANTIDAD-ADJUNTOS
           MOVE INDICE-MOV TO INDICE-OTRO
           PERFORM AGREGA-ADJUNTO
           MOVE "PR" TO REGLA-DETECTADA
           MOVE MT-IMPORTE-ABSOLUTO (INDICE-MOV) TO IMPORTE-DEL-CASO
           MOVE MT-IMPORTE-ABSOLUTO (INDICE-MOV) TO IMPORTE-TEXTO-1
           MOVE PROMEDIO-HISTORIA TO IMPORTE-TEXTO-2
           MOVE SPACES TO DESCRIPCION-DEL-CASO
           STRING "Movimiento de " FUNCTION TRIM(IMPORTE-TEXTO-1)
                  " contra un promedio de "
                  FUNCTION TRIM(IMPORTE-TEXTO-2)
                  DELIMITED BY SIZE INTO DESCRIPCION-DEL-CASO
           PERFORM ABRE-CASO
           END-IF
           END-IF
           END-IF.

       SUMA-MOVIMIENTO-HISTORIA.
           IF MT-DEL-CLIENTE (INDICE-OTRO)
           ADD 1 TO CANTIDAD-HISTORIA
           ADD MT-IMPORTE-ABSOLUTO (INDICE-OTRO) TO SUMA-HISTORIA
           END-IF.

       AGREGA-ADJUNTO.
           IF CANTIDAD-ADJUNTOS < 50
           ADD 1 TO CANTIDAD-ADJUNTOS
           MOVE INDICE-OTRO TO ADJUNTO-INDICE (CANTIDAD-ADJUNTOS)
           END-IF.

      *El caso queda atado al movimiento que lo disparo; si una
      *corrida anterior ya lo abrio (los dias de revision se pisan
      *de una noche a la otra) no se toca:
       ABRE-CASO.
           MOVE SPACES TO CASO-REGISTRO.
           MOVE CLIENTES-ID TO CASO-CLIENTES-ID.
           MOVE REGLA-DETECTADA TO CASO-REGLA.
           MOVE MT-FECHA-HORA (INDICE-MOV) TO CASO-MOV-FECHA-HORA.
           MOVE MT-SECUENCIA (INDICE-MOV) TO CASO-MOV-SECUENCIA.
           MOVE FECHA-DE-CORRIDA TO CASO-FECHA-DETECCION.
           MOVE MONEDA-DEL-CLIENTE TO CASO-MONEDA.
           MOVE IMPORTE-DEL-CASO TO CASO-IMPORTE.
           MOVE CANTIDAD-ADJUNTOS TO CASO-CANTIDAD-MOVIMIENTOS.
           MOVE DESCRIPCION-DEL-CASO TO CASO-DESCRIPCION.
           MOVE "A" TO CASO-ESTADO.
           MOVE ZEROES TO CASO-NUMERO-ROS.
           WRITE CASO-REGISTRO
           INVALID KEY
           ADD 1 TO CONTADOR-YA-ABIERTOS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-CASOS
           PERFORM ADJUNTA-MOVIMIENTO
               VARYING INDICE-ADJUNTO FROM 1 BY 1
               UNTIL INDICE-ADJUNTO > CANTIDAD-ADJUNTOS
           DISPLAY "Caso " REGLA-DETECTADA ": " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) "  "
                   FUNCTION TRIM(DESCRIPCION-DEL-CASO)
           END-WRITE.

       ADJUNTA-MOVIMIENTO.
           MOVE ADJUNTO-INDICE (INDICE-ADJUNTO) TO INDICE-OTRO.
           MOVE CASO-CLAVE TO CMOV-CASO-CLAVE.
           MOVE MT-FECHA-HORA (INDICE-OTRO) TO CMOV-MOV-FECHA-HORA.
           MOVE MT-SECUENCIA (INDICE-OTRO) TO CMOV-MOV-SECUENCIA.
           MOVE MT-TIPO (INDICE-OTRO) TO CMOV-TIPO.
           MOVE MT-IMPORTE (INDICE-OTRO) TO CMOV-IMPORTE.
           MOVE MT-SALDO (INDICE-OTRO) TO CMOV-SALDO-RESULTANTE.
           MOVE MT-OPERADOR (INDICE-OTRO) TO CMOV-OPERADOR.
           MOVE MT-CONCEPTO (INDICE-OTRO) TO CMOV-CONCEPTO.
           WRITE CMOV-REGISTRO
           INVALID KEY
           DISPLAY "Error adjuntando un movimiento al caso del "
                   "cliente " CLIENTES-ID ", status: "
                   CASOS-MOVIMIENTOS-STATUS
           END-WRITE.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-LEIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Monitorear-movimientos.
