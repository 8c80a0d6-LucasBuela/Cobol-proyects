      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Revision trimestral de los limites de descubierto:
      *          CLIENTES-LIMITE-DESCUBIERTO se fijaba una vez en
      *          Modificar-registro y nadie lo volvia a mirar. Para
      *          cada cliente en operatoria propone un limite nuevo
      *          segun las reglas de limites_config.dat, combinando
      *          su CLIENTES-SCORE, los dias que estuvo en rojo en
      *          los ultimos 90 (del ledger), su nivel de aviso en
      *          mora_estado.dat y su saldo promedio en los
      *          snapshots de fin de mes del mismo lapso. Las
      *          propuestas que cambian el limite quedan pendientes
      *          en revision_limites.dat para que un supervisor las
      *          apruebe o rechace una por una en
      *          Aprobar-limites-descubierto; este programa no toca
      *          el cliente. Corre en el nocturno el ultimo dia habil
      *          de cada trimestre, una sola vez por periodo, y el
      *          listado de propuestas queda en el spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Proponer-limites-descubierto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo, para los dias en rojo:
       COPY "DataBaseMovimientos.cbl".
      *Nivel de escalada de mora por cliente:
       COPY "DataBaseMoraEstado.cbl".
      *Saldos de fin de mes, para el saldo promedio:
       COPY "DataBaseSaldos.cbl".
      *Reglas de la revision y propuestas resultantes:
       COPY "DataBaseLimitesConfig.cbl".
       COPY "DataBaseRevisionLimites.cbl".
      *Snapshots del lapso, antes y despues de ordenarlos por
      *cliente:
       SELECT ARCHIVO-SNAPSHOTS-LAPSO
       ASSIGN TO "revision_limites_saldos.tmp"
       ORGANIZATION SEQUENTIAL.
       SELECT ARCHIVO-ORDEN-SNAPSHOTS
       ASSIGN TO "revision_limites.srt".
       SELECT ARCHIVO-SNAPSHOTS-ORDENADOS
       ASSIGN TO "revision_limites_ordenados.tmp"
       ORGANIZATION SEQUENTIAL.

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
       COPY "DataMovimientos.cbl".
       COPY "DataMoraEstado.cbl".
       COPY "DataSaldos.cbl".
       COPY "DataLimitesConfig.cbl".
       COPY "DataRevisionLimites.cbl".

       FD  ARCHIVO-SNAPSHOTS-LAPSO.
           01 LAPSO-REGISTRO.
              05 LAPSO-CLIENTES-ID PIC X(6).
              05 LAPSO-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.

       SD  ARCHIVO-ORDEN-SNAPSHOTS.
           01 ORDEN-LAPSO-REGISTRO.
              05 ORDEN-LAPSO-CLIENTES-ID PIC X(6).
              05 ORDEN-LAPSO-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  ARCHIVO-SNAPSHOTS-ORDENADOS.
           01 ORDENADO-REGISTRO.
              05 ORDENADO-CLIENTES-ID PIC X(6).
              05 ORDENADO-SALDO PIC S9(7)V99 SIGN LEADING SEPARATE.

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
       77  MORA-ESTADO-STATUS PIC XX.
       77  MORA-APERTURA-STATUS PIC XX.
       77  CONFIG-LIMITES-STATUS PIC XX.
       77  REVISION-LIMITES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "LIMITES".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.

       77  FECHA-DE-CORRIDA PIC X(8).
       77  PERIODO-DE-REVISION PIC X(6).
       77  PERIODO-YA-REVISADO PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-MOVIMIENTOS PIC X.
       77  FIN-DE-SNAPSHOTS PIC X.
       77  FIN-REGLAS PIC X.

      *Lapso que mira la revision: los ultimos 90 dias hasta la
      *fecha de corrida:
       77  DIAS-DEL-LAPSO PIC 9(3) VALUE 90.
       77  DIA-CORRIDA-ENTERO PIC 9(7).
       77  DIA-DESDE-ENTERO PIC 9(7).
       77  FECHA-DESDE-NUM PIC 9(8).
       77  FECHA-DESDE PIC X(8).
       77  FECHA-MOVIMIENTO-NUM PIC 9(8).
       77  DIA-MOVIMIENTO-ENTERO PIC 9(7).
       77  DIA-VIGENTE-ENTERO PIC 9(7).
       01  SALDO-VIGENTE PIC S9(7)V99 COMP-3.

      *Reglas cargadas de limites_config.dat; la base y el tope van
      *aparte porque no son reglas de porcentaje:
       77  MAXIMO-REGLAS PIC 9(2) VALUE 30.
       77  CANTIDAD-REGLAS PIC 9(2) VALUE ZEROES.
       77  INDICE-REGLA PIC 9(2).
       01  TABLA-REGLAS.
           05 REGLA-TABLA OCCURS 30 TIMES.
              10 REGLA-TAB-CONDICION PIC X(12).
              10 REGLA-TAB-UMBRAL PIC 9(7).
              10 REGLA-TAB-PORCENTAJE PIC S9(3)V99.
       77  LIMITE-BASE PIC 9(7) VALUE ZEROES.
       77  LIMITE-TOPE PIC 9(7) VALUE ZEROES.

      *Datos del cliente en revision:
       77  DIAS-EN-ROJO PIC 9(3).
       77  NIVEL-MORA PIC 9(1).
       77  CANTIDAD-SNAPSHOTS PIC 9(3).
       01  SUMA-SNAPSHOTS PIC S9(9)V99 COMP-3.
       01  SALDO-PROMEDIO PIC S9(7)V99 COMP-3.
       77  REGLA-CUMPLIDA PIC X.
       01  MAYOR-RECORTE PIC S9(3)V99.
       01  MAYOR-AMPLIACION PIC S9(3)V99.
       77  REGLA-RECORTE PIC X(12).
       77  REGLA-AMPLIACION PIC X(12).
       01  PORCENTAJE-DECIDIDO PIC S9(3)V99.
       77  REGLA-DECIDIDA PIC X(12).
       01  LIMITE-REDONDO PIC S9(7).
       01  LIMITE-PROPUESTO PIC S9(7)V99 COMP-3.

       77  CONTADOR-REVISADOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-AMPLIACIONES PIC 9(6) VALUE ZEROES.
       77  CONTADOR-RECORTES PIC 9(6) VALUE ZEROES.
       77  CAMPO-PROMEDIO-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-ACTUAL-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-PROPUESTO-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-PORCENTAJE-MUESTRA PIC +ZZ9.99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-DE-REVISION.
           DISPLAY " ".
           DISPLAY "===== REVISION DE LIMITES DE DESCUBIERTO =====".
           PERFORM CARGA-REGLAS.
           IF CANTIDAD-REGLAS = ZEROES
           DISPLAY "No hay reglas en limites_config.dat, no se "
                   "propuso ningun cambio."
           PERFORM GRABA-CONTADOR-PASO
           GOBACK
           END-IF.
           PERFORM CONTROLA-PERIODO-REVISADO.
           IF PERIODO-YA-REVISADO = "S"
           DISPLAY "El periodo " PERIODO-DE-REVISION " ya tiene su "
                   "revision de limites; no se repite."
           PERFORM GRABA-CONTADOR-PASO
           GOBACK
           END-IF.
           COMPUTE DIA-CORRIDA-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FECHA-DE-CORRIDA)).
           COMPUTE DIA-DESDE-ENTERO =
               DIA-CORRIDA-ENTERO - DIAS-DEL-LAPSO.
           COMPUTE FECHA-DESDE-NUM =
               FUNCTION DATE-OF-INTEGER(DIA-DESDE-ENTERO).
           MOVE FECHA-DESDE-NUM TO FECHA-DESDE.
           PERFORM PREPARA-SNAPSHOTS.
           MOVE SPACES TO PARAMETROS-DEL-REPORTE.
           STRING "PERIODO " PERIODO-DE-REVISION
                  DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "===== PROPUESTAS DE LIMITE DE DESCUBIERTO - "
                  "PERIODO " PERIODO-DE-REVISION " ====="
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "CLIENT SC DIAS MORA   SALDO PROMEDIO   "
                  "LIMITE ACTUAL  LIMITE PROPUESTO  PORC.  REGLA"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN INPUT ARCHIVO-MORA-ESTADO.
           MOVE MORA-ESTADO-STATUS TO MORA-APERTURA-STATUS.
           OPEN I-O ARCHIVO-REVISION-LIMITES.
           OPEN INPUT ARCHIVO-SNAPSHOTS-ORDENADOS.
           MOVE "1" TO FIN-DE-SNAPSHOTS.
           PERFORM LEE-SNAPSHOT-ORDENADO.
           MOVE "1" TO FIN-DE-CLIENTES.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM REVISA-CLIENTE
               UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-SNAPSHOTS-ORDENADOS.
           CLOSE ARCHIVO-REVISION-LIMITES.
           CLOSE ARCHIVO-MORA-ESTADO.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-CLIENTES.
           DELETE FILE ARCHIVO-SNAPSHOTS-LAPSO.
           DELETE FILE ARCHIVO-SNAPSHOTS-ORDENADOS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Clientes revisados: " CONTADOR-REVISADOS
                  "  Ampliaciones propuestas: " CONTADOR-AMPLIACIONES
                  "  Recortes propuestos: " CONTADOR-RECORTES
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Las propuestas quedan pendientes de aprobacion del "
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "supervisor (Aprobar-limites-descubierto)."
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
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

       CARGA-REGLAS.
           MOVE ZEROES TO CANTIDAD-REGLAS.
           OPEN INPUT ARCHIVO-CONFIG-LIMITES.
           IF CONFIG-LIMITES-STATUS = "00"
           MOVE "1" TO FIN-REGLAS
           PERFORM CARGA-UNA-REGLA
           UNTIL FIN-REGLAS = "0"
           END-IF.
           CLOSE ARCHIVO-CONFIG-LIMITES.

       CARGA-UNA-REGLA.
           READ ARCHIVO-CONFIG-LIMITES
           AT END
           MOVE "0" TO FIN-REGLAS
           NOT AT END
           IF CONFIG-LIMITES-UMBRAL NUMERIC
           EVALUATE CONFIG-LIMITES-CONDICION
               WHEN "BASE"
                   MOVE CONFIG-LIMITES-UMBRAL TO LIMITE-BASE
               WHEN "TOPE"
                   MOVE CONFIG-LIMITES-UMBRAL TO LIMITE-TOPE
               WHEN OTHER
                   IF CANTIDAD-REGLAS < MAXIMO-REGLAS AND
                      CONFIG-LIMITES-PORCENTAJE NUMERIC
                   ADD 1 TO CANTIDAD-REGLAS
                   MOVE CONFIG-LIMITES-CONDICION TO
                       REGLA-TAB-CONDICION (CANTIDAD-REGLAS)
                   MOVE CONFIG-LIMITES-UMBRAL TO
                       REGLA-TAB-UMBRAL (CANTIDAD-REGLAS)
                   MOVE CONFIG-LIMITES-PORCENTAJE TO
                       REGLA-TAB-PORCENTAJE (CANTIDAD-REGLAS)
                   END-IF
           END-EVALUATE
           END-IF.

      *Una sola revision por periodo: si ya hay alguna propuesta con
      *este periodo no se vuelve a proponer:
       CONTROLA-PERIODO-REVISADO.
           MOVE "N" TO PERIODO-YA-REVISADO.
           OPEN INPUT ARCHIVO-REVISION-LIMITES.
           IF REVISION-LIMITES-STATUS = "00"
           MOVE PERIODO-DE-REVISION TO REVLIM-PERIODO
           MOVE LOW-VALUES TO REVLIM-CLIENTES-ID
           START ARCHIVO-REVISION-LIMITES
               KEY IS NOT LESS REVLIM-CLAVE
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           READ ARCHIVO-REVISION-LIMITES NEXT RECORD
           AT END
           CONTINUE
           NOT AT END
           IF REVLIM-PERIODO = PERIODO-DE-REVISION
           MOVE "S" TO PERIODO-YA-REVISADO
           END-IF
           END-READ
           END-START
           END-IF.
           CLOSE ARCHIVO-REVISION-LIMITES.

      *Los snapshots de fin de mes del lapso, ordenados por cliente
      *para recorrerlos a la par del archivo de clientes:
       PREPARA-SNAPSHOTS.
           OPEN INPUT ARCHIVO-SALDOS-SNAPSHOT.
           OPEN OUTPUT ARCHIVO-SNAPSHOTS-LAPSO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM COPIA-SNAPSHOT-DEL-LAPSO
               UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-SNAPSHOTS-LAPSO.
           CLOSE ARCHIVO-SALDOS-SNAPSHOT.
           SORT ARCHIVO-ORDEN-SNAPSHOTS
                ON ASCENDING KEY ORDEN-LAPSO-CLIENTES-ID
           USING ARCHIVO-SNAPSHOTS-LAPSO
           GIVING ARCHIVO-SNAPSHOTS-ORDENADOS.

       COPIA-SNAPSHOT-DEL-LAPSO.
           READ ARCHIVO-SALDOS-SNAPSHOT
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           IF SALDO-SNAPSHOT-FECHA > FECHA-DESDE AND
              SALDO-SNAPSHOT-FECHA NOT > FECHA-DE-CORRIDA
           MOVE SALDO-SNAPSHOT-CLIENTES-ID TO LAPSO-CLIENTES-ID
           MOVE SALDO-SNAPSHOT-SALDO TO LAPSO-SALDO
           WRITE LAPSO-REGISTRO
           END-IF.

       LEE-SNAPSHOT-ORDENADO.
           READ ARCHIVO-SNAPSHOTS-ORDENADOS
           AT END
           MOVE "0" TO FIN-DE-SNAPSHOTS
           MOVE HIGH-VALUES TO ORDENADO-CLIENTES-ID.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Los snapshots avanzan siempre, aunque el cliente quede fuera
      *de la revision, para no perder el paso con el archivo de
      *clientes:
       REVISA-CLIENTE.
           PERFORM PROMEDIA-SNAPSHOTS.
           IF NOT CLIENTE-FUERA-DE-OPERATORIA
           ADD 1 TO CONTADOR-REVISADOS
           PERFORM CUENTA-DIAS-EN-ROJO
           PERFORM BUSCA-NIVEL-MORA
           PERFORM APLICA-REGLAS
           PERFORM CALCULA-LIMITE-PROPUESTO
           IF LIMITE-PROPUESTO NOT = CLIENTES-LIMITE-DESCUBIERTO
           PERFORM GRABA-PROPUESTA
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       PROMEDIA-SNAPSHOTS.
           MOVE ZEROES TO CANTIDAD-SNAPSHOTS.
           MOVE ZERO TO SUMA-SNAPSHOTS.
           MOVE ZERO TO SALDO-PROMEDIO.
           PERFORM SALTEA-SNAPSHOT-ANTERIOR
               UNTIL ORDENADO-CLIENTES-ID NOT < CLIENTES-ID.
           PERFORM SUMA-SNAPSHOT-DEL-CLIENTE
               UNTIL ORDENADO-CLIENTES-ID NOT = CLIENTES-ID.
           IF CANTIDAD-SNAPSHOTS > ZEROES
           COMPUTE SALDO-PROMEDIO ROUNDED =
               SUMA-SNAPSHOTS / CANTIDAD-SNAPSHOTS
           END-IF.

       SALTEA-SNAPSHOT-ANTERIOR.
           PERFORM LEE-SNAPSHOT-ORDENADO.

       SUMA-SNAPSHOT-DEL-CLIENTE.
           ADD 1 TO CANTIDAD-SNAPSHOTS.
           ADD ORDENADO-SALDO TO SUMA-SNAPSHOTS.
           PERFORM LEE-SNAPSHOT-ORDENADO.

      *Dias en rojo dentro del lapso, del ledger del cliente: cada
      *tramo entre dos movimientos cuenta si el saldo resultante del
      *primero era negativo; el saldo con que el cliente entro al
      *lapso es el del ultimo movimiento anterior. Las revaluaciones
      *no cuentan porque repiten el saldo sin moverlo:
       CUENTA-DIAS-EN-ROJO.
           MOVE ZEROES TO DIAS-EN-ROJO.
           MOVE ZERO TO SALDO-VIGENTE.
           MOVE DIA-DESDE-ENTERO TO DIA-VIGENTE-ENTERO.
           MOVE LOW-VALUES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE "1" TO FIN-DE-MOVIMIENTOS.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           END-START.
           PERFORM RASTREA-MOVIMIENTO
               UNTIL FIN-DE-MOVIMIENTOS = "0".
           IF SALDO-VIGENTE < ZERO
           COMPUTE DIAS-EN-ROJO = DIAS-EN-ROJO +
               DIA-CORRIDA-ENTERO - DIA-VIGENTE-ENTERO
           END-IF.
           IF DIAS-EN-ROJO > DIAS-DEL-LAPSO
           MOVE DIAS-DEL-LAPSO TO DIAS-EN-ROJO
           END-IF.

       RASTREA-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID OR
              MOVIMIENTO-FECHA-HORA (1:8) > FECHA-DE-CORRIDA
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           ELSE
           IF NOT MOVIMIENTO-REVALUACION
           PERFORM TOMA-TRAMO-DEL-MOVIMIENTO
           END-IF
           END-IF
           END-READ.

       TOMA-TRAMO-DEL-MOVIMIENTO.
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO FECHA-MOVIMIENTO-NUM.
           COMPUTE DIA-MOVIMIENTO-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-MOVIMIENTO-NUM).
           IF DIA-MOVIMIENTO-ENTERO > DIA-VIGENTE-ENTERO
           IF SALDO-VIGENTE < ZERO
           COMPUTE DIAS-EN-ROJO = DIAS-EN-ROJO +
               DIA-MOVIMIENTO-ENTERO - DIA-VIGENTE-ENTERO
           END-IF
           MOVE DIA-MOVIMIENTO-ENTERO TO DIA-VIGENTE-ENTERO
           END-IF.
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO SALDO-VIGENTE.

       BUSCA-NIVEL-MORA.
           MOVE ZEROES TO NIVEL-MORA.
           IF MORA-APERTURA-STATUS = "00"
           MOVE CLIENTES-ID TO MORA-CLIENTES-ID
           READ ARCHIVO-MORA-ESTADO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE MORA-NIVEL TO NIVEL-MORA
           END-READ
           END-IF.

      *Cada regla que se cumple ofrece su porcentaje; el mayor
      *recorte le gana a cualquier ampliacion:
       APLICA-REGLAS.
           MOVE ZERO TO MAYOR-RECORTE.
           MOVE ZERO TO MAYOR-AMPLIACION.
           MOVE SPACES TO REGLA-RECORTE.
           MOVE SPACES TO REGLA-AMPLIACION.
           PERFORM EVALUA-UNA-REGLA
               VARYING INDICE-REGLA FROM 1 BY 1
               UNTIL INDICE-REGLA > CANTIDAD-REGLAS.
           IF MAYOR-RECORTE < ZERO
           MOVE MAYOR-RECORTE TO PORCENTAJE-DECIDIDO
           MOVE REGLA-RECORTE TO REGLA-DECIDIDA
           ELSE
           MOVE MAYOR-AMPLIACION TO PORCENTAJE-DECIDIDO
           MOVE REGLA-AMPLIACION TO REGLA-DECIDIDA
           END-IF.

       EVALUA-UNA-REGLA.
           MOVE "N" TO REGLA-CUMPLIDA.
           EVALUATE REGLA-TAB-CONDICION (INDICE-REGLA)
               WHEN "SCORE-A"
               WHEN "SCORE-B"
               WHEN "SCORE-C"
                   IF CLIENTES-SCORE =
                      REGLA-TAB-CONDICION (INDICE-REGLA) (7:1)
                   MOVE "S" TO REGLA-CUMPLIDA
                   END-IF
               WHEN "DIAS-ROJO"
                   IF DIAS-EN-ROJO > ZEROES AND
                      DIAS-EN-ROJO NOT < REGLA-TAB-UMBRAL (INDICE-REGLA)
                   MOVE "S" TO REGLA-CUMPLIDA
                   END-IF
               WHEN "MORA"
                   IF NIVEL-MORA > ZEROES AND
                      NIVEL-MORA NOT < REGLA-TAB-UMBRAL (INDICE-REGLA)
                   MOVE "S" TO REGLA-CUMPLIDA
                   END-IF
               WHEN "PROMEDIO-POS"
                   IF CANTIDAD-SNAPSHOTS > ZEROES AND
                      SALDO-PROMEDIO NOT <
                      REGLA-TAB-UMBRAL (INDICE-REGLA)
                   MOVE "S" TO REGLA-CUMPLIDA
                   END-IF
               WHEN "PROMEDIO-NEG"
                   IF CANTIDAD-SNAPSHOTS > ZEROES AND
                      SALDO-PROMEDIO NOT >
                      ZERO - REGLA-TAB-UMBRAL (INDICE-REGLA)
                   MOVE "S" TO REGLA-CUMPLIDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REGLA-CUMPLIDA = "S"
           IF REGLA-TAB-PORCENTAJE (INDICE-REGLA) < MAYOR-RECORTE
           MOVE REGLA-TAB-PORCENTAJE (INDICE-REGLA) TO MAYOR-RECORTE
           MOVE REGLA-TAB-CONDICION (INDICE-REGLA) TO REGLA-RECORTE
           END-IF
           IF REGLA-TAB-PORCENTAJE (INDICE-REGLA) > MAYOR-AMPLIACION
           MOVE REGLA-TAB-PORCENTAJE (INDICE-REGLA) TO
               MAYOR-AMPLIACION
           MOVE REGLA-TAB-CONDICION (INDICE-REGLA) TO
               REGLA-AMPLIACION
           END-IF
           END-IF.

      *El limite es negativo (el rojo que se le permite al cliente):
      *recortar lo acerca a cero y ampliar lo aleja, en pesos
      *enteros. El que no tiene limite arranca en la base; ninguna
      *ampliacion pasa del tope, y un tope no recorta a quien ya
      *estaba mas alla de el:
       CALCULA-LIMITE-PROPUESTO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO LIMITE-PROPUESTO.
           IF PORCENTAJE-DECIDIDO < ZERO AND
              CLIENTES-LIMITE-DESCUBIERTO < ZERO
           COMPUTE LIMITE-REDONDO ROUNDED =
               CLIENTES-LIMITE-DESCUBIERTO *
               (100 + PORCENTAJE-DECIDIDO) / 100
           MOVE LIMITE-REDONDO TO LIMITE-PROPUESTO
           END-IF.
           IF PORCENTAJE-DECIDIDO > ZERO
           IF CLIENTES-LIMITE-DESCUBIERTO = ZERO
           COMPUTE LIMITE-PROPUESTO = ZERO - LIMITE-BASE
           ELSE
           COMPUTE LIMITE-REDONDO ROUNDED =
               CLIENTES-LIMITE-DESCUBIERTO *
               (100 + PORCENTAJE-DECIDIDO) / 100
           MOVE LIMITE-REDONDO TO LIMITE-PROPUESTO
           END-IF
           IF LIMITE-TOPE > ZEROES AND
              LIMITE-PROPUESTO < ZERO - LIMITE-TOPE
           COMPUTE LIMITE-PROPUESTO = ZERO - LIMITE-TOPE
           END-IF
           IF LIMITE-PROPUESTO > CLIENTES-LIMITE-DESCUBIERTO
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO LIMITE-PROPUESTO
           END-IF
           END-IF.

       GRABA-PROPUESTA.
           MOVE PERIODO-DE-REVISION TO REVLIM-PERIODO.
           MOVE CLIENTES-ID TO REVLIM-CLIENTES-ID.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO REVLIM-LIMITE-ACTUAL.
           MOVE LIMITE-PROPUESTO TO REVLIM-LIMITE-PROPUESTO.
           MOVE CLIENTES-SCORE TO REVLIM-SCORE.
           MOVE DIAS-EN-ROJO TO REVLIM-DIAS-EN-ROJO.
           MOVE NIVEL-MORA TO REVLIM-NIVEL-MORA.
           MOVE SALDO-PROMEDIO TO REVLIM-SALDO-PROMEDIO.
           MOVE REGLA-DECIDIDA TO REVLIM-REGLA.
           MOVE PORCENTAJE-DECIDIDO TO REVLIM-PORCENTAJE.
           MOVE "P" TO REVLIM-ESTADO.
           MOVE SPACES TO REVLIM-SUPERVISOR.
           MOVE SPACES TO REVLIM-FECHA-DECISION.
           WRITE REVLIM-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la propuesta de " CLIENTES-ID "."
           NOT INVALID KEY
           IF PORCENTAJE-DECIDIDO < ZERO
           ADD 1 TO CONTADOR-RECORTES
           ELSE
           ADD 1 TO CONTADOR-AMPLIACIONES
           END-IF
           PERFORM INFORMA-PROPUESTA
           END-WRITE.

       INFORMA-PROPUESTA.
           MOVE SALDO-PROMEDIO TO CAMPO-PROMEDIO-MUESTRA.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO CAMPO-ACTUAL-MUESTRA.
           MOVE LIMITE-PROPUESTO TO CAMPO-PROPUESTO-MUESTRA.
           MOVE PORCENTAJE-DECIDIDO TO CAMPO-PORCENTAJE-MUESTRA.
           STRING CLIENTES-ID " " CLIENTES-SCORE "  "
                  DIAS-EN-ROJO "  " NIVEL-MORA "    "
                  CAMPO-PROMEDIO-MUESTRA "    "
                  CAMPO-ACTUAL-MUESTRA "     "
                  CAMPO-PROPUESTO-MUESTRA " "
                  CAMPO-PORCENTAJE-MUESTRA "  "
                  REGLA-DECIDIDA
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

       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-REVISADOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Proponer-limites-descubierto.
