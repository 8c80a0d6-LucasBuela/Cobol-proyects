      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Prevision mensual por incobrables. Sobre la deuda de
      *          cada deudor que dejo Clasificar-deudores para el
      *          periodo AAAAMM aplica el porcentaje configurado en
      *          prevision_config.dat para su situacion o para su
      *          tramo de dias de atraso, la compara con la prevision
      *          del mes anterior y graba la diferencia como renglon
      *          de asiento en el formato de interfase del
      *          Extracto-contable (asientos_prevision_AAAAMM.dat).
      *          El detalle por cliente y por tramo sale en el spool
      *          y queda en previsiones.dat para auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcular-previsiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Clasificacion de deudores del periodo, que da la exposicion:
       COPY "DataBaseSituacionDeudores.cbl".
      *Porcentajes por tramo y previsiones calculadas:
       COPY "DataBasePrevisionConfig.cbl".
       COPY "DataBasePrevisiones.cbl".
      *Archivo de interfase para contaduria:
       SELECT ARCHIVO-ASIENTOS
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ASIENTOS
       ORGANIZATION LINE SEQUENTIAL.

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
       COPY "DataSituacionDeudores.cbl".
       COPY "DataPrevisionConfig.cbl".
       COPY "DataPrevisiones.cbl".

       FD  ARCHIVO-ASIENTOS.
           01 ASIENTO-LINEA PIC X(60).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  SITUACION-STATUS PIC XX.
       77  CONFIG-PREVISION-STATUS PIC XX.
       77  PREVISIONES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-SITUACIONES PIC X.
       77  FIN-DE-PREVISIONES PIC X.
       77  FIN-CONFIG-PREVISION PIC X.
       77  PERIODO-PEDIDO PIC X(6).
       77  PERIODO-ANTERIOR PIC X(6).
       77  ANIO-ANTERIOR PIC 9(4).
       77  MES-ANTERIOR PIC 9(2).
       77  NOMBRE-ARCHIVO-ASIENTOS PIC X(40).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "PREVISIONES".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.

      *Tramos de prevision en el orden del archivo, con lo acumulado
      *en cada uno para el resumen; el tramo cero junta a los
      *deudores que no cayeron en ninguno:
       77  BASE-DE-PREVISION PIC X(1).
       77  MAXIMO-TRAMOS PIC 9(2) VALUE 10.
       77  CANTIDAD-TRAMOS PIC 9(2) VALUE ZEROES.
       77  INDICE-TRAMO PIC 9(2).
       77  TRAMO-DEL-CLIENTE PIC 9(2).
       77  CONTADOR-IGNORADAS PIC 9(3) VALUE ZEROES.
       01  TABLA-TRAMOS.
           05 TRAMO OCCURS 11 TIMES.
              10 TRAMO-TAB-LIMITE PIC 9(5).
              10 TRAMO-TAB-PORCENTAJE PIC 9(3)V99.
              10 TRAMO-TAB-CLIENTES PIC 9(7).
              10 TRAMO-TAB-EXPOSICION PIC S9(11)V99 COMP-3.
              10 TRAMO-TAB-PREVISION PIC S9(11)V99 COMP-3.
              10 TRAMO-TAB-ANTERIOR PIC S9(11)V99 COMP-3.
       77  INDICE-TABLA PIC 9(2).

       77  CONTADOR-DEUDORES PIC 9(7) VALUE ZEROES.
       77  CONTADOR-LIBERADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-BORRADOS PIC 9(7) VALUE ZEROES.
       01  TOTAL-EXPOSICION PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-PREVISION PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-ANTERIOR PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DIFERENCIA-PREVISION PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  ANTERIOR-GUARDADA PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  CLIENTE-GUARDADO PIC X(6).
       77  CAMPO-TOTAL-MUESTRA PIC -Z(10)9.99.
       77  CAMPO-TRAMO-MUESTRA PIC X(14).
       77  CAMPO-PORCENTAJE-MUESTRA PIC ZZ9.99.

      *Renglon del detalle por cliente:
       01  LINEA-PREVISION.
           05 PRE-CLIENTES-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-SITUACION PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-DIAS-ATRASO PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-TRAMO PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-EXPOSICION PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-PORCENTAJE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-IMPORTE PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-ANTERIOR PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PRE-DIFERENCIA PIC -Z(8)9.99.

      *Renglones de ancho fijo del archivo de interfase, los mismos
      *del Extracto-contable; la prevision va en un renglon propio
      *(tipo de registro "P") con la diferencia contra el mes
      *anterior, positiva si hay que constituir y negativa si se
      *desafecta:
       77  CONTADOR-RENGLONES PIC 9(5) VALUE ZEROES.
       77  HASH-TOTAL PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  LINEA-CABECERA.
           05 FILLER PIC X(1) VALUE "H".
           05 CAB-PERIODO PIC X(6).
           05 CAB-FECHA-GENERACION PIC X(8).
           05 FILLER PIC X(45) VALUE SPACES.
       01  LINEA-PREVISION-ASIENTO.
           05 FILLER PIC X(1) VALUE "P".
           05 PRV-MONEDA PIC X(3).
           05 PRV-CANTIDAD PIC 9(7).
           05 PRV-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(35) VALUE SPACES.
       01  LINEA-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 COLA-RENGLONES PIC 9(5).
           05 COLA-MOVIMIENTOS PIC 9(7).
           05 COLA-HASH PIC 9(13)V99.
           05 FILLER PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== PREVISION POR INCOBRABLES =====".
           DISPLAY "Mes a prever (AAAAMM, blanco = mes anterior): ".
           MOVE SPACES TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO = SPACES
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-PEDIDO
           PERFORM CALCULA-PERIODO-ANTERIOR
           MOVE PERIODO-ANTERIOR TO PERIODO-PEDIDO
           END-IF.
           IF PERIODO-PEDIDO NOT NUMERIC OR
              PERIODO-PEDIDO (5:2) < "01" OR
              PERIODO-PEDIDO (5:2) > "12"
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           GOBACK
           END-IF.
           PERFORM CALCULA-PERIODO-ANTERIOR.
           PERFORM CARGA-TABLA-TRAMOS.
           IF CANTIDAD-TRAMOS = ZEROES
           DISPLAY "No hay porcentajes en prevision_config.dat, no se "
                   "hizo nada."
           GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-SITUACION-DEUDORES.
           PERFORM UBICA-SITUACIONES-DEL-PERIODO.
           IF FIN-DE-SITUACIONES = "0"
           DISPLAY "No hay clasificacion de deudores de " PERIODO-PEDIDO
                   "; corra antes Clasificar-deudores."
           CLOSE ARCHIVO-SITUACION-DEUDORES
           GOBACK
           END-IF.
           PERFORM CALCULA-PREVISIONES.
           CLOSE ARCHIVO-SITUACION-DEUDORES.
           GOBACK.

      *El mes anterior al que esta en PERIODO-PEDIDO:
       CALCULA-PERIODO-ANTERIOR.
           MOVE PERIODO-PEDIDO (1:4) TO ANIO-ANTERIOR.
           MOVE PERIODO-PEDIDO (5:2) TO MES-ANTERIOR.
           IF MES-ANTERIOR = 1
           MOVE 12 TO MES-ANTERIOR
           SUBTRACT 1 FROM ANIO-ANTERIOR
           ELSE
           SUBTRACT 1 FROM MES-ANTERIOR
           END-IF.
           MOVE ANIO-ANTERIOR TO PERIODO-ANTERIOR (1:4).
           MOVE MES-ANTERIOR TO PERIODO-ANTERIOR (5:2).

      *Manda la base de la primera linea valida; las de la otra base
      *se cuentan y se avisa, en lugar de mezclar criterios:
       CARGA-TABLA-TRAMOS.
           INITIALIZE TABLA-TRAMOS.
           MOVE ZEROES TO CANTIDAD-TRAMOS.
           MOVE SPACE TO BASE-DE-PREVISION.
           OPEN INPUT ARCHIVO-CONFIG-PREVISION.
           IF CONFIG-PREVISION-STATUS = "00"
           MOVE "1" TO FIN-CONFIG-PREVISION
           PERFORM CARGA-UN-TRAMO
           UNTIL FIN-CONFIG-PREVISION = "0"
           END-IF.
           CLOSE ARCHIVO-CONFIG-PREVISION.
           IF CONTADOR-IGNORADAS > ZEROES
           DISPLAY "Atencion: " CONTADOR-IGNORADAS " lineas de "
                   "prevision_config.dat con otra base se ignoraron."
           END-IF.

       CARGA-UN-TRAMO.
           READ ARCHIVO-CONFIG-PREVISION
           AT END
           MOVE "0" TO FIN-CONFIG-PREVISION
           NOT AT END
           IF (CONFIG-PREVISION-BASE = "S" OR
               CONFIG-PREVISION-BASE = "D") AND
              CONFIG-PREVISION-TRAMO NUMERIC AND
              CONFIG-PREVISION-PORCENTAJE NUMERIC
           IF BASE-DE-PREVISION = SPACE
           MOVE CONFIG-PREVISION-BASE TO BASE-DE-PREVISION
           END-IF
           IF CONFIG-PREVISION-BASE NOT = BASE-DE-PREVISION
           ADD 1 TO CONTADOR-IGNORADAS
           ELSE
           IF CANTIDAD-TRAMOS < MAXIMO-TRAMOS
           ADD 1 TO CANTIDAD-TRAMOS
           MOVE CONFIG-PREVISION-TRAMO TO
               TRAMO-TAB-LIMITE (CANTIDAD-TRAMOS)
           MOVE CONFIG-PREVISION-PORCENTAJE TO
               TRAMO-TAB-PORCENTAJE (CANTIDAD-TRAMOS)
           END-IF
           END-IF
           END-IF
           END-READ.

       UBICA-SITUACIONES-DEL-PERIODO.
           MOVE PERIODO-PEDIDO TO SITUACION-PERIODO.
           MOVE LOW-VALUES TO SITUACION-CLIENTES-ID.
           MOVE "1" TO FIN-DE-SITUACIONES.
           START ARCHIVO-SITUACION-DEUDORES
               KEY IS NOT LESS THAN SITUACION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-SITUACIONES
           END-START.
           IF FIN-DE-SITUACIONES = "1"
           PERFORM LEE-SIGUIENTE-SITUACION
           END-IF.

       LEE-SIGUIENTE-SITUACION.
           READ ARCHIVO-SITUACION-DEUDORES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-SITUACIONES
           NOT AT END
           IF SITUACION-PERIODO NOT = PERIODO-PEDIDO
           MOVE "0" TO FIN-DE-SITUACIONES
           END-IF
           END-READ.

       CALCULA-PREVISIONES.
           MOVE PERIODO-PEDIDO TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== PREVISION POR INCOBRABLES =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF BASE-DE-PREVISION = "S"
           STRING "Periodo " PERIODO-PEDIDO (5:2) "/"
                  PERIODO-PEDIDO (1:4) "  base: situacion del deudor"
                  "  anterior: " PERIODO-ANTERIOR (5:2) "/"
                  PERIODO-ANTERIOR (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           ELSE
           STRING "Periodo " PERIODO-PEDIDO (5:2) "/"
                  PERIODO-PEDIDO (1:4) "  base: dias de atraso"
                  "  anterior: " PERIODO-ANTERIOR (5:2) "/"
                  PERIODO-ANTERIOR (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Client S  Dias Tramo          Exposicion      %"
               TO LINEA-SPOOL.
           MOVE "    Prevision     Anterior   Diferencia"
               TO LINEA-SPOOL (50:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN I-O ARCHIVO-PREVISIONES.
           PERFORM BORRA-PREVISIONES-DEL-PERIODO.
           PERFORM PREVE-DEUDOR
           UNTIL FIN-DE-SITUACIONES = "0".
           PERFORM LIBERA-PREVISIONES-ANTERIORES.
           CLOSE ARCHIVO-PREVISIONES.
           COMPUTE DIFERENCIA-PREVISION =
               TOTAL-PREVISION - TOTAL-ANTERIOR.
           PERFORM ESCRIBE-ARCHIVO-ASIENTOS.
           PERFORM MUESTRA-TOTALES-POR-TRAMO.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Asiento grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-ASIENTOS) ".".
           DISPLAY "Reporte grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Una re-corrida del periodo empieza de cero: se borran las
      *previsiones que dejo la corrida anterior del mismo mes, asi
      *no queda el registro de un cliente que ahora ya no debe:
       BORRA-PREVISIONES-DEL-PERIODO.
           MOVE PERIODO-PEDIDO TO PREVISION-PERIODO.
           MOVE LOW-VALUES TO PREVISION-CLIENTES-ID.
           MOVE "1" TO FIN-DE-PREVISIONES.
           START ARCHIVO-PREVISIONES
               KEY IS NOT LESS THAN PREVISION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-PREVISIONES
           END-START.
           PERFORM BORRA-SIGUIENTE-PREVISION
           UNTIL FIN-DE-PREVISIONES = "0".
           IF CONTADOR-BORRADOS > ZEROES
           DISPLAY "Se recalcula el periodo: " CONTADOR-BORRADOS
                   " previsiones anteriores reemplazadas."
           END-IF.

       BORRA-SIGUIENTE-PREVISION.
           READ ARCHIVO-PREVISIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PREVISIONES
           NOT AT END
           IF PREVISION-PERIODO NOT = PERIODO-PEDIDO
           MOVE "0" TO FIN-DE-PREVISIONES
           ELSE
           DELETE ARCHIVO-PREVISIONES RECORD
           INVALID KEY
           DISPLAY "Error borrando la prevision del cliente "
                   PREVISION-CLIENTES-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-BORRADOS
           END-DELETE
           END-IF
           END-READ.

      *La exposicion es toda la deuda que se informo del deudor a la
      *central de deudores para el periodo:
       PREVE-DEUDOR.
           PERFORM BUSCA-PREVISION-ANTERIOR.
           PERFORM UBICA-TRAMO-DEL-DEUDOR.
           INITIALIZE PREVISION-REGISTRO.
           MOVE PERIODO-PEDIDO TO PREVISION-PERIODO.
           MOVE SITUACION-CLIENTES-ID TO PREVISION-CLIENTES-ID.
           MOVE BASE-DE-PREVISION TO PREVISION-BASE.
           MOVE SITUACION-CODIGO TO PREVISION-SITUACION.
           MOVE SITUACION-DIAS-ATRASO TO PREVISION-DIAS-ATRASO.
           MOVE SITUACION-DEUDA-TOTAL TO PREVISION-EXPOSICION.
           MOVE ANTERIOR-GUARDADA TO PREVISION-ANTERIOR.
           IF TRAMO-DEL-CLIENTE > ZEROES
           MOVE TRAMO-TAB-LIMITE (TRAMO-DEL-CLIENTE) TO
               PREVISION-TRAMO
           MOVE TRAMO-TAB-PORCENTAJE (TRAMO-DEL-CLIENTE) TO
               PREVISION-PORCENTAJE
           COMPUTE PREVISION-IMPORTE ROUNDED =
               PREVISION-EXPOSICION * PREVISION-PORCENTAJE / 100
           END-IF.
           ADD 1 TO CONTADOR-DEUDORES.
           PERFORM GRABA-PREVISION.
           PERFORM LEE-SIGUIENTE-SITUACION.

      *La prevision del mes anterior se lee por clave directa; el
      *registro queda en el area del archivo y se rearma despues:
       BUSCA-PREVISION-ANTERIOR.
           MOVE ZERO TO ANTERIOR-GUARDADA.
           MOVE PERIODO-ANTERIOR TO PREVISION-PERIODO.
           MOVE SITUACION-CLIENTES-ID TO PREVISION-CLIENTES-ID.
           READ ARCHIVO-PREVISIONES RECORD
               KEY IS PREVISION-CLAVE
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE PREVISION-IMPORTE TO ANTERIOR-GUARDADA
           END-READ.

      *Por situacion el tramo es el de su mismo numero; por dias, los
      *tramos van de menor a mayor tope y el deudor cae en el primero
      *cuyo tope no supera, o en el ultimo si los pasa a todos:
       UBICA-TRAMO-DEL-DEUDOR.
           MOVE ZEROES TO TRAMO-DEL-CLIENTE.
           PERFORM COMPARA-TRAMO
               VARYING INDICE-TRAMO FROM 1 BY 1
               UNTIL INDICE-TRAMO > CANTIDAD-TRAMOS
               OR TRAMO-DEL-CLIENTE > ZEROES.
           IF TRAMO-DEL-CLIENTE = ZEROES AND
              BASE-DE-PREVISION = "D"
           MOVE CANTIDAD-TRAMOS TO TRAMO-DEL-CLIENTE
           END-IF.

       COMPARA-TRAMO.
           IF BASE-DE-PREVISION = "S"
           IF TRAMO-TAB-LIMITE (INDICE-TRAMO) = SITUACION-CODIGO
           MOVE INDICE-TRAMO TO TRAMO-DEL-CLIENTE
           END-IF
           ELSE
           IF SITUACION-DIAS-ATRASO NOT >
              TRAMO-TAB-LIMITE (INDICE-TRAMO)
           MOVE INDICE-TRAMO TO TRAMO-DEL-CLIENTE
           END-IF
           END-IF.

      *Graba el registro armado, lo acumula en su tramo (el lugar 11
      *de la tabla junta a los que no cayeron en ninguno) y lo
      *muestra en el detalle:
       GRABA-PREVISION.
           MOVE OPERADOR-DEL-REPORTE TO PREVISION-OPERADOR.
           MOVE FECHA-HORA-CORRIDA TO PREVISION-FECHA-HORA.
           WRITE PREVISION-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la prevision del cliente "
                   PREVISION-CLIENTES-ID ", status: "
                   PREVISIONES-STATUS
           END-WRITE.
           ADD PREVISION-EXPOSICION TO TOTAL-EXPOSICION.
           ADD PREVISION-IMPORTE TO TOTAL-PREVISION.
           ADD PREVISION-ANTERIOR TO TOTAL-ANTERIOR.
           IF TRAMO-DEL-CLIENTE > ZEROES
           MOVE TRAMO-DEL-CLIENTE TO INDICE-TABLA
           ELSE
           MOVE 11 TO INDICE-TABLA
           END-IF.
           ADD 1 TO TRAMO-TAB-CLIENTES (INDICE-TABLA).
           ADD PREVISION-EXPOSICION TO
               TRAMO-TAB-EXPOSICION (INDICE-TABLA).
           ADD PREVISION-IMPORTE TO TRAMO-TAB-PREVISION (INDICE-TABLA).
           ADD PREVISION-ANTERIOR TO TRAMO-TAB-ANTERIOR (INDICE-TABLA).
           PERFORM MUESTRA-PREVISION.

       MUESTRA-PREVISION.
           MOVE PREVISION-CLIENTES-ID TO PRE-CLIENTES-ID.
           MOVE PREVISION-SITUACION TO PRE-SITUACION.
           MOVE PREVISION-DIAS-ATRASO TO PRE-DIAS-ATRASO.
           MOVE INDICE-TABLA TO INDICE-TRAMO.
           PERFORM ARMA-NOMBRE-TRAMO.
           MOVE CAMPO-TRAMO-MUESTRA TO PRE-TRAMO.
           MOVE PREVISION-EXPOSICION TO PRE-EXPOSICION.
           MOVE PREVISION-PORCENTAJE TO PRE-PORCENTAJE.
           MOVE PREVISION-IMPORTE TO PRE-IMPORTE.
           MOVE PREVISION-ANTERIOR TO PRE-ANTERIOR.
           COMPUTE PRE-DIFERENCIA =
               PREVISION-IMPORTE - PREVISION-ANTERIOR.
           MOVE LINEA-PREVISION TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       ARMA-NOMBRE-TRAMO.
           MOVE SPACES TO CAMPO-TRAMO-MUESTRA.
           EVALUATE TRUE
               WHEN INDICE-TRAMO = 11
                   MOVE "sin tramo" TO CAMPO-TRAMO-MUESTRA
               WHEN BASE-DE-PREVISION = "S"
                   STRING "situacion "
                          TRAMO-TAB-LIMITE (INDICE-TRAMO) (5:1)
                          DELIMITED BY SIZE INTO CAMPO-TRAMO-MUESTRA
               WHEN OTHER
                   STRING "hasta " TRAMO-TAB-LIMITE (INDICE-TRAMO)
                          " d" DELIMITED BY SIZE
                          INTO CAMPO-TRAMO-MUESTRA
           END-EVALUATE.

      *Los clientes que tenian prevision el mes anterior y este mes
      *no figuran como deudores quedan con un registro en cero que
      *la libera. WRITE no mueve la lectura secuencial, y si el
      *cliente ya fue previsto este mes la clave existe y no se
      *graba nada:
       LIBERA-PREVISIONES-ANTERIORES.
           MOVE PERIODO-ANTERIOR TO PREVISION-PERIODO.
           MOVE LOW-VALUES TO PREVISION-CLIENTES-ID.
           MOVE "1" TO FIN-DE-PREVISIONES.
           START ARCHIVO-PREVISIONES
               KEY IS NOT LESS THAN PREVISION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-PREVISIONES
           END-START.
           PERFORM REVISA-PREVISION-ANTERIOR
           UNTIL FIN-DE-PREVISIONES = "0".

       REVISA-PREVISION-ANTERIOR.
           READ ARCHIVO-PREVISIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PREVISIONES
           NOT AT END
           IF PREVISION-PERIODO NOT = PERIODO-ANTERIOR
           MOVE "0" TO FIN-DE-PREVISIONES
           ELSE
           IF PREVISION-IMPORTE NOT = ZERO
           PERFORM GRABA-LIBERACION
           END-IF
           END-IF
           END-READ.

       GRABA-LIBERACION.
           MOVE PREVISION-IMPORTE TO ANTERIOR-GUARDADA.
           MOVE PREVISION-CLIENTES-ID TO CLIENTE-GUARDADO.
           INITIALIZE PREVISION-REGISTRO.
           MOVE PERIODO-PEDIDO TO PREVISION-PERIODO.
           MOVE CLIENTE-GUARDADO TO PREVISION-CLIENTES-ID.
           MOVE BASE-DE-PREVISION TO PREVISION-BASE.
           MOVE ANTERIOR-GUARDADA TO PREVISION-ANTERIOR.
           MOVE OPERADOR-DEL-REPORTE TO PREVISION-OPERADOR.
           MOVE FECHA-HORA-CORRIDA TO PREVISION-FECHA-HORA.
           WRITE PREVISION-REGISTRO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           ADD 1 TO CONTADOR-LIBERADOS
           ADD PREVISION-ANTERIOR TO TOTAL-ANTERIOR
           ADD 1 TO TRAMO-TAB-CLIENTES (11)
           ADD PREVISION-ANTERIOR TO TRAMO-TAB-ANTERIOR (11)
           MOVE 11 TO INDICE-TABLA
           PERFORM MUESTRA-PREVISION
           END-WRITE.

       ESCRIBE-ARCHIVO-ASIENTOS.
           MOVE SPACES TO NOMBRE-ARCHIVO-ASIENTOS.
           STRING
               "asientos_prevision_" DELIMITED BY SIZE
               PERIODO-PEDIDO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-ASIENTOS
           END-STRING.
           OPEN OUTPUT ARCHIVO-ASIENTOS.
           MOVE PERIODO-PEDIDO TO CAB-PERIODO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO
               CAB-FECHA-GENERACION.
           WRITE ASIENTO-LINEA FROM LINEA-CABECERA.
           MOVE "ARS" TO PRV-MONEDA.
           COMPUTE PRV-CANTIDAD =
               CONTADOR-DEUDORES + CONTADOR-LIBERADOS.
           MOVE DIFERENCIA-PREVISION TO PRV-IMPORTE.
           WRITE ASIENTO-LINEA FROM LINEA-PREVISION-ASIENTO.
           ADD 1 TO CONTADOR-RENGLONES.
           COMPUTE HASH-TOTAL =
               HASH-TOTAL + FUNCTION ABS(DIFERENCIA-PREVISION).
           MOVE CONTADOR-RENGLONES TO COLA-RENGLONES.
           MOVE PRV-CANTIDAD TO COLA-MOVIMIENTOS.
           MOVE HASH-TOTAL TO COLA-HASH.
           WRITE ASIENTO-LINEA FROM LINEA-COLA.
           CLOSE ARCHIVO-ASIENTOS.

       MUESTRA-TOTALES-POR-TRAMO.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Totales por tramo" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-TOTAL-TRAMO
               VARYING INDICE-TRAMO FROM 1 BY 1
               UNTIL INDICE-TRAMO > 11.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-EXPOSICION TO CAMPO-TOTAL-MUESTRA.
           STRING "Exposicion total:       " CAMPO-TOTAL-MUESTRA
                  "  (" CONTADOR-DEUDORES " deudores)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-PREVISION TO CAMPO-TOTAL-MUESTRA.
           STRING "Prevision del periodo:  " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-ANTERIOR TO CAMPO-TOTAL-MUESTRA.
           STRING "Prevision anterior:     " CAMPO-TOTAL-MUESTRA
                  "  (" CONTADOR-LIBERADOS " liberadas)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE DIFERENCIA-PREVISION TO CAMPO-TOTAL-MUESTRA.
           IF DIFERENCIA-PREVISION < ZERO
           STRING "Desafectacion a asentar:" CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           ELSE
           STRING "Cargo a asentar:        " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-TOTAL-TRAMO.
           IF TRAMO-TAB-CLIENTES (INDICE-TRAMO) > ZEROES
           PERFORM ARMA-NOMBRE-TRAMO
           MOVE TRAMO-TAB-PORCENTAJE (INDICE-TRAMO) TO
               CAMPO-PORCENTAJE-MUESTRA
           MOVE TRAMO-TAB-PREVISION (INDICE-TRAMO) TO
               CAMPO-TOTAL-MUESTRA
           STRING "  " CAMPO-TRAMO-MUESTRA " "
                  CAMPO-PORCENTAJE-MUESTRA " %  deudores "
                  TRAMO-TAB-CLIENTES (INDICE-TRAMO) "  prevision "
                  CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           MOVE TRAMO-TAB-EXPOSICION (INDICE-TRAMO) TO
               CAMPO-TOTAL-MUESTRA
           STRING "                  exposicion   "
                  CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           MOVE TRAMO-TAB-ANTERIOR (INDICE-TRAMO) TO
               CAMPO-TOTAL-MUESTRA
           MOVE "anterior" TO LINEA-SPOOL (51:)
           MOVE CAMPO-TOTAL-MUESTRA TO LINEA-SPOOL (60:)
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

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Calcular-previsiones.
