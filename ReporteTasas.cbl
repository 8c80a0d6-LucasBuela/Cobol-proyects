      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cambios de tasas de cambio de un periodo: lista del
      *          historial monedas_historia.dat las tasas que
      *          empezaron a regir entre dos fechas, moneda por
      *          moneda, con la tasa que reemplazaron, la variacion
      *          en por ciento, quien la cargo, quien la autorizo y
      *          cuando, mas la cantidad de cambios del periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-cambios-tasas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Historial de tasas de cambio por fecha de vigencia:
       COPY "DataBaseMonedasHistoria.cbl".

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
       COPY "DataMonedasHistoria.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  MONEDAS-HISTORIA-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-HISTORIA PIC X.
       77  FECHAS-VALIDAS PIC X.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "TASASCAMBIO".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.

      *Periodo pedido, en AAAAMMDD:
       77  FECHA-DESDE PIC X(8).
       77  FECHA-HASTA PIC X(8).
       77  CAMPO-FECHA PIC X(8).

      *El historial viene ordenado por moneda y vigencia: la tasa
      *anterior de cada renglon es la del renglon previo de la misma
      *moneda, este o no dentro del periodo:
       77  MONEDA-ANTERIOR PIC X(3) VALUE SPACES.
       77  HAY-TASA-ANTERIOR PIC X VALUE "N".
       77  TASA-ANTERIOR PIC 9(5)V9(4) VALUE ZERO.
       77  MONEDA-CON-CAMBIOS PIC X VALUE "N".
       77  VARIACION PIC S9(5)V99 VALUE ZERO.
       77  CONTADOR-CAMBIOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-MONEDAS PIC 9(4) VALUE ZEROES.
       77  CAMPO-TOTAL-MUESTRA PIC Z(5)9.
       77  CAMPO-MONEDAS-MUESTRA PIC Z(3)9.

      *Renglon de cada cambio:
       01  LINEA-CAMBIO.
           05 LIN-MONEDA PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LIN-VIGENCIA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-TASA-ANTERIOR PIC Z(4)9.9999.
           05 LIN-SIN-ANTERIOR REDEFINES LIN-TASA-ANTERIOR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-TASA-NUEVA PIC Z(4)9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-VARIACION PIC -(4)9.99.
           05 LIN-SIN-VARIACION REDEFINES LIN-VARIACION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LIN-SEGUNDO-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LIN-CARGADA PIC X(10).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CAMBIOS DE TASAS DE CAMBIO =====".
           PERFORM PIDE-PERIODO.
           IF FECHAS-VALIDAS = "S"
           PERFORM IMPRIME-REPORTE
           END-IF.
           GOBACK.

      *Desde en blanco es el primer dia del mes en curso y hasta en
      *blanco es hoy:
       PIDE-PERIODO.
           MOVE "S" TO FECHAS-VALIDAS.
           MOVE SPACES TO FECHA-DESDE.
           DISPLAY "Desde (AAAAMMDD, blanco = principio de mes): ".
           ACCEPT FECHA-DESDE.
           IF FECHA-DESDE = SPACES
           MOVE FUNCTION CURRENT-DATE (1:6) TO FECHA-DESDE (1:6)
           MOVE "01" TO FECHA-DESDE (7:2)
           END-IF.
           MOVE SPACES TO FECHA-HASTA.
           DISPLAY "Hasta (AAAAMMDD, blanco = hoy): ".
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = SPACES
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HASTA
           END-IF.
           MOVE FECHA-DESDE TO CAMPO-FECHA.
           PERFORM VALIDA-CAMPO-FECHA.
           MOVE FECHA-HASTA TO CAMPO-FECHA.
           PERFORM VALIDA-CAMPO-FECHA.
           IF FECHAS-VALIDAS = "N"
           DISPLAY "Las fechas deben ser AAAAMMDD validas."
           ELSE
           IF FECHA-DESDE > FECHA-HASTA
           MOVE "N" TO FECHAS-VALIDAS
           DISPLAY "La fecha desde es posterior a la fecha hasta."
           END-IF
           END-IF.

      *Una fecha AAAAMMDD valida, en CAMPO-FECHA:
       VALIDA-CAMPO-FECHA.
           IF CAMPO-FECHA NOT NUMERIC
           MOVE "N" TO FECHAS-VALIDAS
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CAMPO-FECHA))
              NOT = ZERO
           MOVE "N" TO FECHAS-VALIDAS
           END-IF
           END-IF.

       IMPRIME-REPORTE.
           STRING FECHA-DESDE " " FECHA-HASTA
                  DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "CAMBIOS DE TASAS DE CAMBIO DEL "
                  FECHA-DESDE (7:2) "/" FECHA-DESDE (5:2) "/"
                  FECHA-DESDE (1:4) " AL "
                  FECHA-HASTA (7:2) "/" FECHA-HASTA (5:2) "/"
                  FECHA-HASTA (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Mon   Rige desde   Tasa anter.  Tasa nueva   Var. %"
               TO LINEA-SPOOL.
           MOVE "Cargo      Autorizo   Cargada" TO LINEA-SPOOL (58:).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM RECORRE-HISTORIA.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE CONTADOR-CAMBIOS TO CAMPO-TOTAL-MUESTRA.
           MOVE CONTADOR-MONEDAS TO CAMPO-MONEDAS-MUESTRA.
           STRING "Cambios de tasa en el periodo: " CAMPO-TOTAL-MUESTRA
                  "  en " CAMPO-MONEDAS-MUESTRA " monedas"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       RECORRE-HISTORIA.
           OPEN INPUT ARCHIVO-MONEDAS-HISTORIA.
           MOVE "0" TO FIN-DE-HISTORIA.
           IF MONEDAS-HISTORIA-STATUS = "00"
           MOVE "1" TO FIN-DE-HISTORIA
           END-IF.
           PERFORM LEE-RENGLON-HISTORIA
           UNTIL FIN-DE-HISTORIA = "0".
           CLOSE ARCHIVO-MONEDAS-HISTORIA.

       LEE-RENGLON-HISTORIA.
           READ ARCHIVO-MONEDAS-HISTORIA NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-HISTORIA
           NOT AT END
           PERFORM PROCESA-RENGLON-HISTORIA
           END-READ.

      *La tasa inicial ("00000000") no es un cambio: solo queda como
      *tasa anterior del primer cambio de la moneda:
       PROCESA-RENGLON-HISTORIA.
           IF TASAH-MONEDA NOT = MONEDA-ANTERIOR
           MOVE TASAH-MONEDA TO MONEDA-ANTERIOR
           MOVE "N" TO HAY-TASA-ANTERIOR
           MOVE "N" TO MONEDA-CON-CAMBIOS
           END-IF.
           IF TASAH-VIGENCIA NOT = "00000000" AND
              TASAH-VIGENCIA NOT < FECHA-DESDE AND
              TASAH-VIGENCIA NOT > FECHA-HASTA
           PERFORM IMPRIME-CAMBIO
           END-IF.
           MOVE TASAH-TASA TO TASA-ANTERIOR.
           MOVE "S" TO HAY-TASA-ANTERIOR.

       IMPRIME-CAMBIO.
           ADD 1 TO CONTADOR-CAMBIOS.
           IF MONEDA-CON-CAMBIOS = "N"
           MOVE "S" TO MONEDA-CON-CAMBIOS
           ADD 1 TO CONTADOR-MONEDAS
           END-IF.
           MOVE TASAH-MONEDA TO LIN-MONEDA.
           MOVE SPACES TO LIN-VIGENCIA.
           STRING TASAH-VIGENCIA (7:2) "/" TASAH-VIGENCIA (5:2) "/"
                  TASAH-VIGENCIA (1:4)
                  DELIMITED BY SIZE INTO LIN-VIGENCIA
           END-STRING.
           MOVE TASAH-TASA TO LIN-TASA-NUEVA.
           IF HAY-TASA-ANTERIOR = "S"
           MOVE TASA-ANTERIOR TO LIN-TASA-ANTERIOR
           ELSE
           MOVE "   inicial" TO LIN-SIN-ANTERIOR
           END-IF.
           IF HAY-TASA-ANTERIOR = "S" AND TASA-ANTERIOR > ZERO
           COMPUTE VARIACION ROUNDED =
               (TASAH-TASA - TASA-ANTERIOR) * 100 / TASA-ANTERIOR
           ON SIZE ERROR
           MOVE 99999.99 TO VARIACION
           END-COMPUTE
           MOVE VARIACION TO LIN-VARIACION
           ELSE
           MOVE SPACES TO LIN-SIN-VARIACION
           END-IF.
           MOVE TASAH-OPERADOR TO LIN-OPERADOR.
           MOVE TASAH-SEGUNDO-OPERADOR TO LIN-SEGUNDO-OPERADOR.
           MOVE SPACES TO LIN-CARGADA.
           STRING TASAH-FECHA-HORA (7:2) "/" TASAH-FECHA-HORA (5:2)
                  "/" TASAH-FECHA-HORA (1:4)
                  DELIMITED BY SIZE INTO LIN-CARGADA
           END-STRING.
           MOVE LINEA-CAMBIO TO LINEA-SPOOL.
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

       END PROGRAM Reporte-cambios-tasas.
