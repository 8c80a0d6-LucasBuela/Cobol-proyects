      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de fecha valor: a partir de la
      *          fecha-hora en que se imputo un movimiento devuelve el
      *          dia habil desde el que cuenta. Lo imputado desde la
      *          hora de corte de corte_config.dat en adelante pasa
      *          al dia siguiente, y un dia no habil (fin de semana o
      *          feriado de feriados.dat, el mismo calendario que usa
      *          Proceso-nocturno) pasa al proximo habil. Un deposito
      *          de un viernes a la noche vale desde el lunes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fecha-valor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hora de corte y calendario de feriados:
       COPY "DataBaseCorteConfig.cbl".
       COPY "DataBaseFeriados.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCorteConfig.cbl".
       COPY "DataFeriados.cbl".

       WORKING-STORAGE SECTION.
       77  CONFIG-CORTE-STATUS PIC XX.
       77  FERIADOS-STATUS PIC XX.
      *La hora de corte y los feriados se cargan en el primer
      *llamado y quedan para los siguientes de la misma corrida:
       77  CALENDARIO-CARGADO PIC X VALUE "N".
       77  HAY-HORA-DE-CORTE PIC X VALUE "N".
       77  HORA-DE-CORTE PIC 9(4) VALUE ZEROES.
       77  HORA-IMPUTACION PIC 9(4).
       77  FIN-FERIADOS PIC X.
       77  MAXIMO-FERIADOS PIC 9(3) VALUE 100.
       77  CANTIDAD-FERIADOS PIC 9(3) VALUE ZEROES.
       77  INDICE-FERIADO PIC 9(3).
       01  TABLA-FERIADOS.
           05 FERIADO-TABLA OCCURS 100 TIMES PIC X(8).
       77  FECHA-EVALUADA PIC 9(8).
       77  DIAS-ENTERO PIC 9(7).
       77  DIA-DE-SEMANA PIC 9(1).
       77  ES-HABIL PIC X.

       LINKAGE SECTION.
       COPY "DataFechaValor.cbl".

       PROCEDURE DIVISION USING FECHA-VALOR-CONSULTA.
       EMPIEZA-PROGRAMA.
           IF CALENDARIO-CARGADO = "N"
           PERFORM LEE-HORA-DE-CORTE
           PERFORM CARGA-FERIADOS
           MOVE "S" TO CALENDARIO-CARGADO
           END-IF.
           IF CONSULTA-VALOR-FECHA-HORA (1:8) NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE TO CONSULTA-VALOR-FECHA-HORA
           END-IF.
           MOVE CONSULTA-VALOR-FECHA-HORA (1:8) TO FECHA-EVALUADA.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-EVALUADA).
           IF VALOR-CON-HORA-DE-CORTE AND HAY-HORA-DE-CORTE = "S" AND
              CONSULTA-VALOR-FECHA-HORA (9:4) NUMERIC
           MOVE CONSULTA-VALOR-FECHA-HORA (9:4) TO HORA-IMPUTACION
           IF HORA-IMPUTACION NOT < HORA-DE-CORTE
           PERFORM AVANZA-UN-DIA
           END-IF
           END-IF.
           PERFORM COMPRUEBA-DIA-HABIL.
           PERFORM AVANZA-UN-DIA
               UNTIL ES-HABIL = "S".
           MOVE FECHA-EVALUADA TO CONSULTA-VALOR-FECHA.
           GOBACK.

      *Una hora fuera de rango en el archivo se toma como sin corte:
       LEE-HORA-DE-CORTE.
           MOVE "N" TO HAY-HORA-DE-CORTE.
           OPEN INPUT ARCHIVO-CONFIG-CORTE.
           IF CONFIG-CORTE-STATUS = "00"
           READ ARCHIVO-CONFIG-CORTE
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-CORTE-HORA NUMERIC
           IF CONFIG-CORTE-HH < 24 AND CONFIG-CORTE-MM < 60
           MOVE CONFIG-CORTE-HORA TO HORA-DE-CORTE
           MOVE "S" TO HAY-HORA-DE-CORTE
           END-IF
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-CORTE.

       CARGA-FERIADOS.
           MOVE ZEROES TO CANTIDAD-FERIADOS.
           OPEN INPUT ARCHIVO-FERIADOS.
           IF FERIADOS-STATUS = "00"
           MOVE "1" TO FIN-FERIADOS
           PERFORM CARGA-UN-FERIADO
           UNTIL FIN-FERIADOS = "0"
           END-IF.
           CLOSE ARCHIVO-FERIADOS.

       CARGA-UN-FERIADO.
           READ ARCHIVO-FERIADOS
           AT END
           MOVE "0" TO FIN-FERIADOS
           NOT AT END
           IF CANTIDAD-FERIADOS < MAXIMO-FERIADOS
           ADD 1 TO CANTIDAD-FERIADOS
           MOVE FERIADO-FECHA TO FERIADO-TABLA (CANTIDAD-FERIADOS)
           END-IF.

       AVANZA-UN-DIA.
           ADD 1 TO DIAS-ENTERO.
           COMPUTE FECHA-EVALUADA =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTERO).
           PERFORM COMPRUEBA-DIA-HABIL.

      *Misma regla que Proceso-nocturno: habil es de lunes a viernes
      *y no figura en el calendario. El dia 1 del calendario interno
      *de INTEGER-OF-DATE fue lunes, asi que el resto modulo 7 da
      *1 a 7 para lunes a domingo:
       COMPRUEBA-DIA-HABIL.
           COMPUTE DIA-DE-SEMANA =
               FUNCTION MOD(DIAS-ENTERO - 1, 7) + 1.
           IF DIA-DE-SEMANA > 5
           MOVE "N" TO ES-HABIL
           ELSE
           MOVE "S" TO ES-HABIL
           PERFORM BUSCA-FERIADO
               VARYING INDICE-FERIADO FROM 1 BY 1
               UNTIL INDICE-FERIADO > CANTIDAD-FERIADOS
               OR ES-HABIL = "N"
           END-IF.

       BUSCA-FERIADO.
           IF FERIADO-TABLA (INDICE-FERIADO) = FECHA-EVALUADA
           MOVE "N" TO ES-HABIL
           END-IF.

       END PROGRAM Fecha-valor.
