      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida del control de cierre mensual. La
      *          llama cada paso del cierre (interes, ordenes,
      *          revaluacion, snapshot, extracto, estados de cuenta y
      *          cierre del ledger) al empezar, para saber si puede
      *          correr, y al terminar, para dejar anotado en
      *          cierre_mensual.dat el estado, el operador y la hora
      *          del paso en su periodo. Un paso no corre si falta
      *          completar alguno de los que lo preceden, ni si su
      *          periodo ya tiene el ledger cerrado; los que abren
      *          posteos de un periodo tampoco, mientras el periodo
      *          anterior tenga pasos anotados sin el cierre completo
      *          ni una excepcion firmada por un supervisor.
      *          En modo entrenamiento no controla ni anota nada: la
      *          practica no cuenta para el cierre de produccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Control-cierre-mensual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Control de pasos del cierre por periodo:
       COPY "DataBaseCierreMensual.cbl".
      *Periodo que esta cerrando Controlar-cierre-mensual:
       COPY "DataBaseCierrePasoSenal.cbl".
      *Operador logueado en el menu:
       COPY "DataBaseSesion.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataCierreMensual.cbl".
       COPY "DataCierrePasoSenal.cbl".
       COPY "DataSesion.cbl".
       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  CIERRE-MENSUAL-STATUS PIC XX.
       77  CIERRE-PASO-SENAL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  ENTRENAMIENTO-STATUS PIC XX.
       77  EN-ENTRENAMIENTO PIC X.
       77  FIN-DEL-PERIODO PIC X.
       77  PASO-DEL-CONTROL PIC 9(2).
       77  ESTADO-DEL-PREVIO PIC X.
       77  OPERADOR-DEL-PASO PIC X(10).
       77  MOMENTO-DEL-CONTROL PIC X(14).
      *Lo anotado del periodo anterior, para ver si quedo cerrado:
       77  RENGLONES-ANTERIOR PIC 9(3).
       77  COMPLETOS-ANTERIOR PIC 9(3).
       77  EXCEPCION-ANTERIOR PIC X.
       01  PERIODO-ANTERIOR.
           05 PERIODO-ANTERIOR-ANIO PIC 9(4).
           05 PERIODO-ANTERIOR-MES PIC 9(2).
       COPY "DataCierrePasos.cbl".

       LINKAGE SECTION.
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION USING CIERRE-CONTROL.
       EMPIEZA-PROGRAMA.
           MOVE "S" TO CONTROL-CIERRE-RESULTADO.
           MOVE SPACES TO CONTROL-CIERRE-MENSAJE.
           PERFORM COMPRUEBA-ENTRENAMIENTO.
           PERFORM UBICA-PASO-DEL-PROGRAMA.
           IF EN-ENTRENAMIENTO = "N" AND PASO-DEL-CONTROL > ZEROES
           MOVE FUNCTION CURRENT-DATE (1:14) TO MOMENTO-DEL-CONTROL
           PERFORM TOMA-OPERADOR-DEL-PASO
           EVALUATE CONTROL-CIERRE-ACCION
               WHEN "V"
                   PERFORM VERIFICA-PASO
               WHEN "C"
                   PERFORM ANOTA-FIN-DEL-PASO
               WHEN "F"
                   PERFORM ANOTA-FIN-DEL-PASO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF.
           GOBACK.

       COMPRUEBA-ENTRENAMIENTO.
           MOVE "N" TO EN-ENTRENAMIENTO.
           OPEN INPUT ARCHIVO-ENTRENAMIENTO.
           IF ENTRENAMIENTO-STATUS = "00"
           MOVE "S" TO EN-ENTRENAMIENTO
           END-IF.
           CLOSE ARCHIVO-ENTRENAMIENTO.

      *Un programa que no figura entre los pasos del cierre no se
      *controla:
       UBICA-PASO-DEL-PROGRAMA.
           MOVE ZEROES TO PASO-DEL-CONTROL.
           PERFORM COMPARA-PASO-DEL-PROGRAMA
               VARYING INDICE-PASO-CIERRE FROM 1 BY 1
               UNTIL INDICE-PASO-CIERRE > CANTIDAD-PASOS-CIERRE
                  OR PASO-DEL-CONTROL > ZEROES.

       COMPARA-PASO-DEL-PROGRAMA.
           IF PASO-CIERRE-PROGRAMA (INDICE-PASO-CIERRE) =
              CONTROL-CIERRE-PROGRAMA
           MOVE INDICE-PASO-CIERRE TO PASO-DEL-CONTROL
           END-IF.

      *El operador de la sesion del menu; corriendo desde la cadena
      *nocturna no hay sesion y el paso queda a nombre del lote:
       TOMA-OPERADOR-DEL-PASO.
           MOVE "LOTE" TO OPERADOR-DEL-PASO.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           IF SESION-OPERADOR-ID NOT = SPACES
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-PASO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

       VERIFICA-PASO.
           PERFORM TOMA-PERIODO-DEL-CONTROL.
           IF CONTROL-CIERRE-AUTORIZADO
           IF CONTROL-CIERRE-PERIODO NOT NUMERIC
           MOVE "N" TO CONTROL-CIERRE-RESULTADO
           MOVE "El periodo del paso no es AAAAMM." TO
               CONTROL-CIERRE-MENSAJE
           END-IF
           END-IF.
           OPEN I-O ARCHIVO-CIERRE-MENSUAL.
           IF CONTROL-CIERRE-AUTORIZADO
           PERFORM VERIFICA-PERIODO-ABIERTO
           END-IF.
           IF CONTROL-CIERRE-AUTORIZADO
           PERFORM VERIFICA-UN-PREVIO
               VARYING INDICE-PREVIO-CIERRE FROM 1 BY 1
               UNTIL INDICE-PREVIO-CIERRE > 6
                  OR NOT CONTROL-CIERRE-AUTORIZADO
           END-IF.
           IF CONTROL-CIERRE-AUTORIZADO AND
              PASO-CIERRE-ABRE-POSTEOS (PASO-DEL-CONTROL) = "S"
           PERFORM VERIFICA-PERIODO-ANTERIOR
           END-IF.
           IF CONTROL-CIERRE-AUTORIZADO
           PERFORM ANOTA-COMIENZO-DEL-PASO
           END-IF.
           CLOSE ARCHIVO-CIERRE-MENSUAL.

      *Corriendo desde Controlar-cierre-mensual, la senal trae el
      *periodo que se esta cerrando: un paso cuya fecha lo anotaria
      *en otro periodo (interes del mes pasado corrido hoy) no corre.
       TOMA-PERIODO-DEL-CONTROL.
           OPEN INPUT ARCHIVO-CIERRE-PASO-SENAL.
           IF CIERRE-PASO-SENAL-STATUS = "00"
           READ ARCHIVO-CIERRE-PASO-SENAL
           AT END
           CONTINUE
           NOT AT END
           IF CIERRE-PASO-SENAL-PROGRAMA = CONTROL-CIERRE-PROGRAMA AND
              CIERRE-PASO-SENAL-PERIODO NOT = CONTROL-CIERRE-PERIODO
           MOVE "N" TO CONTROL-CIERRE-RESULTADO
           STRING "El paso corre en el periodo " CONTROL-CIERRE-PERIODO
                  " y se esta cerrando el " CIERRE-PASO-SENAL-PERIODO
                  "." DELIMITED BY SIZE INTO CONTROL-CIERRE-MENSAJE
           END-STRING
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CIERRE-PASO-SENAL.

      *Con el ledger del periodo ya cerrado (archivado) no se vuelve
      *a correr ningun paso de ese periodo:
       VERIFICA-PERIODO-ABIERTO.
           MOVE CONTROL-CIERRE-PERIODO TO CIERRE-MENSUAL-PERIODO.
           MOVE CANTIDAD-PASOS-CIERRE TO CIERRE-MENSUAL-PASO.
           READ ARCHIVO-CIERRE-MENSUAL RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF PASO-CIERRE-COMPLETO
           MOVE "N" TO CONTROL-CIERRE-RESULTADO
           STRING "El periodo " CONTROL-CIERRE-PERIODO
                  " ya tiene el ledger cerrado."
                  DELIMITED BY SIZE INTO CONTROL-CIERRE-MENSAJE
           END-STRING
           END-IF
           END-READ.

       VERIFICA-UN-PREVIO.
           IF PASO-CIERRE-PREVIO (PASO-DEL-CONTROL,
                                  INDICE-PREVIO-CIERRE) > ZEROES
           MOVE CONTROL-CIERRE-PERIODO TO CIERRE-MENSUAL-PERIODO
           MOVE PASO-CIERRE-PREVIO (PASO-DEL-CONTROL,
                                    INDICE-PREVIO-CIERRE)
               TO CIERRE-MENSUAL-PASO
           MOVE SPACE TO ESTADO-DEL-PREVIO
           READ ARCHIVO-CIERRE-MENSUAL RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE CIERRE-MENSUAL-ESTADO TO ESTADO-DEL-PREVIO
           END-READ
           IF ESTADO-DEL-PREVIO NOT = "C"
           MOVE CIERRE-MENSUAL-PASO TO INDICE-PASO-CIERRE
           MOVE "N" TO CONTROL-CIERRE-RESULTADO
           STRING "Falta completar el paso " CIERRE-MENSUAL-PASO " ("
                  FUNCTION TRIM(PASO-CIERRE-DESCRIPCION
                                (INDICE-PASO-CIERRE))
                  ") del periodo " CONTROL-CIERRE-PERIODO "."
                  DELIMITED BY SIZE INTO CONTROL-CIERRE-MENSAJE
           END-STRING
           END-IF
           END-IF.

      *Un periodo anterior sin nada anotado (el primero que se
      *controla) no frena; uno con pasos anotados tiene que tener
      *todos completos o la excepcion firmada:
       VERIFICA-PERIODO-ANTERIOR.
           MOVE CONTROL-CIERRE-PERIODO TO PERIODO-ANTERIOR.
           IF PERIODO-ANTERIOR-MES = 1
           MOVE 12 TO PERIODO-ANTERIOR-MES
           SUBTRACT 1 FROM PERIODO-ANTERIOR-ANIO
           ELSE
           SUBTRACT 1 FROM PERIODO-ANTERIOR-MES
           END-IF.
           MOVE ZEROES TO RENGLONES-ANTERIOR.
           MOVE ZEROES TO COMPLETOS-ANTERIOR.
           MOVE "N" TO EXCEPCION-ANTERIOR.
           MOVE PERIODO-ANTERIOR TO CIERRE-MENSUAL-PERIODO.
           MOVE ZEROES TO CIERRE-MENSUAL-PASO.
           START ARCHIVO-CIERRE-MENSUAL
               KEY IS NOT LESS THAN CIERRE-MENSUAL-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DEL-PERIODO
           NOT INVALID KEY
           MOVE "1" TO FIN-DEL-PERIODO
           END-START.
           PERFORM LEE-RENGLON-ANTERIOR
           UNTIL FIN-DEL-PERIODO = "0".
           IF RENGLONES-ANTERIOR > ZEROES AND
              COMPLETOS-ANTERIOR < CANTIDAD-PASOS-CIERRE AND
              EXCEPCION-ANTERIOR = "N"
           MOVE "N" TO CONTROL-CIERRE-RESULTADO
           STRING "El periodo " PERIODO-ANTERIOR " no tiene el cierre"
                  " completo ni una excepcion firmada."
                  DELIMITED BY SIZE INTO CONTROL-CIERRE-MENSAJE
           END-STRING
           END-IF.

       LEE-RENGLON-ANTERIOR.
           READ ARCHIVO-CIERRE-MENSUAL NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-PERIODO
           NOT AT END
           IF CIERRE-MENSUAL-PERIODO NOT = PERIODO-ANTERIOR
           MOVE "0" TO FIN-DEL-PERIODO
           ELSE
           ADD 1 TO RENGLONES-ANTERIOR
           IF CIERRE-MENSUAL-PASO = PASO-EXCEPCION-CIERRE
           IF PASO-CIERRE-EXCEPCION
           MOVE "S" TO EXCEPCION-ANTERIOR
           END-IF
           ELSE
           IF PASO-CIERRE-COMPLETO AND
              CIERRE-MENSUAL-PASO NOT > CANTIDAD-PASOS-CIERRE
           ADD 1 TO COMPLETOS-ANTERIOR
           END-IF
           END-IF
           END-IF
           END-READ.

      *El paso queda "en curso" desde que se autoriza; si el programa
      *se corta a mitad, el control lo muestra asi:
       ANOTA-COMIENZO-DEL-PASO.
           MOVE CONTROL-CIERRE-PERIODO TO CIERRE-MENSUAL-PERIODO.
           MOVE PASO-DEL-CONTROL TO CIERRE-MENSUAL-PASO.
           READ ARCHIVO-CIERRE-MENSUAL RECORD
           INVALID KEY
           PERFORM LLENA-PASO-EN-CURSO
           WRITE CIERRE-MENSUAL-REGISTRO
           NOT INVALID KEY
           PERFORM LLENA-PASO-EN-CURSO
           REWRITE CIERRE-MENSUAL-REGISTRO
           END-READ.

       LLENA-PASO-EN-CURSO.
           MOVE "P" TO CIERRE-MENSUAL-ESTADO.
           MOVE OPERADOR-DEL-PASO TO CIERRE-MENSUAL-OPERADOR.
           MOVE MOMENTO-DEL-CONTROL TO CIERRE-MENSUAL-INICIO.
           MOVE SPACES TO CIERRE-MENSUAL-FIN.
           MOVE ZEROES TO CIERRE-MENSUAL-CANTIDAD.
           MOVE SPACES TO CIERRE-MENSUAL-REFERENCIA.
           MOVE SPACES TO CIERRE-MENSUAL-MOTIVO.

       ANOTA-FIN-DEL-PASO.
           OPEN I-O ARCHIVO-CIERRE-MENSUAL.
           MOVE CONTROL-CIERRE-PERIODO TO CIERRE-MENSUAL-PERIODO.
           MOVE PASO-DEL-CONTROL TO CIERRE-MENSUAL-PASO.
           READ ARCHIVO-CIERRE-MENSUAL RECORD
           INVALID KEY
           PERFORM LLENA-PASO-EN-CURSO
           PERFORM LLENA-FIN-DEL-PASO
           WRITE CIERRE-MENSUAL-REGISTRO
           NOT INVALID KEY
           PERFORM LLENA-FIN-DEL-PASO
           REWRITE CIERRE-MENSUAL-REGISTRO
           END-READ.
           CLOSE ARCHIVO-CIERRE-MENSUAL.

       LLENA-FIN-DEL-PASO.
           MOVE CONTROL-CIERRE-ACCION TO CIERRE-MENSUAL-ESTADO.
           MOVE OPERADOR-DEL-PASO TO CIERRE-MENSUAL-OPERADOR.
           MOVE MOMENTO-DEL-CONTROL TO CIERRE-MENSUAL-FIN.
           MOVE CONTROL-CIERRE-CANTIDAD TO CIERRE-MENSUAL-CANTIDAD.
           MOVE CONTROL-CIERRE-REFERENCIA TO CIERRE-MENSUAL-REFERENCIA.

       END PROGRAM Control-cierre-mensual.
