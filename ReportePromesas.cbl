      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cumplimiento de promesas de pago por operador: cuantas
      *          promesas tomo cada uno, cuantas siguen abiertas,
      *          cuantas se cumplieron y cuantas se rompieron, y el
      *          porcentaje de cumplimiento sobre las ya cerradas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-promesas-pago.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Promesas de pago:
       COPY "DataBasePromesas.cbl".

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
       COPY "DataPromesas.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  PROMESAS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "PROMESAS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CERRADAS-DEL-CALCULO PIC 9(6).
       77  CUMPLIDAS-DEL-CALCULO PIC 9(6).
       77  PORCENTAJE-CUMPLIDAS PIC 9(3)V9.
       77  CAMPO-PORCENTAJE-MUESTRA PIC ZZ9.9.
       77  TOTAL-TOMADAS PIC 9(6) VALUE ZEROES.
       77  TOTAL-ABIERTAS PIC 9(6) VALUE ZEROES.
       77  TOTAL-CUMPLIDAS PIC 9(6) VALUE ZEROES.
       77  TOTAL-INCUMPLIDAS PIC 9(6) VALUE ZEROES.
      *Acumulados en memoria, misma tecnica de tabla que
      *Reporte-productos; un operador nuevo se agrega al final:
       77  MAXIMO-OPERADORES PIC 9(3) VALUE 100.
       77  OPERADOR-HALLADO PIC X.
       77  CANTIDAD-OPERADORES PIC 9(3) VALUE ZEROES.
       77  INDICE-OPERADOR PIC 9(3).
       01  TABLA-OPERADORES.
           05 OPER-TABLA OCCURS 100 TIMES.
              10 OPER-TAB-ID PIC X(10).
              10 OPER-TAB-TOMADAS PIC 9(6).
              10 OPER-TAB-ABIERTAS PIC 9(6).
              10 OPER-TAB-CUMPLIDAS PIC 9(6).
              10 OPER-TAB-INCUMPLIDAS PIC 9(6).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM ABRE-SPOOL.
           MOVE "===== CUMPLIMIENTO DE PROMESAS POR OPERADOR ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Al " FECHA-HORA-CORRIDA (1:8)
                  "  (porcentaje sobre las promesas ya cerradas)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-PROMESAS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF PROMESAS-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-PROMESA
           END-IF.
           PERFORM REVISA-PROMESA
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-PROMESAS.
           PERFORM MUESTRA-OPERADORES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-CUMPLIDAS TO CUMPLIDAS-DEL-CALCULO.
           COMPUTE CERRADAS-DEL-CALCULO =
               TOTAL-CUMPLIDAS + TOTAL-INCUMPLIDAS.
           PERFORM CALCULA-PORCENTAJE.
           STRING "Total      " TOTAL-TOMADAS "   " TOTAL-ABIERTAS
                  "    " TOTAL-CUMPLIDAS "     " TOTAL-INCUMPLIDAS
                  "      " CAMPO-PORCENTAJE-MUESTRA " %"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

       LEE-SIGUIENTE-PROMESA.
           READ ARCHIVO-PROMESAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       REVISA-PROMESA.
           PERFORM UBICA-OPERADOR.
           IF OPERADOR-HALLADO = "S"
           ADD 1 TO OPER-TAB-TOMADAS (INDICE-OPERADOR)
           EVALUATE TRUE
               WHEN PROMESA-ABIERTA
                   ADD 1 TO OPER-TAB-ABIERTAS (INDICE-OPERADOR)
               WHEN PROMESA-CUMPLIDA
                   ADD 1 TO OPER-TAB-CUMPLIDAS (INDICE-OPERADOR)
               WHEN PROMESA-INCUMPLIDA
                   ADD 1 TO OPER-TAB-INCUMPLIDAS (INDICE-OPERADOR)
           END-EVALUATE
           END-IF.
           ADD 1 TO TOTAL-TOMADAS.
           EVALUATE TRUE
               WHEN PROMESA-ABIERTA
                   ADD 1 TO TOTAL-ABIERTAS
               WHEN PROMESA-CUMPLIDA
                   ADD 1 TO TOTAL-CUMPLIDAS
               WHEN PROMESA-INCUMPLIDA
                   ADD 1 TO TOTAL-INCUMPLIDAS
           END-EVALUATE.
           PERFORM LEE-SIGUIENTE-PROMESA.

      *Deja INDICE-OPERADOR en la fila del operador de la promesa,
      *agregandola si es la primera vez que aparece:
       UBICA-OPERADOR.
           MOVE "N" TO OPERADOR-HALLADO.
           PERFORM COMPARA-OPERADOR
               VARYING INDICE-OPERADOR FROM 1 BY 1
               UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES
               OR OPERADOR-HALLADO = "S".
           IF OPERADOR-HALLADO = "S"
           SUBTRACT 1 FROM INDICE-OPERADOR
           ELSE
           IF CANTIDAD-OPERADORES < MAXIMO-OPERADORES
           ADD 1 TO CANTIDAD-OPERADORES
           MOVE CANTIDAD-OPERADORES TO INDICE-OPERADOR
           MOVE PROMESA-OPERADOR TO OPER-TAB-ID (INDICE-OPERADOR)
           MOVE ZEROES TO OPER-TAB-TOMADAS (INDICE-OPERADOR)
                          OPER-TAB-ABIERTAS (INDICE-OPERADOR)
                          OPER-TAB-CUMPLIDAS (INDICE-OPERADOR)
                          OPER-TAB-INCUMPLIDAS (INDICE-OPERADOR)
           MOVE "S" TO OPERADOR-HALLADO
           END-IF
           END-IF.

       COMPARA-OPERADOR.
           IF OPER-TAB-ID (INDICE-OPERADOR) = PROMESA-OPERADOR
           MOVE "S" TO OPERADOR-HALLADO
           END-IF.

       MUESTRA-OPERADORES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Operador   Tomadas  Abiertas  Cumplidas  Incumplidas"
               TO LINEA-SPOOL.
           MOVE "  Cumplimiento" TO LINEA-SPOOL (53:).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-OPERADOR
               VARYING INDICE-OPERADOR FROM 1 BY 1
               UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES.

       MUESTRA-OPERADOR.
           MOVE OPER-TAB-CUMPLIDAS (INDICE-OPERADOR)
               TO CUMPLIDAS-DEL-CALCULO.
           COMPUTE CERRADAS-DEL-CALCULO =
               OPER-TAB-CUMPLIDAS (INDICE-OPERADOR)
               + OPER-TAB-INCUMPLIDAS (INDICE-OPERADOR).
           PERFORM CALCULA-PORCENTAJE.
           STRING OPER-TAB-ID (INDICE-OPERADOR)
                  " " OPER-TAB-TOMADAS (INDICE-OPERADOR)
                  "   " OPER-TAB-ABIERTAS (INDICE-OPERADOR)
                  "    " OPER-TAB-CUMPLIDAS (INDICE-OPERADOR)
                  "     " OPER-TAB-INCUMPLIDAS (INDICE-OPERADOR)
                  "      " CAMPO-PORCENTAJE-MUESTRA " %"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Las abiertas no cuentan todavia: el porcentaje es de cumplidas
      *sobre cerradas; sin cerradas queda en cero:
       CALCULA-PORCENTAJE.
           MOVE ZERO TO PORCENTAJE-CUMPLIDAS.
           IF CERRADAS-DEL-CALCULO > ZEROES
           COMPUTE PORCENTAJE-CUMPLIDAS ROUNDED =
               CUMPLIDAS-DEL-CALCULO * 100 / CERRADAS-DEL-CALCULO
           END-IF.
           MOVE PORCENTAJE-CUMPLIDAS TO CAMPO-PORCENTAJE-MUESTRA.

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

       END PROGRAM Reporte-promesas-pago.
