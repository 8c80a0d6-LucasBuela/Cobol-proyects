      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Acumulador de Reporte-salud: recibe de
      *          Reporte-pasada-unica cada registro de clientes, cuenta
      *          el total y la completitud de los campos clave, y al
      *          cerrar muestra la tendencia contra la corrida
      *          anterior y deja la de hoy en la historia. Lo usan la
      *          corrida suelta del menu y la pasada unica de la cola
      *          de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acumula-salud.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Solo por la forma del registro; el archivo lo lee la pasada:
       COPY "DataBase.cbl".
      *Historia de conteos de corridas anteriores:
       COPY "DataBaseSaludHistoria.cbl".
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
       COPY "DataSaludHistoria.cbl".

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
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "SALUD".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CLIENTES-STATUS PIC XX.
       77  CONTADOR-TOTAL PIC 9(6) VALUE ZEROES.
       77  CONTADOR-TELEFONO-BLANCO PIC 9(6) VALUE ZEROES.
       77  CONTADOR-DIRECCION-BLANCA PIC 9(6) VALUE ZEROES.
       77  CONTADOR-ID-NO-NUMERICO PIC 9(6) VALUE ZEROES.
      *Conteos de la corrida anterior, para mostrar la tendencia:
       77  FIN-HISTORIA PIC X.
       77  HAY-CORRIDA-ANTERIOR PIC X VALUE "N".
       77  ANTERIOR-FECHA PIC X(8).
       77  ANTERIOR-TOTAL PIC 9(6).
       77  ANTERIOR-TELEFONO-BLANCO PIC 9(6).
       77  ANTERIOR-DIRECCION-BLANCA PIC 9(6).
       77  ANTERIOR-ID-NO-NUMERICO PIC 9(6).
       77  DIFERENCIA-MUESTRA PIC -(6)9.

       LINKAGE SECTION.
       COPY "DataPasadaReporte.cbl".

       PROCEDURE DIVISION USING PASADA-REPORTE.
       EMPIEZA-PROGRAMA.
           EVALUATE TRUE
               WHEN PASADA-INICIO
                   PERFORM INICIA-REPORTE
               WHEN PASADA-REGISTRO
                   MOVE PASADA-CLIENTE
                       (1:LENGTH OF CLIENTES-REGISTRO) TO
                       CLIENTES-REGISTRO
                   PERFORM REVISA-REGISTRO
               WHEN PASADA-FIN
                   PERFORM LEE-CORRIDA-ANTERIOR
                   PERFORM MUESTRA-RESUMEN
                   PERFORM MUESTRA-TENDENCIA
                   PERFORM GRABA-CORRIDA-ACTUAL
                   PERFORM CIERRA-SPOOL
           END-EVALUATE.
           GOBACK.

       INICIA-REPORTE.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE ZEROES TO CONTADOR-TOTAL.
           MOVE ZEROES TO CONTADOR-TELEFONO-BLANCO.
           MOVE ZEROES TO CONTADOR-DIRECCION-BLANCA.
           MOVE ZEROES TO CONTADOR-ID-NO-NUMERICO.
           MOVE "N" TO HAY-CORRIDA-ANTERIOR.
           PERFORM ABRE-SPOOL.

      *Cuenta todos los registros, bajas incluidas, igual que antes
      *de compartir la lectura:
       REVISA-REGISTRO.
           ADD 1 TO CONTADOR-TOTAL.
           IF CLIENTES-TELEFONO = SPACE
           ADD 1 TO CONTADOR-TELEFONO-BLANCO
           END-IF.
           IF CLIENTES-DIRECCION = SPACE
           ADD 1 TO CONTADOR-DIRECCION-BLANCA
           END-IF.
           IF CLIENTES-ID NOT NUMERIC
           ADD 1 TO CONTADOR-ID-NO-NUMERICO
           END-IF.

       MUESTRA-RESUMEN.
           DISPLAY " ".
           MOVE "===== SALUD DEL ARCHIVO DE CLIENTES =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Total de registros: " CONTADOR-TOTAL
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Telefono en blanco: " CONTADOR-TELEFONO-BLANCO
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Direccion en blanco: " CONTADOR-DIRECCION-BLANCA
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "ID no numerico: " CONTADOR-ID-NO-NUMERICO
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Recorre la historia quedandose con la ultima corrida grabada
      *(el archivo se escribe en orden cronologico):
       LEE-CORRIDA-ANTERIOR.
           OPEN INPUT ARCHIVO-SALUD-HISTORIA.
           MOVE "1" TO FIN-HISTORIA.
           PERFORM GUARDA-CORRIDA-LEIDA
           UNTIL FIN-HISTORIA = "0".
           CLOSE ARCHIVO-SALUD-HISTORIA.

       GUARDA-CORRIDA-LEIDA.
           READ ARCHIVO-SALUD-HISTORIA
           AT END
           MOVE "0" TO FIN-HISTORIA
           NOT AT END
           MOVE "S" TO HAY-CORRIDA-ANTERIOR
           MOVE SALUD-FECHA TO ANTERIOR-FECHA
           MOVE SALUD-TOTAL TO ANTERIOR-TOTAL
           MOVE SALUD-TELEFONO-BLANCO TO ANTERIOR-TELEFONO-BLANCO
           MOVE SALUD-DIRECCION-BLANCA TO ANTERIOR-DIRECCION-BLANCA
           MOVE SALUD-ID-NO-NUMERICO TO ANTERIOR-ID-NO-NUMERICO.

      *Compara contra la corrida anterior: un numero positivo es un
      *problema que crecio, uno negativo es calidad que mejoro.
       MUESTRA-TENDENCIA.
           IF HAY-CORRIDA-ANTERIOR = "N"
           DISPLAY "Primera corrida con historia: sin corrida "
                   "anterior para comparar."
           ELSE
           DISPLAY " "
           STRING "Tendencia contra la corrida del " ANTERIOR-FECHA
               ":" DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           COMPUTE DIFERENCIA-MUESTRA =
               CONTADOR-TELEFONO-BLANCO - ANTERIOR-TELEFONO-BLANCO
           STRING "  Telefono en blanco: " DIFERENCIA-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           COMPUTE DIFERENCIA-MUESTRA =
               CONTADOR-DIRECCION-BLANCA - ANTERIOR-DIRECCION-BLANCA
           STRING "  Direccion en blanco: " DIFERENCIA-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           COMPUTE DIFERENCIA-MUESTRA =
               CONTADOR-ID-NO-NUMERICO - ANTERIOR-ID-NO-NUMERICO
           STRING "  ID no numerico: " DIFERENCIA-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

      *La corrida de hoy queda al final de la historia para que la
      *proxima tenga contra que comparar:
       GRABA-CORRIDA-ACTUAL.
           OPEN EXTEND ARCHIVO-SALUD-HISTORIA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SALUD-FECHA.
           MOVE CONTADOR-TOTAL TO SALUD-TOTAL.
           MOVE CONTADOR-TELEFONO-BLANCO TO SALUD-TELEFONO-BLANCO.
           MOVE CONTADOR-DIRECCION-BLANCA TO SALUD-DIRECCION-BLANCA.
           MOVE CONTADOR-ID-NO-NUMERICO TO SALUD-ID-NO-NUMERICO.
           WRITE SALUD-HISTORIA-REGISTRO.
           CLOSE ARCHIVO-SALUD-HISTORIA.

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

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Acumula-salud.
