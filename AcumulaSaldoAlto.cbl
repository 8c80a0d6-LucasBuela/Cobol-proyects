      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Acumulador de Reporte-saldo-alto: recibe de
      *          Reporte-pasada-unica cada registro de clientes y
      *          lista los activos con saldo por encima del umbral
      *          (que llega en los parametros), con spool y catalogo
      *          propios. Lo usan la corrida suelta del menu y la
      *          pasada unica de la cola de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acumula-saldo-alto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Solo por la forma del registro; el archivo lo lee la pasada:
       COPY "DataBase.cbl".
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

       COPY "DataEntrenamiento.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       WORKING-STORAGE SECTION.
      *Spool y catalogo, para que el reporte no se pierda cuando la
      *pantalla scrollea:
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "SALDOALTO".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       01  UMBRAL-SALDO PIC S9(7) SIGN LEADING SEPARATE VALUE ZERO.
       77  CONTADOR-SEGMENTO PIC 9(5) VALUE ZEROES.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.

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
                   PERFORM MUESTRA-TOTAL
                   PERFORM CIERRA-SPOOL
           END-EVALUATE.
           GOBACK.

      *El umbral llega como texto (el de la pantalla o el de la
      *cola); uno ilegible se toma como cero y se avisa:
       INICIA-REPORTE.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE ZEROES TO CONTADOR-SEGMENTO.
           MOVE ZERO TO UMBRAL-SALDO.
           IF PASADA-PARAMETROS NOT = SPACES
           IF FUNCTION TEST-NUMVAL(PASADA-PARAMETROS) = ZERO
           COMPUTE UMBRAL-SALDO = FUNCTION NUMVAL(PASADA-PARAMETROS)
           ELSE
           DISPLAY "Umbral ilegible (" FUNCTION TRIM(PASADA-PARAMETROS)
                   "), se toma cero."
           END-IF
           END-IF.
           PERFORM ABRE-SPOOL.
           MOVE UMBRAL-SALDO TO PARAMETROS-DEL-REPORTE.
           DISPLAY " ".
           STRING "===== CLIENTES CON SALDO MAYOR A " UMBRAL-SALDO
               " =====" DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Una baja logica no necesita llamada de relacion:
       REVISA-REGISTRO.
           IF CLIENTE-INACTIVO
           CONTINUE
           ELSE
           IF CLIENTES-SALDO > UMBRAL-SALDO
           PERFORM MUESTRA-CLIENTE-SEGMENTO
           END-IF
           END-IF.

       MUESTRA-CLIENTE-SEGMENTO.
           ADD 1 TO CONTADOR-SEGMENTO.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           STRING "ID: " CLIENTES-ID
               "  Nombre: " FUNCTION TRIM(CLIENTES-NOMBRE)
               "  Saldo: " CAMPO-SALDO-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-TOTAL.
           DISPLAY " ".
           STRING "Total de clientes en el segmento: "
               CONTADOR-SEGMENTO DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

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

       END PROGRAM Acumula-saldo-alto.
