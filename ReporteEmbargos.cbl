      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Listado de embargos vigentes para el area de legales:
      *          cada oficio activo con el cliente, la referencia, el
      *          importe retenido y sus fechas, y el total retenido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-embargos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Embargos judiciales por cliente:
       COPY "DataBaseEmbargos.cbl".

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
       COPY "DataEmbargos.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  EMBARGOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "EMBARGOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FECHA-HOY PIC X(8).
       77  NOMBRE-DEL-CLIENTE PIC X(30).
       77  CONTADOR-VIGENTES PIC 9(6) VALUE ZEROES.
       01  TOTAL-RETENIDO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM ABRE-SPOOL.
           MOVE FECHA-HORA-CORRIDA (1:8) TO FECHA-HOY.
           MOVE "===== EMBARGOS JUDICIALES VIGENTES ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Al " FECHA-HOY
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Embargo Cliente Nombre                         "
                  "Referencia                     Importe     "
                  "Desde    Hasta"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-EMBARGOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF EMBARGOS-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-EMBARGO
           END-IF.
           PERFORM REVISA-EMBARGO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-EMBARGOS.
           CLOSE ARCHIVO-CLIENTES.
           MOVE TOTAL-RETENIDO TO CAMPO-TOTAL-MUESTRA.
           STRING "Embargos vigentes: " CONTADOR-VIGENTES
                  "   Total retenido: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

       LEE-SIGUIENTE-EMBARGO.
           READ ARCHIVO-EMBARGOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Vigente es lo mismo que suma Saldo-disponible: activo, ya
      *rige y la liberacion (si tiene fecha) todavia no llego:
       REVISA-EMBARGO.
           IF EMBARGO-ACTIVO AND
              EMBARGO-FECHA-INICIO NOT > FECHA-HOY AND
              (EMBARGO-FECHA-LIBERACION = SPACES OR
               EMBARGO-FECHA-LIBERACION > FECHA-HOY)
           PERFORM INFORMA-EMBARGO
           END-IF.
           PERFORM LEE-SIGUIENTE-EMBARGO.

       INFORMA-EMBARGO.
           ADD 1 TO CONTADOR-VIGENTES.
           ADD EMBARGO-IMPORTE TO TOTAL-RETENIDO.
           MOVE EMBARGO-CLIENTES-ID TO CLIENTES-ID.
           MOVE SPACES TO NOMBRE-DEL-CLIENTE.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "(cliente no encontrado)" TO NOMBRE-DEL-CLIENTE
           NOT INVALID KEY
           STRING CLIENTES-APELLIDO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CLIENTES-NOMBRE DELIMITED BY "  "
                  INTO NOMBRE-DEL-CLIENTE
           END-READ.
           MOVE EMBARGO-IMPORTE TO CAMPO-IMPORTE-MUESTRA.
           STRING EMBARGO-NUMERO " "
                  EMBARGO-CLIENTES-ID " "
                  NOMBRE-DEL-CLIENTE " "
                  EMBARGO-REFERENCIA " "
                  CAMPO-IMPORTE-MUESTRA " "
                  EMBARGO-FECHA-INICIO " "
                  EMBARGO-FECHA-LIBERACION
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

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-embargos.
