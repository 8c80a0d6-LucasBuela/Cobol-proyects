      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Embudo mensual de las solicitudes de alta del sitio
      *          web, por sucursal: las solicitudes recibidas en el
      *          mes, cuantas quedaron como prospecto (las demas se
      *          rechazaron al importarlas por datos incompletos),
      *          cuantas se convirtieron en cliente activo, cuantas
      *          se fusionaron con un cliente existente o se
      *          descartaron, cuantas siguen pendientes, y el
      *          promedio de dias entre la llegada y la conversion.
      *          Corre como paso de fin de mes de Proceso-nocturno
      *          con el mes de la cadena, y a mano desde el menu con
      *          el mes que se pida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-embudo-solicitudes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cola de solicitudes web:
       COPY "DataBaseSolicitudesWeb.cbl".

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
       COPY "DataSolicitudesWeb.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  SOLICITUDES-WEB-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-SOLICITUDES PIC X.
       77  CORRIDA-EN-LOTE PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  PERIODO-DEL-REPORTE PIC X(6).
       77  CAMPO-PERIODO PIC X(6).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "EMBUDOWEB".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CONTADOR-LEIDAS PIC 9(7) VALUE ZEROES.
       77  DIAS-A-CONVERTIR PIC S9(7).

      *Un casillero por sucursal, en el orden en que aparecen; el
      *ultimo renglon acumula el total general:
       77  MAXIMO-SUCURSALES PIC 9(3) VALUE 100.
       77  CANTIDAD-SUCURSALES PIC 9(3) VALUE ZEROES.
       77  INDICE-SUCURSAL PIC 9(3).
       77  SUCURSAL-HALLADA PIC X.
       01  TABLA-EMBUDO.
           05 EMBUDO-TABLA OCCURS 101 TIMES.
              10 EMB-SUCURSAL PIC X(3).
              10 EMB-RECIBIDAS PIC 9(6).
              10 EMB-PROSPECTOS PIC 9(6).
              10 EMB-CONVERTIDAS PIC 9(6).
              10 EMB-FUSIONADAS PIC 9(6).
              10 EMB-DESCARTADAS PIC 9(6).
              10 EMB-PENDIENTES PIC 9(6).
              10 EMB-DIAS-TOTAL PIC 9(9).
       77  INDICE-TOTAL PIC 9(3) VALUE 101.

      *Renglon del reporte:
       01  LINEA-EMBUDO.
           05 LIN-SUCURSAL PIC X(10).
           05 LIN-RECIBIDAS PIC Z(8)9.
           05 LIN-PROSPECTOS PIC Z(9)9.
           05 LIN-CONVERTIDAS PIC Z(10)9.
           05 LIN-FUSIONADAS PIC Z(9)9.
           05 LIN-DESCARTADAS PIC Z(10)9.
           05 LIN-PENDIENTES PIC Z(9)9.
           05 LIN-CONVERSION PIC Z(6)9.9.
           05 FILLER PIC X VALUE "%".
           05 LIN-PROMEDIO-DIAS PIC Z(8)9.9.
       77  PORCENTAJE-CONVERSION PIC 9(3)V9.
       77  PROMEDIO-DIAS PIC 9(6)V9.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-DEL-REPORTE.
           IF CORRIDA-EN-LOTE NOT = "S"
           PERFORM PIDE-PERIODO
           END-IF.
           MOVE PERIODO-DEL-REPORTE TO PARAMETROS-DEL-REPORTE.
           INITIALIZE TABLA-EMBUDO.
           MOVE "TOTAL" TO EMB-SUCURSAL (INDICE-TOTAL).
           PERFORM RECORRE-SOLICITUDES.
           PERFORM IMPRIME-REPORTE.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi; corriendo a mano se
      *usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE "N" TO CORRIDA-EN-LOTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           MOVE "S" TO CORRIDA-EN-LOTE
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

      *A mano se puede pedir un mes anterior; en blanco, el actual:
       PIDE-PERIODO.
           MOVE SPACES TO CAMPO-PERIODO.
           DISPLAY "Mes del embudo (AAAAMM, blanco = "
                   PERIODO-DEL-REPORTE "): ".
           ACCEPT CAMPO-PERIODO.
           IF CAMPO-PERIODO NOT = SPACES
           IF CAMPO-PERIODO NUMERIC AND
              CAMPO-PERIODO (5:2) >= "01" AND
              CAMPO-PERIODO (5:2) <= "12"
           MOVE CAMPO-PERIODO TO PERIODO-DEL-REPORTE
           ELSE
           DISPLAY "Mes invalido, se toma " PERIODO-DEL-REPORTE "."
           END-IF
           END-IF.

       RECORRE-SOLICITUDES.
           OPEN INPUT ARCHIVO-SOLICITUDES-WEB.
           MOVE "0" TO FIN-DE-SOLICITUDES.
           IF SOLICITUDES-WEB-STATUS = "00"
           MOVE "1" TO FIN-DE-SOLICITUDES
           END-IF.
           PERFORM LEE-SOLICITUD
           UNTIL FIN-DE-SOLICITUDES = "0".
           CLOSE ARCHIVO-SOLICITUDES-WEB.

       LEE-SOLICITUD.
           READ ARCHIVO-SOLICITUDES-WEB NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-SOLICITUDES
           NOT AT END
           ADD 1 TO CONTADOR-LEIDAS
           IF SOLWEB-FECHA-RECIBIDA (1:6) = PERIODO-DEL-REPORTE
           PERFORM UBICA-SUCURSAL
           PERFORM SUMA-SOLICITUD
           MOVE INDICE-TOTAL TO INDICE-SUCURSAL
           PERFORM SUMA-SOLICITUD
           END-IF
           END-READ.

      *Las sucursales que no entran en la tabla suman solo al total:
       UBICA-SUCURSAL.
           MOVE "N" TO SUCURSAL-HALLADA.
           PERFORM COMPARA-SUCURSAL
               VARYING INDICE-SUCURSAL FROM 1 BY 1
               UNTIL INDICE-SUCURSAL > CANTIDAD-SUCURSALES
                  OR SUCURSAL-HALLADA = "S".
           IF SUCURSAL-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-SUCURSAL
           ELSE
           IF CANTIDAD-SUCURSALES < MAXIMO-SUCURSALES
           ADD 1 TO CANTIDAD-SUCURSALES
           MOVE CANTIDAD-SUCURSALES TO INDICE-SUCURSAL
           MOVE SOLWEB-SUCURSAL TO EMB-SUCURSAL (INDICE-SUCURSAL)
           ELSE
           MOVE ZEROES TO INDICE-SUCURSAL
           END-IF
           END-IF.

       COMPARA-SUCURSAL.
           IF EMB-SUCURSAL (INDICE-SUCURSAL) = SOLWEB-SUCURSAL
           MOVE "S" TO SUCURSAL-HALLADA
           END-IF.

      *Todo lo recibido cuenta; prospecto es todo lo que no se
      *rechazo al importar. Los dias a convertir van de la llegada
      *a la fecha en que se acepto la solicitud:
       SUMA-SOLICITUD.
           IF INDICE-SUCURSAL > ZEROES
           ADD 1 TO EMB-RECIBIDAS (INDICE-SUCURSAL)
           IF NOT SOLWEB-RECHAZADA
           ADD 1 TO EMB-PROSPECTOS (INDICE-SUCURSAL)
           END-IF
           EVALUATE TRUE
               WHEN SOLWEB-CONVERTIDA
                   ADD 1 TO EMB-CONVERTIDAS (INDICE-SUCURSAL)
                   PERFORM SUMA-DIAS-A-CONVERTIR
               WHEN SOLWEB-FUSIONADA
                   ADD 1 TO EMB-FUSIONADAS (INDICE-SUCURSAL)
               WHEN SOLWEB-DESCARTADA
                   ADD 1 TO EMB-DESCARTADAS (INDICE-SUCURSAL)
               WHEN SOLWEB-PROSPECTO
                   ADD 1 TO EMB-PENDIENTES (INDICE-SUCURSAL)
           END-EVALUATE
           END-IF.

       SUMA-DIAS-A-CONVERTIR.
           IF SOLWEB-FECHA-RECIBIDA NUMERIC AND
              SOLWEB-FECHA-RESOLUCION NUMERIC
           COMPUTE DIAS-A-CONVERTIR =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(SOLWEB-FECHA-RESOLUCION)) -
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(SOLWEB-FECHA-RECIBIDA))
           IF DIAS-A-CONVERTIR > ZERO
           ADD DIAS-A-CONVERTIR TO EMB-DIAS-TOTAL (INDICE-SUCURSAL)
           END-IF
           END-IF.

       IMPRIME-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "EMBUDO DE SOLICITUDES WEB DEL PERIODO "
                  PERIODO-DEL-REPORTE (5:2) "/"
                  PERIODO-DEL-REPORTE (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Sucursal  Recibidas Prospectos Convertidas Fusionadas"
               TO LINEA-SPOOL.
           MOVE "Descartadas Pendientes Conversion  Dias prom."
               TO LINEA-SPOOL (55:).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM IMPRIME-UNA-SUCURSAL
               VARYING INDICE-SUCURSAL FROM 1 BY 1
               UNTIL INDICE-SUCURSAL > CANTIDAD-SUCURSALES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE INDICE-TOTAL TO INDICE-SUCURSAL.
           PERFORM IMPRIME-UNA-SUCURSAL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Conversion: convertidas sobre prospectos. Dias prom.:"
               TO LINEA-SPOOL.
           MOVE " de la llegada al alta del cliente."
               TO LINEA-SPOOL (54:).
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Sin sucursal elegida en el sitio el renglon sale como "(s/s)":
       IMPRIME-UNA-SUCURSAL.
           MOVE EMB-SUCURSAL (INDICE-SUCURSAL) TO LIN-SUCURSAL.
           IF LIN-SUCURSAL = SPACES
           MOVE "(s/s)" TO LIN-SUCURSAL
           END-IF.
           MOVE EMB-RECIBIDAS (INDICE-SUCURSAL) TO LIN-RECIBIDAS.
           MOVE EMB-PROSPECTOS (INDICE-SUCURSAL) TO LIN-PROSPECTOS.
           MOVE EMB-CONVERTIDAS (INDICE-SUCURSAL) TO LIN-CONVERTIDAS.
           MOVE EMB-FUSIONADAS (INDICE-SUCURSAL) TO LIN-FUSIONADAS.
           MOVE EMB-DESCARTADAS (INDICE-SUCURSAL) TO LIN-DESCARTADAS.
           MOVE EMB-PENDIENTES (INDICE-SUCURSAL) TO LIN-PENDIENTES.
           MOVE ZERO TO PORCENTAJE-CONVERSION.
           IF EMB-PROSPECTOS (INDICE-SUCURSAL) > ZEROES
           COMPUTE PORCENTAJE-CONVERSION ROUNDED =
               EMB-CONVERTIDAS (INDICE-SUCURSAL) * 100 /
               EMB-PROSPECTOS (INDICE-SUCURSAL)
           END-IF.
           MOVE PORCENTAJE-CONVERSION TO LIN-CONVERSION.
           MOVE ZERO TO PROMEDIO-DIAS.
           IF EMB-CONVERTIDAS (INDICE-SUCURSAL) > ZEROES
           COMPUTE PROMEDIO-DIAS ROUNDED =
               EMB-DIAS-TOTAL (INDICE-SUCURSAL) /
               EMB-CONVERTIDAS (INDICE-SUCURSAL)
           END-IF.
           MOVE PROMEDIO-DIAS TO LIN-PROMEDIO-DIAS.
           MOVE LINEA-EMBUDO TO LINEA-SPOOL.
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
           IF CORRIDA-EN-LOTE = "S"
           MOVE "BATCH" TO OPERADOR-DEL-REPORTE
           ELSE
           OPEN INPUT ARCHIVO-SESION-OPERADOR
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-REPORTE
           END-READ
           END-IF
           CLOSE ARCHIVO-SESION-OPERADOR
           END-IF.

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
           MOVE CONTADOR-LEIDAS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Reporte-embudo-solicitudes.
