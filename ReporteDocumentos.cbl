      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Listado de clientes en operatoria con documentacion
      *          obligatoria (identidad, domicilio, ingresos) vencida
      *          o faltante: que le falta o se le vencio a cada uno,
      *          desde cuando esta en falta segun el control nocturno
      *          y si ya tiene los debitos bloqueados por haber
      *          pasado la gracia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-documentacion-vencida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Documentos por cliente, su estado y los plazos de gracia:
       COPY "DataBaseDocumentos.cbl".
       COPY "DataBaseDocumentacionEstado.cbl".
       COPY "DataBaseDocumentosConfig.cbl".

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
       COPY "DataDocumentos.cbl".
       COPY "DataDocumentacionEstado.cbl".
       COPY "DataDocumentosConfig.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  DOCUMENTOS-STATUS PIC XX.
       77  DOCUMENTACION-ESTADO-STATUS PIC XX.
       77  CONFIG-DOCUMENTOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "DOCUMENTOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FECHA-HOY PIC X(8).
       77  FECHA-FIN-GRACIA PIC X(8).
       77  DIAS-ENTERO PIC 9(8).
       77  DIAS-GRACIA PIC 9(3) VALUE 60.
       77  BLOQUEA-DEBITOS PIC X VALUE "N".
       77  NOMBRE-DEL-CLIENTE PIC X(30).
       77  DOCUMENTACION-EN-FALTA PIC X.
       77  DETALLE-FALTA PIC X(36).
       77  POSICION-DETALLE PIC 9(2).
       77  SITUACION-DEL-CLIENTE PIC X(10).
       77  CONTADOR-REVISADOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-EN-FALTA PIC 9(6) VALUE ZEROES.
       77  CONTADOR-BLOQUEADOS PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM ABRE-SPOOL.
           MOVE FECHA-HORA-CORRIDA (1:8) TO FECHA-HOY.
           PERFORM LEE-CONFIGURACION.
           MOVE "===== DOCUMENTACION VENCIDA O FALTANTE ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF BLOQUEA-DEBITOS = "S"
           STRING "Al " FECHA-HOY "  gracia " DIAS-GRACIA
                  " dias, debitos bloqueados pasada la gracia"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           ELSE
           STRING "Al " FECHA-HOY "  gracia " DIAS-GRACIA
                  " dias, bloqueo de debitos desactivado"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Client Nombre                         "
                  "Faltante (F) o vencido (V)           "
                  "En falta Situacion"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-DOCUMENTOS.
           OPEN INPUT ARCHIVO-DOCUMENTACION-ESTADO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF CLIENTES-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-CLIENTE
           END-IF.
           PERFORM REVISA-CLIENTE
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-DOCUMENTACION-ESTADO.
           CLOSE ARCHIVO-DOCUMENTOS.
           CLOSE ARCHIVO-CLIENTES.
           STRING "Clientes revisados: " CONTADOR-REVISADOS
                  "   En falta: " CONTADOR-EN-FALTA
                  "   Con debitos bloqueados: " CONTADOR-BLOQUEADOS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-DOCUMENTOS.
           IF CONFIG-DOCUMENTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-DOCUMENTOS
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-DIAS-GRACIA NUMERIC
           MOVE CONFIG-DIAS-GRACIA TO DIAS-GRACIA
           END-IF
           MOVE CONFIG-BLOQUEA-DEBITOS TO BLOQUEA-DEBITOS
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-DOCUMENTOS.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-HOY))
               - DIAS-GRACIA.
           COMPUTE DIAS-ENTERO = FUNCTION DATE-OF-INTEGER(DIAS-ENTERO).
           MOVE DIAS-ENTERO TO FECHA-FIN-GRACIA.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Los mismos clientes que revisa el control nocturno: todos
      *menos las bajas y los prospectos sin cuenta:
       REVISA-CLIENTE.
           IF NOT CLIENTE-INACTIVO AND NOT CLIENTE-PROSPECTO
           ADD 1 TO CONTADOR-REVISADOS
           PERFORM REVISA-DOCUMENTOS-OBLIGATORIOS
           IF DOCUMENTACION-EN-FALTA = "S"
           PERFORM INFORMA-CLIENTE
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       REVISA-DOCUMENTOS-OBLIGATORIOS.
           MOVE "N" TO DOCUMENTACION-EN-FALTA.
           MOVE SPACES TO DETALLE-FALTA.
           MOVE 1 TO POSICION-DETALLE.
           MOVE "DNI" TO DOC-TIPO.
           PERFORM REVISA-UN-DOCUMENTO.
           MOVE "DOM" TO DOC-TIPO.
           PERFORM REVISA-UN-DOCUMENTO.
           MOVE "ING" TO DOC-TIPO.
           PERFORM REVISA-UN-DOCUMENTO.

      *Cada documento en falta suma al detalle su tipo con F si
      *falta o con V y la fecha si esta vencido:
       REVISA-UN-DOCUMENTO.
           MOVE CLIENTES-ID TO DOC-CLIENTES-ID.
           READ ARCHIVO-DOCUMENTOS RECORD
           INVALID KEY
           MOVE "S" TO DOCUMENTACION-EN-FALTA
           STRING DOC-TIPO "(F) " DELIMITED BY SIZE
               INTO DETALLE-FALTA WITH POINTER POSICION-DETALLE
           NOT INVALID KEY
           IF DOC-FECHA-VENCIMIENTO NOT = SPACES AND
              DOC-FECHA-VENCIMIENTO < FECHA-HOY
           MOVE "S" TO DOCUMENTACION-EN-FALTA
           STRING DOC-TIPO "(V " DOC-FECHA-VENCIMIENTO ") "
               DELIMITED BY SIZE
               INTO DETALLE-FALTA WITH POINTER POSICION-DETALLE
           END-IF
           END-READ.

      *Bloqueado con el mismo criterio que Saldo-disponible: en
      *falta desde antes de la gracia y con el bloqueo activado. Un
      *cliente que el nocturno todavia no vio figura sin fecha:
       INFORMA-CLIENTE.
           ADD 1 TO CONTADOR-EN-FALTA.
           MOVE CLIENTES-ID TO DOCEST-CLIENTES-ID.
           READ ARCHIVO-DOCUMENTACION-ESTADO
           INVALID KEY
           MOVE SPACES TO DOCEST-FECHA-INCUMPLE
           END-READ.
           MOVE "en gracia" TO SITUACION-DEL-CLIENTE.
           IF DOCEST-FECHA-INCUMPLE NOT = SPACES AND
              DOCEST-FECHA-INCUMPLE < FECHA-FIN-GRACIA
           IF BLOQUEA-DEBITOS = "S"
           MOVE "BLOQUEADO" TO SITUACION-DEL-CLIENTE
           ADD 1 TO CONTADOR-BLOQUEADOS
           ELSE
           MOVE "vencida" TO SITUACION-DEL-CLIENTE
           END-IF
           END-IF.
           MOVE SPACES TO NOMBRE-DEL-CLIENTE.
           STRING CLIENTES-APELLIDO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CLIENTES-NOMBRE DELIMITED BY "  "
                  INTO NOMBRE-DEL-CLIENTE.
           STRING CLIENTES-ID " "
                  NOMBRE-DEL-CLIENTE " "
                  DETALLE-FALTA " "
                  DOCEST-FECHA-INCUMPLE " "
                  SITUACION-DEL-CLIENTE
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

       END PROGRAM Reporte-documentacion-vencida.
