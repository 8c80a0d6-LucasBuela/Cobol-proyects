      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corrida diaria de transferencias a otros bancos: las
      *          transferencias pedidas y todavia no enviadas salen en
      *          el archivo de ancho fijo para el banco, con registro
      *          de cabecera y de cola (cantidad e importe total), y
      *          quedan enviadas esperando la confirmacion. Corre como
      *          paso de Proceso-nocturno, con la fecha de la cadena.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Generar-transferencias-salida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Transferencias a otros bancos:
       COPY "DataBaseTransfExternas.cbl".
      *Archivo de transferencias fechado para el banco:
       SELECT ARCHIVO-SALIDA-BANCO
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SALIDA
       ORGANIZATION LINE SEQUENTIAL.

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataTransfExternas.cbl".

       FD  ARCHIVO-SALIDA-BANCO.
           01 SALIDA-LINEA PIC X(120).

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  TRANSF-EXTERNAS-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-TRANSFERENCIAS PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  NOMBRE-ARCHIVO-SALIDA PIC X(30).
       77  CONTADOR-ENVIADAS PIC 9(7) VALUE ZEROES.
       01  TOTAL-ENVIADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
      *Campos de armado de los renglones de ancho fijo:
       01  LINEA-CABECERA.
           05 FILLER PIC X(1) VALUE "H".
           05 CAB-FECHA-CORRIDA PIC X(8).
           05 FILLER PIC X(111) VALUE SPACES.
       01  LINEA-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 DET-NUMERO PIC 9(8).
           05 DET-CLIENTES-ID PIC X(6).
           05 DET-BANCO PIC X(3).
           05 DET-CBU PIC X(22).
           05 DET-ALIAS PIC X(20).
           05 DET-TITULAR PIC X(40).
           05 DET-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X(9) VALUE SPACES.
       01  LINEA-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 COLA-CANTIDAD PIC 9(7).
           05 COLA-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== TRANSFERENCIAS A OTROS BANCOS =====".
           MOVE SPACES TO NOMBRE-ARCHIVO-SALIDA.
           STRING
               "transferencias_" DELIMITED BY SIZE
               FECHA-DE-CORRIDA DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-SALIDA
           END-STRING.
           OPEN I-O ARCHIVO-TRANSF-EXTERNAS.
           OPEN OUTPUT ARCHIVO-SALIDA-BANCO.
           MOVE FECHA-DE-CORRIDA TO CAB-FECHA-CORRIDA.
           WRITE SALIDA-LINEA FROM LINEA-CABECERA.
           MOVE "1" TO FIN-DE-TRANSFERENCIAS.
           PERFORM LEE-SIGUIENTE-TRANSFERENCIA.
           PERFORM PROCESA-TRANSFERENCIA
           UNTIL FIN-DE-TRANSFERENCIAS = "0".
           MOVE CONTADOR-ENVIADAS TO COLA-CANTIDAD.
           MOVE TOTAL-ENVIADO TO COLA-TOTAL.
           WRITE SALIDA-LINEA FROM LINEA-COLA.
           CLOSE ARCHIVO-SALIDA-BANCO.
           CLOSE ARCHIVO-TRANSF-EXTERNAS.
           MOVE TOTAL-ENVIADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Transferencias enviadas: " CONTADOR-ENVIADAS
                   "  por " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Archivo para el banco grabado en "
                   NOMBRE-ARCHIVO-SALIDA ".".
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
      *su aviso de lote, la fecha viene de ahi (la de la corrida que
      *se esta cerrando, aunque la reanudacion cruce la medianoche);
      *corriendo a mano se usa la fecha del dia:
       TOMA-FECHA-DE-CORRIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-CORRIDA.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:8) TO FECHA-DE-CORRIDA
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

       LEE-SIGUIENTE-TRANSFERENCIA.
           READ ARCHIVO-TRANSF-EXTERNAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-TRANSFERENCIAS.

      *Solo salen las pendientes; las ya enviadas esperan la
      *confirmacion del banco y no se mandan dos veces:
       PROCESA-TRANSFERENCIA.
           IF TRANSF-EXT-PENDIENTE
           PERFORM ESCRIBE-RENGLON-TRANSFERENCIA
           MOVE "E" TO TRANSF-EXT-ESTADO
           MOVE FECHA-DE-CORRIDA TO TRANSF-EXT-FECHA-ENVIO
           REWRITE TRANSF-EXT-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la transferencia "
                   TRANSF-EXT-NUMERO "."
           END-REWRITE
           END-IF.
           PERFORM LEE-SIGUIENTE-TRANSFERENCIA.

       ESCRIBE-RENGLON-TRANSFERENCIA.
           MOVE TRANSF-EXT-NUMERO TO DET-NUMERO.
           MOVE TRANSF-EXT-CLIENTES-ID TO DET-CLIENTES-ID.
           MOVE TRANSF-EXT-BANCO TO DET-BANCO.
           MOVE TRANSF-EXT-CBU TO DET-CBU.
           MOVE TRANSF-EXT-ALIAS TO DET-ALIAS.
           MOVE TRANSF-EXT-TITULAR TO DET-TITULAR.
           MOVE TRANSF-EXT-IMPORTE TO DET-IMPORTE.
           WRITE SALIDA-LINEA FROM LINEA-DETALLE.
           ADD 1 TO CONTADOR-ENVIADAS.
           ADD TRANSF-EXT-IMPORTE TO TOTAL-ENVIADO.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-ENVIADAS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Generar-transferencias-salida.
