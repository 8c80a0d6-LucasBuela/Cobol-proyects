      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Paso diario que lee los recibos de entrega que deja
      *          el gateway de correo en recibos_correo.dat: cada
      *          documento entregado queda cerrado en el seguimiento
      *          de envios, y cada rebote deja la direccion de correo
      *          del cliente marcada como sospechosa (desde ahi todos
      *          sus documentos salen en papel hasta que se corrija)
      *          y el documento rebotado se reimprime en papel en
      *          reimpresion_correo.prn, con su mismo texto, para que
      *          el cliente lo reciba igual. Un recibo de un envio que
      *          ya tenia resultado no se vuelve a aplicar, asi que
      *          el mismo archivo se puede procesar dos veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Procesar-recibos-correo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Recibos de entrega del gateway de correo:
       SELECT OPTIONAL ARCHIVO-RECIBOS-CORREO
       ASSIGN TO "recibos_correo.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RECIBOS-STATUS.
      *Seguimiento de envios, texto de los documentos y canal de
      *envio de cada cliente:
       COPY "DataBaseEnviosCorreo.cbl".
       COPY "DataBaseDocumentosCorreo.cbl".
       COPY "DataBasePreferenciasEnvio.cbl".
      *Spool con los documentos rebotados, para el correo postal:
       SELECT OPTIONAL ARCHIVO-REIMPRESION
       ASSIGN TO "reimpresion_correo.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Un recibo: la referencia del documento, "E" entregado o "R"
      *rebotado, cuando lo informo el servidor de correo y por que
      *reboto:
       FD  ARCHIVO-RECIBOS-CORREO.
           01 RECIBO-REGISTRO.
              10 RECIBO-REFERENCIA PIC X(24).
              10 RECIBO-RESULTADO PIC X(1).
                 88 RECIBO-ENTREGADO VALUE "E".
                 88 RECIBO-REBOTADO VALUE "R".
              10 RECIBO-FECHA-HORA PIC X(14).
              10 RECIBO-MOTIVO PIC X(40).

       COPY "DataEnviosCorreo.cbl".
       COPY "DataDocumentosCorreo.cbl".
       COPY "DataPreferenciasEnvio.cbl".

       FD  ARCHIVO-REIMPRESION.
           01 LINEA-REIMPRESION PIC X(150).

       COPY "DataPasoContador.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  RECIBOS-STATUS PIC XX.
       77  ENVIOS-CORREO-STATUS PIC XX.
       77  PREFERENCIAS-ENVIO-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  FIN-DE-RECIBOS PIC X.
       77  FIN-DE-ENVIOS PIC X.
       77  FIN-DE-DOCUMENTOS PIC X.
       77  FECHA-HOY PIC X(8).
       77  CONTADOR-RECIBOS PIC 9(7).
       77  CONTADOR-ENTREGADOS PIC 9(6).
       77  CONTADOR-REBOTADOS PIC 9(6).
       77  CONTADOR-REPETIDOS PIC 9(6).
       77  CONTADOR-DESCONOCIDOS PIC 9(6).
       77  CONTADOR-INVALIDOS PIC 9(6).
       77  CONTADOR-REIMPRESOS PIC 9(6).
      *Rebotes pendientes de reimprimir: se juntan del seguimiento
      *(los de hoy y los que hayan quedado de otra corrida) y se
      *reimprimen en una sola pasada por el texto de los documentos.
      *Si hay mas que la tabla, el resto queda "R" para la proxima:
       77  MAXIMO-REBOTES PIC 9(3) VALUE 500.
       77  CANTIDAD-REBOTES PIC 9(3).
       77  INDICE-REBOTE PIC 9(3).
       01  TABLA-REBOTES.
           05 REBOTE-REFERENCIA PIC X(24) OCCURS 500 TIMES.
       77  REFERENCIA-ANTERIOR PIC X(24).
       77  DOCUMENTO-REBOTADO PIC X.
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "=".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RECIBOS DEL GATEWAY DE CORREO =====".
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           MOVE ZEROES TO CONTADOR-RECIBOS.
           MOVE ZEROES TO CONTADOR-ENTREGADOS.
           MOVE ZEROES TO CONTADOR-REBOTADOS.
           MOVE ZEROES TO CONTADOR-REPETIDOS.
           MOVE ZEROES TO CONTADOR-DESCONOCIDOS.
           MOVE ZEROES TO CONTADOR-INVALIDOS.
           MOVE ZEROES TO CONTADOR-REIMPRESOS.
           OPEN I-O ARCHIVO-ENVIOS-CORREO.
           PERFORM APLICA-RECIBOS.
           PERFORM REIMPRIME-REBOTADOS.
           CLOSE ARCHIVO-ENVIOS-CORREO.
           DISPLAY "Recibos leidos: " CONTADOR-RECIBOS.
           DISPLAY "Entregados: " CONTADOR-ENTREGADOS.
           DISPLAY "Rebotados (correo marcado sospechoso): "
                   CONTADOR-REBOTADOS.
           DISPLAY "Ya tenian resultado (no se aplican): "
                   CONTADOR-REPETIDOS.
           IF CONTADOR-DESCONOCIDOS > ZEROES OR
              CONTADOR-INVALIDOS > ZEROES
           DISPLAY "Con referencia desconocida: "
                   CONTADOR-DESCONOCIDOS
           DISPLAY "Con resultado invalido: " CONTADOR-INVALIDOS
           END-IF.
           DISPLAY "Documentos reimpresos en papel: "
                   CONTADOR-REIMPRESOS.
           IF CONTADOR-REIMPRESOS > ZEROES
           DISPLAY "Spool en reimpresion_correo.prn."
           END-IF.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.

       APLICA-RECIBOS.
           OPEN INPUT ARCHIVO-RECIBOS-CORREO.
           IF RECIBOS-STATUS NOT = "00"
           DISPLAY "No hay recibos del gateway para procesar."
           ELSE
           OPEN I-O ARCHIVO-PREFERENCIAS-ENVIO
           MOVE "1" TO FIN-DE-RECIBOS
           PERFORM LEE-SIGUIENTE-RECIBO
           PERFORM APLICA-RECIBO
               UNTIL FIN-DE-RECIBOS = "0"
           CLOSE ARCHIVO-PREFERENCIAS-ENVIO
           END-IF.
           CLOSE ARCHIVO-RECIBOS-CORREO.

       LEE-SIGUIENTE-RECIBO.
           READ ARCHIVO-RECIBOS-CORREO
           AT END
           MOVE "0" TO FIN-DE-RECIBOS
           END-READ.

       APLICA-RECIBO.
           ADD 1 TO CONTADOR-RECIBOS.
           MOVE RECIBO-REFERENCIA TO ENVIADO-REFERENCIA.
           READ ARCHIVO-ENVIOS-CORREO RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-DESCONOCIDOS
           DISPLAY "Recibo de un envio desconocido: "
                   RECIBO-REFERENCIA
           NOT INVALID KEY
           PERFORM APLICA-RESULTADO
           END-READ.
           PERFORM LEE-SIGUIENTE-RECIBO.

       APLICA-RESULTADO.
           EVALUATE TRUE
               WHEN NOT ENVIADO-SIN-RECIBO
                   ADD 1 TO CONTADOR-REPETIDOS
               WHEN RECIBO-ENTREGADO
                   ADD 1 TO CONTADOR-ENTREGADOS
                   MOVE "E" TO ENVIADO-ESTADO
                   PERFORM GRABA-RESULTADO
               WHEN RECIBO-REBOTADO
                   ADD 1 TO CONTADOR-REBOTADOS
                   MOVE "R" TO ENVIADO-ESTADO
                   MOVE RECIBO-MOTIVO TO ENVIADO-MOTIVO-REBOTE
                   PERFORM GRABA-RESULTADO
                   PERFORM MARCA-CORREO-SOSPECHOSO
               WHEN OTHER
                   ADD 1 TO CONTADOR-INVALIDOS
                   DISPLAY "Recibo con resultado invalido ("
                           RECIBO-RESULTADO "): " RECIBO-REFERENCIA
           END-EVALUATE.

       GRABA-RESULTADO.
           MOVE RECIBO-FECHA-HORA TO ENVIADO-FECHA-RECIBO.
           REWRITE ENVIADO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el envio " ENVIADO-REFERENCIA
                   ", status: " ENVIOS-CORREO-STATUS
           END-REWRITE.

      *La direccion que reboto queda anotada en las preferencias del
      *cliente: mientras siga siendo la suya, todo sale en papel.
      *Un cliente sin registro (le cambiaron la preferencia despues
      *del envio y se la borraron) lo recibe con todo en papel:
       MARCA-CORREO-SOSPECHOSO.
           MOVE ENVIADO-CLIENTES-ID TO PENVIO-CLIENTES-ID.
           READ ARCHIVO-PREFERENCIAS-ENVIO RECORD
           INVALID KEY
           MOVE SPACES TO PENVIO-CANALES
           MOVE SPACES TO PENVIO-OPERADOR
           MOVE FECHA-HOY TO PENVIO-FECHA-MODIFICACION
           PERFORM ANOTA-REBOTE
           WRITE PREFERENCIAS-ENVIO-REGISTRO
           INVALID KEY
           DISPLAY "Error marcando el correo del cliente "
                   ENVIADO-CLIENTES-ID ", status: "
                   PREFERENCIAS-ENVIO-STATUS
           END-WRITE
           NOT INVALID KEY
           PERFORM ANOTA-REBOTE
           REWRITE PREFERENCIAS-ENVIO-REGISTRO
           INVALID KEY
           DISPLAY "Error marcando el correo del cliente "
                   ENVIADO-CLIENTES-ID ", status: "
                   PREFERENCIAS-ENVIO-STATUS
           END-REWRITE
           END-READ.

       ANOTA-REBOTE.
           MOVE ENVIADO-EMAIL TO PENVIO-EMAIL-REBOTADO.
           MOVE FECHA-HOY TO PENVIO-FECHA-REBOTE.
           MOVE ENVIADO-REFERENCIA TO PENVIO-REFERENCIA-REBOTE.

      *Los rebotes sin reimprimir se juntan del seguimiento y sus
      *renglones se copian del texto de los documentos al spool de
      *papel; recien despues quedan marcados como reimpresos:
       REIMPRIME-REBOTADOS.
           MOVE ZEROES TO CANTIDAD-REBOTES.
           MOVE LOW-VALUES TO ENVIADO-REFERENCIA.
           MOVE "1" TO FIN-DE-ENVIOS.
           START ARCHIVO-ENVIOS-CORREO
               KEY IS NOT LESS ENVIADO-REFERENCIA
               INVALID KEY
               MOVE "0" TO FIN-DE-ENVIOS
           END-START.
           PERFORM JUNTA-REBOTE
               UNTIL FIN-DE-ENVIOS = "0".
           IF CANTIDAD-REBOTES > ZEROES
           OPEN INPUT ARCHIVO-DOCUMENTOS-CORREO
           OPEN EXTEND ARCHIVO-REIMPRESION
           MOVE SPACES TO REFERENCIA-ANTERIOR
           MOVE "N" TO DOCUMENTO-REBOTADO
           MOVE "1" TO FIN-DE-DOCUMENTOS
           PERFORM COPIA-RENGLON-REBOTADO
               UNTIL FIN-DE-DOCUMENTOS = "0"
           CLOSE ARCHIVO-REIMPRESION
           CLOSE ARCHIVO-DOCUMENTOS-CORREO
           PERFORM MARCA-REIMPRESO
               VARYING INDICE-REBOTE FROM 1 BY 1
               UNTIL INDICE-REBOTE > CANTIDAD-REBOTES
           END-IF.

       JUNTA-REBOTE.
           READ ARCHIVO-ENVIOS-CORREO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-ENVIOS
           NOT AT END
           IF ENVIADO-REBOTADO AND CANTIDAD-REBOTES < MAXIMO-REBOTES
           ADD 1 TO CANTIDAD-REBOTES
           MOVE ENVIADO-REFERENCIA TO
               REBOTE-REFERENCIA (CANTIDAD-REBOTES)
           END-IF
           END-READ.

      *Los renglones de un documento estan todos juntos: la busqueda
      *en la tabla se hace solo cuando cambia la referencia:
       COPIA-RENGLON-REBOTADO.
           READ ARCHIVO-DOCUMENTOS-CORREO
           AT END
           MOVE "0" TO FIN-DE-DOCUMENTOS
           NOT AT END
           IF DOCCORREO-REFERENCIA NOT = REFERENCIA-ANTERIOR
           MOVE DOCCORREO-REFERENCIA TO REFERENCIA-ANTERIOR
           PERFORM BUSCA-REBOTE
           END-IF
           IF DOCUMENTO-REBOTADO = "S"
           MOVE DOCCORREO-LINEA TO LINEA-REIMPRESION
           WRITE LINEA-REIMPRESION
           END-IF
           END-READ.

       BUSCA-REBOTE.
           MOVE "N" TO DOCUMENTO-REBOTADO.
           PERFORM COMPARA-REBOTE
               VARYING INDICE-REBOTE FROM 1 BY 1
               UNTIL INDICE-REBOTE > CANTIDAD-REBOTES
               OR DOCUMENTO-REBOTADO = "S".
           IF DOCUMENTO-REBOTADO = "S"
           ADD 1 TO CONTADOR-REIMPRESOS
           MOVE LINEA-SEPARADORA TO LINEA-REIMPRESION
           WRITE LINEA-REIMPRESION
           MOVE SPACES TO LINEA-REIMPRESION
           STRING "REENVIO EN PAPEL - el correo electronico fue "
                  "devuelto (" DOCCORREO-REFERENCIA ")"
                  DELIMITED BY SIZE INTO LINEA-REIMPRESION
           END-STRING
           WRITE LINEA-REIMPRESION
           END-IF.

       COMPARA-REBOTE.
           IF REBOTE-REFERENCIA (INDICE-REBOTE) = DOCCORREO-REFERENCIA
           MOVE "S" TO DOCUMENTO-REBOTADO
           END-IF.

       MARCA-REIMPRESO.
           MOVE REBOTE-REFERENCIA (INDICE-REBOTE) TO ENVIADO-REFERENCIA.
           READ ARCHIVO-ENVIOS-CORREO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "I" TO ENVIADO-ESTADO
           REWRITE ENVIADO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el envio " ENVIADO-REFERENCIA
                   ", status: " ENVIOS-CORREO-STATUS
           END-REWRITE
           END-READ.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-RECIBOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Procesar-recibos-correo.
