      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de canal de envio: decide si un
      *          documento de un cliente (estado de cuenta, carta de
      *          mora, de bienvenida, de cambio de direccion o de
      *          aviso) sale por correo electronico o en papel,
      *          segun lo que el cliente eligio para ese tipo de
      *          documento en preferencias_envio.dat. Sale en papel
      *          aunque haya pedido correo si la direccion esta
      *          vacia o mal formada, si es la misma que reboto (el
      *          correo quedo sospechoso) o si se corre en modo
      *          entrenamiento, para que una practica nunca le
      *          escriba a un cliente real. Todos los programas de
      *          cartas la llaman, asi la regla vive en un solo lugar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Decidir-envio-documento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Canal elegido por cada cliente para cada tipo de documento:
       COPY "DataBasePreferenciasEnvio.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataPreferenciasEnvio.cbl".
       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  PREFERENCIAS-ENVIO-STATUS PIC XX.
       77  ENTRENAMIENTO-STATUS PIC XX.
       77  INDICE-TIPO PIC 9(1).
       77  CANAL-ELEGIDO PIC X(1).
       77  CONTADOR-ARROBA PIC 9(2).
       77  CONTADOR-PUNTO PIC 9(2).
       01  PARTE-ANTES-ARROBA PIC X(50).
       01  PARTE-DESPUES-ARROBA PIC X(50).

       LINKAGE SECTION.
       COPY "DataEnvioConsulta.cbl".

       PROCEDURE DIVISION USING ENVIO-CONSULTA.
       EMPIEZA-PROGRAMA.
           SET ENVIO-EN-PAPEL TO TRUE.
           SET ENVIO-SEGUN-PREFERENCIA TO TRUE.
           EVALUATE TRUE
               WHEN ENVIO-ESTADO-CUENTA
                   MOVE 1 TO INDICE-TIPO
               WHEN ENVIO-CARTA-MORA
                   MOVE 2 TO INDICE-TIPO
               WHEN ENVIO-CARTA-BIENVENIDA
                   MOVE 3 TO INDICE-TIPO
               WHEN ENVIO-CARTA-DIRECCION
                   MOVE 4 TO INDICE-TIPO
               WHEN ENVIO-CARTA-AVISO
                   MOVE 5 TO INDICE-TIPO
               WHEN OTHER
                   MOVE 0 TO INDICE-TIPO
           END-EVALUATE.
           IF INDICE-TIPO > 0
           PERFORM LEE-PREFERENCIA
           END-IF.
           GOBACK.

       LEE-PREFERENCIA.
           MOVE SPACE TO CANAL-ELEGIDO.
           OPEN INPUT ARCHIVO-PREFERENCIAS-ENVIO.
           IF PREFERENCIAS-ENVIO-STATUS = "00"
           MOVE ENVIO-CONSULTA-CLIENTES-ID TO PENVIO-CLIENTES-ID
           READ ARCHIVO-PREFERENCIAS-ENVIO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE PENVIO-CANAL (INDICE-TIPO) TO CANAL-ELEGIDO
           END-READ
           END-IF.
           IF CANAL-ELEGIDO = "E"
           PERFORM CONTROLA-CORREO
           END-IF.
           CLOSE ARCHIVO-PREFERENCIAS-ENVIO.

      *El registro de preferencias sigue en el buffer del READ: la
      *direccion rebotada se compara contra la que se usaria hoy:
       CONTROLA-CORREO.
           PERFORM VALIDA-FORMATO-CORREO.
           EVALUATE TRUE
               WHEN ENVIO-CORREO-INVALIDO
                   CONTINUE
               WHEN PENVIO-EMAIL-REBOTADO NOT = SPACES AND
                    PENVIO-EMAIL-REBOTADO = ENVIO-CONSULTA-EMAIL
                   SET ENVIO-CORREO-SOSPECHOSO TO TRUE
               WHEN OTHER
                   PERFORM COMPRUEBA-ENTRENAMIENTO
           END-EVALUATE.

      *Mismo chequeo basico que el alta: un "@" y al menos un "."
      *en la parte de despues:
       VALIDA-FORMATO-CORREO.
           MOVE 0 TO CONTADOR-ARROBA.
           INSPECT ENVIO-CONSULTA-EMAIL TALLYING CONTADOR-ARROBA
               FOR ALL "@".
           IF CONTADOR-ARROBA = 0
           SET ENVIO-CORREO-INVALIDO TO TRUE
           ELSE
           MOVE SPACE TO PARTE-ANTES-ARROBA
           MOVE SPACE TO PARTE-DESPUES-ARROBA
           UNSTRING ENVIO-CONSULTA-EMAIL DELIMITED BY "@"
               INTO PARTE-ANTES-ARROBA PARTE-DESPUES-ARROBA
           END-UNSTRING
           MOVE 0 TO CONTADOR-PUNTO
           INSPECT PARTE-DESPUES-ARROBA TALLYING CONTADOR-PUNTO
               FOR ALL "."
           IF CONTADOR-PUNTO = 0 OR PARTE-ANTES-ARROBA = SPACES
           SET ENVIO-CORREO-INVALIDO TO TRUE
           END-IF
           END-IF.

       COMPRUEBA-ENTRENAMIENTO.
           OPEN INPUT ARCHIVO-ENTRENAMIENTO.
           IF ENTRENAMIENTO-STATUS = "00"
           SET ENVIO-EN-ENTRENAMIENTO TO TRUE
           ELSE
           SET ENVIO-POR-CORREO-E TO TRUE
           END-IF.
           CLOSE ARCHIVO-ENTRENAMIENTO.

       END PROGRAM Decidir-envio-documento.
