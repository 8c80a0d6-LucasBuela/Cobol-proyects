      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Paso nocturno que imprime las cartas de aviso que
      *          dejaron encoladas otros procesos (cheques, debitos
      *          automaticos y transferencias a otros bancos
      *          rechazados, mayoria de edad, cambio del limite de
      *          descubierto aprobado en la revision periodica) en
      *          cola_cartas.dat:
      *          cada carta pendiente sale al spool cartas_aviso.prn con
      *          los datos del cliente y queda marcada emitida con la
      *          fecha de la corrida, asi no se imprime dos veces.
      *          La carta va dirigida a todos los titulares; la del
      *          cliente que eligio recibirla por correo electronico
      *          va a la salida del gateway de correo en lugar del
      *          spool. La carta sale en el idioma del cliente
      *          (textos_cartas.dat), con la fecha y el importe en el
      *          formato de ese idioma; sin traduccion sale en
      *          castellano, con aviso.
      *          El aviso de una version nueva de las condiciones
      *          (Avisar-condiciones) lleva el resumen de los cambios,
      *          la tasa, el cargo y la comision nuevos y la fecha
      *          desde la que rigen, tomados de condiciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Emitir-cartas-aviso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Cola de cartas de aviso a clientes:
       COPY "DataBaseCartasCola.cbl".
      *Spool con las cartas de la corrida:
       SELECT OPTIONAL ARCHIVO-CARTAS
       ASSIGN TO "cartas_aviso.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Salida al gateway de correo, texto de los documentos que van
      *por correo electronico y seguimiento de esos envios:
       COPY "DataBaseSalidaCorreo.cbl".
       COPY "DataBaseDocumentosCorreo.cbl".
       COPY "DataBaseEnviosCorreo.cbl".

      *Textos de las cartas por idioma y registro de las cartas
      *emitidas en cada idioma:
       COPY "DataBaseTextosCartas.cbl".
       COPY "DataBaseCartasIdioma.cbl".

      *Versiones de las condiciones, para los avisos de cambio:
       COPY "DataBaseCondiciones.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCartasCola.cbl".

       FD  ARCHIVO-CARTAS.
           01 LINEA-CARTA PIC X(120).

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataSalidaCorreo.cbl".
       COPY "DataDocumentosCorreo.cbl".
       COPY "DataEnviosCorreo.cbl".

       COPY "DataTextosCartas.cbl".
       COPY "DataCartasIdioma.cbl".

       COPY "DataCondiciones.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CARTAS-COLA-STATUS PIC XX.
       77  CONDICIONES-STATUS PIC XX.
       77  VERSION-HALLADA PIC X.
       77  VERSION-MUESTRA PIC 9(4).
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-CARTAS PIC X.
       77  CLIENTE-HALLADO PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  CONTADOR-EMITIDAS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-SIN-CLIENTE PIC 9(5) VALUE ZEROES.
      *Demas titulares y cotitulares de la cuenta:
       COPY "DataTitulares.cbl".
       77  INDICE-TITULAR PIC 9(2).
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "=".

      *Canal de envio de cada documento (papel o correo electronico):
       COPY "DataEnvioConsulta.cbl".
       COPY "DataEnvioCorreo.cbl".

      *Carta en el idioma del cliente:
       COPY "DataIdiomaCarta.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== CARTAS DE AVISO =====".
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CARTAS-COLA.
           OPEN INPUT ARCHIVO-CONDICIONES.
           OPEN OUTPUT ARCHIVO-CARTAS.
           PERFORM ABRE-SALIDA-CORREO.
           PERFORM ABRE-TEXTOS-CARTAS.
           MOVE "1" TO FIN-DE-CARTAS.
           PERFORM LEE-SIGUIENTE-CARTA.
           PERFORM PROCESA-CARTA
           UNTIL FIN-DE-CARTAS = "0".
           CLOSE ARCHIVO-CARTAS.
           PERFORM CIERRA-SALIDA-CORREO.
           PERFORM CIERRA-TEXTOS-CARTAS.
           CLOSE ARCHIVO-CONDICIONES.
           CLOSE ARCHIVO-CARTAS-COLA.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Cartas emitidas: " CONTADOR-EMITIDAS.
           IF CONTADOR-SIN-CLIENTE > ZEROES
           DISPLAY "Cartas con cliente inexistente (quedan "
                   "pendientes): " CONTADOR-SIN-CLIENTE
           END-IF.
           DISPLAY "Enviadas por correo electronico: "
                   CONTADOR-POR-CORREO.
           DISPLAY "En papel por correo electronico rebotado: "
                   CONTADOR-DEGRADADOS.
           DISPLAY "Cartas grabadas en cartas_aviso.prn.".
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

       LEE-SIGUIENTE-CARTA.
           READ ARCHIVO-CARTAS-COLA NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CARTAS.

      *Las ya emitidas quedan en la cola como constancia y se
      *saltean:
       PROCESA-CARTA.
           IF CARTA-PENDIENTE
           MOVE CARTA-CLIENTES-ID TO CLIENTES-ID
           MOVE "S" TO CLIENTE-HALLADO
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO CLIENTE-HALLADO
           END-READ
           IF CLIENTE-HALLADO = "S"
           PERFORM EMITE-CARTA
           PERFORM MARCA-CARTA-EMITIDA
           ELSE
           ADD 1 TO CONTADOR-SIN-CLIENTE
           DISPLAY "Carta para el cliente inexistente "
                   CARTA-CLIENTES-ID ", no se emite."
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CARTA.

      *Cada tipo de aviso es una carta de textos_cartas.dat: el
      *renglon 01 es el titulo con la fecha y el cuerpo explica el
      *rechazo o el cambio:
       EMITE-CARTA.
           EVALUATE TRUE
               WHEN CARTA-CHEQUE-RECHAZADO
                   MOVE "ACHQ" TO IDIOMA-CARTA-CODIGO
               WHEN CARTA-DEBITO-RECHAZADO
                   MOVE "ADEB" TO IDIOMA-CARTA-CODIGO
               WHEN CARTA-TRANSFERENCIA-RECHAZADA
                   MOVE "ATRF" TO IDIOMA-CARTA-CODIGO
               WHEN CARTA-MAYORIA-EDAD
                   MOVE "AMAY" TO IDIOMA-CARTA-CODIGO
               WHEN CARTA-LIMITE-DESCUBIERTO
                   MOVE "ALIM" TO IDIOMA-CARTA-CODIGO
               WHEN CARTA-CAMBIO-CONDICIONES
                   MOVE "ACON" TO IDIOMA-CARTA-CODIGO
               WHEN OTHER
                   MOVE "AGEN" TO IDIOMA-CARTA-CODIGO
           END-EVALUATE.
           MOVE CLIENTES-ID TO ENVIO-CONSULTA-CLIENTES-ID.
           SET ENVIO-CARTA-AVISO TO TRUE.
           MOVE CLIENTES-EMAIL TO ENVIO-CONSULTA-EMAIL.
           PERFORM DECIDE-ENVIO-DOCUMENTO.
           PERFORM ELIGE-IDIOMA-CARTA.
           MOVE LINEA-SEPARADORA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE FECHA-DE-CORRIDA TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           MOVE IDIOMA-CARTA-FECHA-TEXTO TO IDIOMA-CARTA-VALOR (1).
           MOVE 1 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-CARTA.
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DIRECCION) DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           PERFORM ESCRIBE-LINEA-CARTA.
           PERFORM ESCRIBE-OTROS-TITULARES.
           IF CARTA-CAMBIO-CONDICIONES
           PERFORM ESCRIBE-CUERPO-CONDICIONES
           ELSE
           PERFORM ESCRIBE-DETALLE-AVISO
           END-IF.
           PERFORM CIERRA-DOCUMENTO-CORREO.
           ADD 1 TO CONTADOR-EMITIDAS.

      *Referencia, importe y motivo del aviso, y el cuerpo de la
      *carta:
       ESCRIBE-DETALLE-AVISO.
           IF CARTA-MAYORIA-EDAD
           MOVE CARTA-REFERENCIA TO LINEA-CARTA
           ELSE
           MOVE CARTA-IMPORTE TO IDIOMA-CARTA-IMPORTE
           PERFORM FORMATEA-IMPORTE-CARTA
           MOVE CARTA-REFERENCIA TO IDIOMA-CARTA-VALOR (1)
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (2)
           MOVE 91 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-CARTA
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA
           END-IF.
           PERFORM ESCRIBE-LINEA-CARTA.
           IF CARTA-MOTIVO NOT = SPACES
           MOVE CARTA-MOTIVO TO IDIOMA-CARTA-VALOR (1)
           MOVE 92 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-CARTA
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA
           PERFORM ESCRIBE-LINEA-CARTA
           END-IF.
           MOVE SPACES TO IDIOMA-CARTA-VALORES.
           PERFORM ESCRIBE-CUERPO-CARTA.

      *El aviso de condiciones lleva en el cuerpo los datos de la
      *version: @1 numero, @2 fecha desde la que rige, @3 resumen de
      *los cambios, @4 tasa mensual en porcentaje, @5 cargo de
      *mantenimiento y @6 comision por cheque rechazado. Las
      *condiciones generales no tienen comision y ese renglon no va.
       ESCRIBE-CUERPO-CONDICIONES.
           MOVE SPACES TO IDIOMA-CARTA-VALORES.
           MOVE CARTA-REFERENCIA (1:11) TO CONDV-CLAVE.
           MOVE "S" TO VERSION-HALLADA.
           READ ARCHIVO-CONDICIONES RECORD
           INVALID KEY
           MOVE "N" TO VERSION-HALLADA
           END-READ.
           IF VERSION-HALLADA = "N"
           DISPLAY "Aviso de condiciones del cliente " CLIENTES-ID
                   ": la version " CARTA-REFERENCIA (1:11)
                   " no figura en condiciones.dat."
           MOVE SPACES TO CONDV-REGISTRO
           ELSE
           MOVE CONDV-VERSION TO VERSION-MUESTRA
           MOVE VERSION-MUESTRA TO IDIOMA-CARTA-VALOR (1)
           MOVE CONDV-RESUMEN TO IDIOMA-CARTA-VALOR (3)
           COMPUTE IDIOMA-CARTA-IMPORTE = CONDV-TASA * 100
           PERFORM FORMATEA-IMPORTE-CARTA
           STRING IDIOMA-CARTA-IMPORTE-TEXTO DELIMITED BY SPACE
                  "%" DELIMITED BY SIZE
                  INTO IDIOMA-CARTA-VALOR (4)
           END-STRING
           MOVE CONDV-CARGO TO IDIOMA-CARTA-IMPORTE
           PERFORM FORMATEA-IMPORTE-CARTA
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (5)
           MOVE CONDV-CARGO-RECHAZO TO IDIOMA-CARTA-IMPORTE
           PERFORM FORMATEA-IMPORTE-CARTA
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (6)
           END-IF.
           MOVE CARTA-MOTIVO (1:8) TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           MOVE IDIOMA-CARTA-FECHA-TEXTO TO IDIOMA-CARTA-VALOR (2).
           PERFORM ESCRIBE-RENGLON-CONDICIONES
               VARYING IDIOMA-CARTA-RENGLON FROM 11 BY 1
               UNTIL IDIOMA-CARTA-RENGLON > 19.

       ESCRIBE-RENGLON-CONDICIONES.
           IF IDIOMA-CARTA-RENGLON NOT = 14
              OR CONDV-PRODUCTO NOT = SPACES
           PERFORM ESCRIBE-RENGLON-CUERPO
           END-IF.

      *Cuerpo de la carta: renglones 11 a 19 en el idioma elegido;
      *los que no tienen texto no se imprimen:
       ESCRIBE-CUERPO-CARTA.
           PERFORM ESCRIBE-RENGLON-CUERPO
               VARYING IDIOMA-CARTA-RENGLON FROM 11 BY 1
               UNTIL IDIOMA-CARTA-RENGLON > 19.

       ESCRIBE-RENGLON-CUERPO.
           PERFORM ARMA-RENGLON-CARTA.
           IF IDIOMA-CARTA-LINEA NOT = SPACES
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA
           PERFORM ESCRIBE-LINEA-CARTA
           END-IF.

       MARCA-CARTA-EMITIDA.
           MOVE "E" TO CARTA-ESTADO.
           MOVE FECHA-DE-CORRIDA TO CARTA-FECHA-EMISION.
           REWRITE CARTA-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la carta del cliente "
                   CARTA-CLIENTES-ID ".".

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-EMITIDAS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

      *La carta va dirigida tambien a los demas titulares y a los
      *cotitulares de la cuenta; los apoderados no la reciben:
       ESCRIBE-OTROS-TITULARES.
           MOVE CLIENTES-ID TO TITULARES-CUENTA-ID.
           CALL "Consultar-titulares" USING TITULARES-CONSULTA.
           PERFORM ESCRIBE-TITULAR-VINCULADO
               VARYING INDICE-TITULAR FROM 1 BY 1
               UNTIL INDICE-TITULAR > TITULARES-CANTIDAD.

       ESCRIBE-TITULAR-VINCULADO.
           IF NOT TITULARES-ES-APODERADO (INDICE-TITULAR)
           MOVE TITULARES-NOMBRE (INDICE-TITULAR)
               TO IDIOMA-CARTA-VALOR (1)
           MOVE 90 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-CARTA
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA
           PERFORM ESCRIBE-LINEA-CARTA
           END-IF.

      *Cada renglon va al spool de papel o, si el documento sale por
      *correo electronico, al texto del documento para el gateway:
       ESCRIBE-LINEA-CARTA.
           IF ENVIO-POR-CORREO-E
           MOVE LINEA-CARTA TO DOCCORREO-LINEA
           PERFORM GRABA-LINEA-CORREO
           ELSE
           WRITE LINEA-CARTA
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcEnvioDocumento.cbl".

       COPY "ProcIdiomaCarta.cbl".

       END PROGRAM Emitir-cartas-aviso.
