      *          final) segun el nivel recordado en mora_estado.dat,
      *          asi nunca se manda dos veces el primer aviso. Un
      *          cliente que volvio adentro de su limite arranca de
      *          cero la proxima vez. Un cliente con una promesa de
      *          pago abierta queda en pausa: no recibe carta ni sube
      *          de nivel hasta que la promesa se cierre. Una cuenta
      *          entregada a una agencia de cobranza la gestiona la
      *          agencia y no recibe cartas nuestras. Las cartas
      *          salen a un spool, dirigidas a todos los titulares
      *          de la cuenta; la del cliente que eligio recibirlas
      *          por correo electronico va a la salida del gateway de
      *          correo en lugar del spool. La carta sale en el idioma
      *          del cliente (textos_cartas.dat), con los importes en
      *          el formato de ese idioma; sin traduccion sale en
      *          castellano, con aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBase.cbl".
      *Nivel de escalada por cliente:
       COPY "DataBaseMoraEstado.cbl".
      *Promesas de pago, que pausan la escalada:
       COPY "DataBasePromesas.cbl".
      *Asignaciones a agencias de cobranza, que sacan al cliente:
       COPY "DataBaseAsignaciones.cbl".
      *Spool con las cartas de la corrida:
       SELECT OPTIONAL ARCHIVO-CARTAS
       ASSIGN TO "cartas_mora.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Salida al gateway de correo, texto de los documentos que van
      *por correo electronico y seguimiento de esos envios:
       COPY "DataBaseSalidaCorreo.cbl".
       COPY "DataBaseDocumentosCorreo.cbl".
       COPY "DataBaseEnviosCorreo.cbl".

      *Textos de las cartas por idioma y registro de las cartas
      *emitidas en cada idioma:
       COPY "DataBaseTextosCartas.cbl".
       COPY "DataBaseCartasIdioma.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataMoraEstado.cbl".
       COPY "DataPromesas.cbl".
       COPY "DataAsignaciones.cbl".

       FD  ARCHIVO-CARTAS.
           01 LINEA-CARTA PIC X(120).

       COPY "DataSalidaCorreo.cbl".
       COPY "DataDocumentosCorreo.cbl".
       COPY "DataEnviosCorreo.cbl".

       COPY "DataTextosCartas.cbl".
       COPY "DataCartasIdioma.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  MORA-ESTADO-STATUS PIC XX.
       77  PROMESAS-STATUS PIC XX.
       77  HAY-PROMESA-ABIERTA PIC X.
       77  FIN-DE-PROMESAS PIC X.
       77  CONTADOR-EN-PAUSA PIC 9(5) VALUE ZEROES.
       77  ASIGNACIONES-STATUS PIC XX.
       77  HAY-ASIGNACION-ACTIVA PIC X.
       77  FIN-DE-ASIGNACIONES PIC X.
       77  CONTADOR-EN-AGENCIA PIC 9(5) VALUE ZEROES.
       77  FIN-DE-CLIENTES PIC X.
       77  ESTADO-HALLADO PIC X.
       77  NIVEL-A-EMITIR PIC 9(1).
       77  CONTADOR-PRIMEROS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-SEGUNDOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-FINALES PIC 9(5) VALUE ZEROES.
       77  CONTADOR-RECUPERADOS PIC 9(5) VALUE ZEROES.
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
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-MORA-ESTADO.
           OPEN INPUT ARCHIVO-PROMESAS.
           OPEN INPUT ARCHIVO-ASIGNACIONES.
           OPEN OUTPUT ARCHIVO-CARTAS.
           PERFORM ABRE-SALIDA-CORREO.
           PERFORM ABRE-TEXTOS-CARTAS.
           MOVE "1" TO FIN-DE-CLIENTES.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM PROCESA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-CARTAS.
           PERFORM CIERRA-SALIDA-CORREO.
           PERFORM CIERRA-TEXTOS-CARTAS.
           CLOSE ARCHIVO-MORA-ESTADO.
           CLOSE ARCHIVO-PROMESAS.
           CLOSE ARCHIVO-ASIGNACIONES.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Primeros avisos: " CONTADOR-PRIMEROS.
           DISPLAY "Segundos avisos: " CONTADOR-SEGUNDOS.
           DISPLAY "Avisos finales: " CONTADOR-FINALES.
           DISPLAY "Clientes recuperados (nivel borrado): "
                   CONTADOR-RECUPERADOS.
           DISPLAY "En pausa por promesa de pago: "
                   CONTADOR-EN-PAUSA.
           DISPLAY "En gestion de una agencia de cobranza: "
                   CONTADOR-EN-AGENCIA.
           DISPLAY "Enviadas por correo electronico: "
                   CONTADOR-POR-CORREO.
           DISPLAY "En papel por correo electronico rebotado: "
                   CONTADOR-DEGRADADOS.
           DISPLAY "Cartas grabadas en cartas_mora.prn.".
           GOBACK.

           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Un suspendido, una baja o una cuenta castigada no reciben
      *correo; el que volvio adentro de su limite pierde el nivel
      *acumulado, para que una recaida arranque otra vez con el
      *primer aviso. Mientras el cliente tenga una promesa de pago
      *abierta conserva su nivel sin carta; si la rompe, la corrida
      *siguiente sigue escalando desde ahi. La cuenta que esta en una
      *agencia de cobranza tampoco recibe carta; si la agencia la
      *devuelve, retoma el aviso final desde su nivel:
       PROCESA-CLIENTE.
           IF CLIENTE-FUERA-DE-OPERATORIA
           CONTINUE
           ELSE
           IF CLIENTES-SALDO < CLIENTES-LIMITE-DESCUBIERTO
           PERFORM BUSCA-ASIGNACION-ACTIVA
           IF HAY-ASIGNACION-ACTIVA = "S"
           ADD 1 TO CONTADOR-EN-AGENCIA
           ELSE
           PERFORM BUSCA-PROMESA-ABIERTA
           IF HAY-PROMESA-ABIERTA = "S"
           ADD 1 TO CONTADOR-EN-PAUSA
           ELSE
           PERFORM ESCALA-Y-EMITE
           END-IF
           END-IF
           ELSE
           PERFORM BORRA-NIVEL-SI-EXISTE
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *Recorre las promesas del cliente por la clave alterna, misma
      *busqueda que Registrar-promesa-pago:
       BUSCA-PROMESA-ABIERTA.
           MOVE "N" TO HAY-PROMESA-ABIERTA.
           IF PROMESAS-STATUS = "00"
           MOVE CLIENTES-ID TO PROMESA-CLIENTES-ID
           MOVE "1" TO FIN-DE-PROMESAS
           START ARCHIVO-PROMESAS KEY IS EQUAL TO PROMESA-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-PROMESAS
           END-START
           PERFORM REVISA-PROMESA-DEL-CLIENTE
           UNTIL FIN-DE-PROMESAS = "0"
           END-IF.

       REVISA-PROMESA-DEL-CLIENTE.
           READ ARCHIVO-PROMESAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PROMESAS
           NOT AT END
           IF PROMESA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-PROMESAS
           ELSE
           IF PROMESA-ABIERTA
           MOVE "S" TO HAY-PROMESA-ABIERTA
           MOVE "0" TO FIN-DE-PROMESAS
           END-IF
           END-IF
           END-READ.

      *Misma busqueda por la clave alterna, sobre las asignaciones
      *a agencias de cobranza:
       BUSCA-ASIGNACION-ACTIVA.
           MOVE "N" TO HAY-ASIGNACION-ACTIVA.
           IF ASIGNACIONES-STATUS = "00"
           MOVE CLIENTES-ID TO ASIGNACION-CLIENTES-ID
           MOVE "1" TO FIN-DE-ASIGNACIONES
           START ARCHIVO-ASIGNACIONES
               KEY IS EQUAL TO ASIGNACION-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-ASIGNACIONES
           END-START
           PERFORM REVISA-ASIGNACION-DEL-CLIENTE
           UNTIL FIN-DE-ASIGNACIONES = "0"
           END-IF.

       REVISA-ASIGNACION-DEL-CLIENTE.
           READ ARCHIVO-ASIGNACIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-ASIGNACIONES
           NOT AT END
           IF ASIGNACION-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-ASIGNACIONES
           ELSE
           IF ASIGNACION-EN-AGENCIA
           MOVE "S" TO HAY-ASIGNACION-ACTIVA
           MOVE "0" TO FIN-DE-ASIGNACIONES
           END-IF
           END-IF
           END-READ.

       ESCALA-Y-EMITE.
           MOVE CLIENTES-ID TO MORA-CLIENTES-ID.
           MOVE "S" TO ESTADO-HALLADO.
           ADD 1 TO CONTADOR-RECUPERADOS
           END-READ.

      *El titulo de la carta es el renglon del nivel: 01 primer
      *aviso, 02 segundo y 03 final:
       EMITE-CARTA.
           EVALUATE NIVEL-A-EMITIR
               WHEN 1
                   ADD 1 TO CONTADOR-PRIMEROS
               WHEN 2
                   ADD 1 TO CONTADOR-SEGUNDOS
               WHEN OTHER
                   ADD 1 TO CONTADOR-FINALES
           END-EVALUATE.
           MOVE CLIENTES-ID TO ENVIO-CONSULTA-CLIENTES-ID.
           SET ENVIO-CARTA-MORA TO TRUE.
           MOVE CLIENTES-EMAIL TO ENVIO-CONSULTA-EMAIL.
           PERFORM DECIDE-ENVIO-DOCUMENTO.
           MOVE "MORA" TO IDIOMA-CARTA-CODIGO.
           PERFORM ELIGE-IDIOMA-CARTA.
           MOVE LINEA-SEPARADORA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE NIVEL-A-EMITIR TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-CARTA.
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DIRECCION) DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           PERFORM ESCRIBE-LINEA-CARTA.
           PERFORM ESCRIBE-OTROS-TITULARES.
           MOVE CLIENTES-SALDO TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (1).
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (2).
           PERFORM ESCRIBE-CUERPO-CARTA.
           PERFORM CIERRA-DOCUMENTO-CORREO.

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

       END PROGRAM Cartas-mora.
