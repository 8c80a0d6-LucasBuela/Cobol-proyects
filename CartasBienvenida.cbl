      *          cada cliente nuevo cuya ficha de onboarding todavia
      *          no tiene la carta marcada, y deja el item cumplido
      *          con la fecha, para que ningun cliente nuevo se quede
      *          sin su paquete de bienvenida. La carta va dirigida
      *          a todos los titulares de la cuenta; la del cliente
      *          que eligio recibirla por correo electronico va a la
      *          salida del gateway de correo en lugar del spool.
      *          La carta sale en el idioma del cliente
      *          (textos_cartas.dat); sin traduccion sale en
      *          castellano, con aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT OPTIONAL ARCHIVO-CARTAS
       ASSIGN TO "cartas_bienvenida.prn"
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

       FD  ARCHIVO-CARTAS.
           01 LINEA-CARTA PIC X(120).

       COPY "DataSalidaCorreo.cbl".
       COPY "DataDocumentosCorreo.cbl".
       COPY "DataEnviosCorreo.cbl".

       COPY "DataTextosCartas.cbl".
       COPY "DataCartasIdioma.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  ONBOARDING-STATUS PIC XX.
       77  FIN-DE-FICHAS PIC X.
       77  CONTADOR-CARTAS PIC 9(5) VALUE ZEROES.
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
           END-IF.
           OPEN I-O ARCHIVO-ONBOARDING.
           OPEN EXTEND ARCHIVO-CARTAS.
           PERFORM ABRE-SALIDA-CORREO.
           PERFORM ABRE-TEXTOS-CARTAS.
           MOVE LOW-VALUES TO ONB-CLIENTES-ID.
           START ARCHIVO-ONBOARDING
               KEY IS NOT LESS ONB-CLIENTES-ID
           PERFORM PROCESA-FICHA
           UNTIL FIN-DE-FICHAS = "0".
           CLOSE ARCHIVO-CARTAS.
           PERFORM CIERRA-SALIDA-CORREO.
           PERFORM CIERRA-TEXTOS-CARTAS.
           CLOSE ARCHIVO-ONBOARDING.
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Cartas de bienvenida emitidas: "
                   CONTADOR-CARTAS.
           DISPLAY "Enviadas por correo electronico: "
                   CONTADOR-POR-CORREO.
           DISPLAY "En papel por correo electronico rebotado: "
                   CONTADOR-DEGRADADOS.
           DISPLAY "Spool en cartas_bienvenida.prn.".
           GOBACK.


       ESCRIBE-CARTA.
           ADD 1 TO CONTADOR-CARTAS.
           MOVE CLIENTES-ID TO ENVIO-CONSULTA-CLIENTES-ID.
           SET ENVIO-CARTA-BIENVENIDA TO TRUE.
           MOVE CLIENTES-EMAIL TO ENVIO-CONSULTA-EMAIL.
           PERFORM DECIDE-ENVIO-DOCUMENTO.
           MOVE "BIEN" TO IDIOMA-CARTA-CODIGO.
           PERFORM ELIGE-IDIOMA-CARTA.
           MOVE LINEA-SEPARADORA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE 1 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-CARTA.
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               FUNCTION TRIM(CLIENTES-NOMBRE) " "
               " - " FUNCTION TRIM(CLIENTES-DIRECCION)
               DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           PERFORM ESCRIBE-LINEA-CARTA.
           PERFORM ESCRIBE-OTROS-TITULARES.
           MOVE SPACES TO IDIOMA-CARTA-VALORES.
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

       END PROGRAM Cartas-bienvenida.
