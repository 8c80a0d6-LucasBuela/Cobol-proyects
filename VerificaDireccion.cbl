      *          direccion: detecta en clientes_detalle.log los
      *          cambios de CLIENTES-DIRECCION nuevos (posteriores a
      *          la marca de agua), encola una carta de confirmacion
      *          a la direccion ANTERIOR (o a la direccion de correo
      *          anterior, si el cliente eligio recibirla por correo
      *          electronico) y deja el cambio en
      *          vigilancia; cada noche se revisa el ledger de los
      *          cambios vigilados y, si aparece un movimiento de
      *          saldo dentro de la ventana de dias posterior al
      *          cambio, el caso va a la bandeja de alertas del
      *          supervisor. La vigilancia recien se levanta cuando
      *          la ventana se cierra, asi un movimiento del dia 2
      *          al 7 tambien dispara la alerta. La carta sale en el
      *          idioma del cliente (textos_cartas.dat), con la fecha
      *          en el formato de ese idioma; sin traduccion sale en
      *          castellano, con aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ASSIGN TO "direccion_pendientes.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS DIRECCION-PENDIENTES-STATUS.
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

              10 PENDIENTE-CLIENTES-ID PIC X(6).
              10 PENDIENTE-FECHA-CAMBIO PIC X(8).

       COPY "DataSalidaCorreo.cbl".
       COPY "DataDocumentosCorreo.cbl".
       COPY "DataEnviosCorreo.cbl".

       COPY "DataTextosCartas.cbl".
       COPY "DataCartasIdioma.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
      *para comparar el campo de direccion sin atarse a offsets:
       01  DIRECCION-ANTES PIC X(35).
       01  DIRECCION-DESPUES PIC X(35).
       01  EMAIL-ANTES PIC X(50).
       01  NOMBRE-DEL-CLIENTE PIC X(25).
       01  APELLIDO-DEL-CLIENTE PIC X(35).
       77  ID-DEL-CAMBIO PIC X(6).
       77  CONTADOR-ALERTAS PIC 9(5) VALUE ZEROES.
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "=".

      *Canal de envio de cada documento (papel o correo electronico):
       COPY "DataEnvioConsulta.cbl".
       COPY "DataEnvioCorreo.cbl".

      *Carta en el idioma del cliente:
       COPY "DataIdiomaCarta.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM CARGA-VIGILADOS.
           OPEN INPUT ARCHIVO-LOG-DETALLE.
           OPEN EXTEND ARCHIVO-CARTAS-DIRECCION.
           PERFORM ABRE-SALIDA-CORREO.
           PERFORM ABRE-TEXTOS-CARTAS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-ENTRADA-DETALLE.
           PERFORM REVISA-ENTRADA
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-LOG-DETALLE.
           CLOSE ARCHIVO-CARTAS-DIRECCION.
           PERFORM CIERRA-SALIDA-CORREO.
           PERFORM CIERRA-TEXTOS-CARTAS.
           PERFORM VIGILA-CAMBIOS-ABIERTOS.
           PERFORM REGRABA-VIGILADOS.
           PERFORM GRABA-MARCA-DE-AGUA.
           DISPLAY "Cartas de confirmacion encoladas: "
                   CONTADOR-CARTAS.
           DISPLAY "  de ellas por correo electronico: "
                   CONTADOR-POR-CORREO.
           DISPLAY "  en papel por correo electronico rebotado: "
                   CONTADOR-DEGRADADOS.
           DISPLAY "Casos con movimiento dentro de la ventana "
                   "(alertados): " CONTADOR-ALERTAS.
           DISPLAY "Cambios que siguen en vigilancia: "
               (1:LENGTH OF CLIENTES-REGISTRO)
               TO CLIENTES-REGISTRO
           MOVE CLIENTES-DIRECCION TO DIRECCION-ANTES
           MOVE CLIENTES-EMAIL TO EMAIL-ANTES
           MOVE CLIENTES-NOMBRE TO NOMBRE-DEL-CLIENTE
           MOVE CLIENTES-APELLIDO TO APELLIDO-DEL-CLIENTE
           MOVE DETALLE-IMAGEN-DESPUES

      *La carta va a la direccion ANTERIOR: si el cambio fue
      *legitimo el cliente la ignora, y si fue un robo de cuenta el
      *verdadero titular se entera. Por la misma razon, si el cliente
      *la pidio por correo electronico va a la direccion de correo
      *que tenia antes del cambio, no a una que se haya cargado
      *junto con la direccion nueva:
       ENCOLA-CARTA-CONFIRMACION.
           ADD 1 TO CONTADOR-CARTAS.
           MOVE ID-DEL-CAMBIO TO ENVIO-CONSULTA-CLIENTES-ID.
           SET ENVIO-CARTA-DIRECCION TO TRUE.
           MOVE EMAIL-ANTES TO ENVIO-CONSULTA-EMAIL.
           PERFORM DECIDE-ENVIO-DOCUMENTO.
      *El idioma sale de la imagen despues del cambio, que es la
      *que queda en CLIENTES-REGISTRO:
           MOVE "DIRE" TO IDIOMA-CARTA-CODIGO.
           PERFORM ELIGE-IDIOMA-CARTA.
           MOVE LINEA-SEPARADORA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE 1 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-CARTA.
           MOVE IDIOMA-CARTA-LINEA TO LINEA-CARTA.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING
               FUNCTION TRIM(NOMBRE-DEL-CLIENTE) " "
               " - " FUNCTION TRIM(DIRECCION-ANTES)
               DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           PERFORM ESCRIBE-LINEA-CARTA.
           MOVE FECHA-DEL-CAMBIO TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           MOVE IDIOMA-CARTA-FECHA-TEXTO TO IDIOMA-CARTA-VALOR (1).
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

      *Un movimiento de saldo dentro de la ventana posterior al
      *cambio es la firma clasica del robo de cuenta; se busca con
           WRITE ALERTA-REGISTRO.
           CLOSE ARCHIVO-ALERTAS.

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

       END PROGRAM Verificar-cambios-direccion.
