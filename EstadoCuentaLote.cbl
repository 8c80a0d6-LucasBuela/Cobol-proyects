      *          cuenta de cada cliente activo en un solo spool con
      *          salto de pagina por cliente, para el envio postal de
      *          fin de mes, en lugar de tipear los ID de a uno en
      *          Estado-cuenta-cliente. Cada estado va dirigido a
      *          todos los titulares de la cuenta, con el saldo de
      *          puntos de fidelidad del cliente si tiene.
      *          Cada movimiento muestra su fecha de imputacion y su
      *          fecha valor. El estado del cliente que eligio
      *          recibirlo por correo electronico va a la salida del
      *          gateway de correo en lugar del spool.
      *          Cada corrida real pasa por el control de cierre
      *          mensual (Control-cierre-mensual): no corre si falta
      *          completar un paso previo del cierre del periodo o si
      *          el periodo anterior no quedo cerrado, y al terminar
      *          queda anotada con su operador y su hora.
      *          Cada estado sale en el idioma del cliente
      *          (textos_cartas.dat), con las fechas y los importes
      *          en el formato de ese idioma; sin traduccion sale en
      *          castellano, con aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ASSIGN TO "estados_cuenta_lote.prn"
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

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

       FD  ARCHIVO-IMPRESION.
           01 LINEA-IMPRESION PIC X(150).

       COPY "DataSalidaCorreo.cbl".
       COPY "DataDocumentosCorreo.cbl".
       COPY "DataEnviosCorreo.cbl".

       COPY "DataTextosCartas.cbl".
       COPY "DataCartasIdioma.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataEntrenamiento.cbl".
           05 HOGAR-VISTO OCCURS 200 TIMES PIC 9(5).
       77  CONTADOR-SUPRIMIDOS-HOGAR PIC 9(5) VALUE ZEROES.
       77  MODO-LOTE-STATUS PIC XX.
       77  PERIODO-DEL-ESTADO PIC X(6).
       77  MODO-DESATENDIDO PIC X VALUE "N".
       77  PASO-CONTADOR-STATUS PIC XX.
       77  CLIENTES-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  CAMPO-EDAD-MUESTRA PIC 999.
       77  FECHA-VALOR-MUESTRA PIC X(8).
       77  MAXIMO-MOVIMIENTOS PIC 9(3) VALUE 10.
       77  TOTAL-MOVIMIENTOS-CLIENTE PIC 9(5) VALUE ZEROES.
       77  MOVIMIENTOS-A-SALTEAR PIC 9(5) VALUE ZEROES.
      *Salto de pagina entre clientes, para que cada estado de cuenta
      *salga en su propia hoja al imprimir el spool:
       01  LINEA-SALTO-PAGINA PIC X(60) VALUE ALL "=".
      *Otras personas de la cuenta (cotitulares y apoderados):
       COPY "DataTitulares.cbl".
       77  INDICE-TITULAR PIC 9(2).
      *Saldo de puntos de fidelidad del cliente:
       COPY "DataPuntosConsulta.cbl".
       77  CAMPO-PUNTOS-MUESTRA PIC Z(6)9.
       77  CAMPO-PUNTOS-VENCER-MUESTRA PIC Z(6)9.
      *Canal de envio de cada estado (papel o correo electronico):
       COPY "DataEnvioConsulta.cbl".
       COPY "DataEnvioCorreo.cbl".

      *Estado en el idioma del cliente:
       COPY "DataIdiomaCarta.cbl".
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY "El archivo de clientes esta en uso, "
                   "intente mas tarde."
           ELSE
           PERFORM TOMA-PERIODO-DEL-ESTADO
           INITIALIZE CIERRE-CONTROL
           MOVE "Estados-cuenta-lote" TO CONTROL-CIERRE-PROGRAMA
           MOVE PERIODO-DEL-ESTADO TO CONTROL-CIERRE-PERIODO
           PERFORM VERIFICA-CONTROL-CIERRE
           IF CONTROL-CIERRE-AUTORIZADO
           PERFORM GENERA-ESTADOS-DE-CUENTA
           PERFORM ANOTA-ESTADOS-EN-CIERRE
           END-IF
           END-IF.
           PERFORM GRABA-CONTADOR-PASO.
           GOBACK.
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

      *Los estados salen del mes de la fecha de la cadena nocturna
      *(la del aviso de lote) o, corriendo a mano, del mes en curso:
       TOMA-PERIODO-DEL-ESTADO.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-DEL-ESTADO.
           OPEN INPUT ARCHIVO-MODO-LOTE.
           IF MODO-LOTE-STATUS = "00"
           READ ARCHIVO-MODO-LOTE
           AT END
           CONTINUE
           NOT AT END
           IF MODO-LOTE-REGISTRO (1:8) NUMERIC
           MOVE MODO-LOTE-REGISTRO (1:6) TO PERIODO-DEL-ESTADO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-MODO-LOTE.

      *Sin el archivo de clientes no salio ningun estado: el paso
      *queda fallido en el control de cierre:
       ANOTA-ESTADOS-EN-CIERRE.
           IF CLIENTES-STATUS = "00"
           MOVE CONTADOR-ESTADOS TO CONTROL-CIERRE-CANTIDAD
           MOVE "estados_cuenta_lote.prn" TO CONTROL-CIERRE-REFERENCIA
           PERFORM COMPLETA-CONTROL-CIERRE
           ELSE
           PERFORM FALLA-CONTROL-CIERRE
           MOVE 8 TO RETURN-CODE
           END-IF.

      *Si Clientes.cbl esta a mitad de un alta, ARCHIVO-CLIENTES-LOCK
      *existe y este programa se rechaza en lugar de leer el archivo
      *mientras esta siendo escrito, igual que Estado-cuenta-cliente:
           OPEN INPUT ARCHIVO-HOGARES
           END-IF
           OPEN OUTPUT ARCHIVO-IMPRESION
           PERFORM ABRE-SALIDA-CORREO
           PERFORM ABRE-TEXTOS-CARTAS
           MOVE "1" TO FIN-DE-CLIENTES
           PERFORM LEE-SIGUIENTE-CLIENTE
           PERFORM PROCESA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0"
           CLOSE ARCHIVO-IMPRESION
           PERFORM CIERRA-SALIDA-CORREO
           PERFORM CIERRA-TEXTOS-CARTAS
           DISPLAY "Estados enviados por correo electronico: "
                   CONTADOR-POR-CORREO
           DISPLAY "En papel por correo electronico rebotado: "
                   CONTADOR-DEGRADADOS
           END-IF.
           IF UN-SOBRE-POR-HOGAR = "S"
           CLOSE ARCHIVO-HOGARES

      *Activos y morosos reciben estado de cuenta: el moroso sigue
      *devengando interes y tiene que ver su resumen; un prospecto,
      *un suspendido, una baja o una cuenta castigada no se facturan
      *ni se les escribe.
       PROCESA-CLIENTE.
           IF CLIENTE-ACTIVO OR CLIENTE-MOROSO
           PERFORM IMPRIME-ESTADO-CUENTA
      *Con "un sobre por hogar", el estado de un miembro cuyo hogar
      *ya emitio sobre sale sin salto de pagina y con la marca de
      *que viaja en el mismo sobre, para que el ensobrado manual lo
      *meta junto al del titular. El estado que va por correo
      *electronico no entra en ningun sobre ni lleva salto de pagina:
       IMPRIME-ESTADO-CUENTA.
           MOVE CLIENTES-ID TO ENVIO-CONSULTA-CLIENTES-ID.
           SET ENVIO-ESTADO-CUENTA TO TRUE.
           MOVE CLIENTES-EMAIL TO ENVIO-CONSULTA-EMAIL.
           PERFORM DECIDE-ENVIO-DOCUMENTO.
           MOVE "ESTC" TO IDIOMA-CARTA-CODIGO.
           PERFORM ELIGE-IDIOMA-CARTA.
           IF ENVIO-EN-PAPEL
           PERFORM COMPRUEBA-SOBRE-DEL-HOGAR
           IF HOGAR-YA-EMITIDO = "S"
           ADD 1 TO CONTADOR-SUPRIMIDOS-HOGAR
           MOVE HOGAR-DEL-CLIENTE TO IDIOMA-CARTA-VALOR (1)
           MOVE 14 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-ESTADO
           ELSE
           IF CONTADOR-ESTADOS > CONTADOR-POR-CORREO
           MOVE LINEA-SALTO-PAGINA TO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           END-IF
           END-IF
           END-IF.
           PERFORM IMPRIME-DATOS-PERSONALES.
           PERFORM IMPRIME-MOVIMIENTOS-RECIENTES.
           PERFORM CIERRA-DOCUMENTO-CORREO.

      *Mismo formato de encabezado que Estado-cuenta-cliente, para que
      *el estado de cuenta del mostrador y el del correo sean iguales:
       IMPRIME-DATOS-PERSONALES.
           MOVE CLIENTES-EDAD TO CAMPO-EDAD-MUESTRA.
           MOVE 1 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA-IMPRESION.
           MOVE CLIENTES-ID TO IDIOMA-CARTA-VALOR (1).
           MOVE CLIENTES-NOMBRE TO IDIOMA-CARTA-VALOR (2).
           MOVE CLIENTES-APELLIDO TO IDIOMA-CARTA-VALOR (3).
           MOVE CAMPO-EDAD-MUESTRA TO IDIOMA-CARTA-VALOR (4).
           MOVE 2 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           PERFORM IMPRIME-OTROS-TITULARES.
           MOVE CLIENTES-TELEFONO TO IDIOMA-CARTA-VALOR (1).
           MOVE CLIENTES-DIRECCION TO IDIOMA-CARTA-VALOR (2).
           MOVE CLIENTES-PAIS TO IDIOMA-CARTA-VALOR (3).
           MOVE 3 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           MOVE CLIENTES-SALDO TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (1).
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (2).
           MOVE CLIENTES-FECHA-ALTA TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           MOVE IDIOMA-CARTA-FECHA-TEXTO TO IDIOMA-CARTA-VALOR (3).
           MOVE 4 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           PERFORM IMPRIME-PUNTOS-FIDELIDAD.
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA-IMPRESION.

      *Los puntos salen de la misma rutina que usa el canje del
      *mostrador; un cliente sin puntos no lleva la linea:
       IMPRIME-PUNTOS-FIDELIDAD.
           MOVE CLIENTES-ID TO CONSULTA-PUNTOS-CLIENTES-ID.
           CALL "Saldo-puntos" USING PUNTOS-CONSULTA.
           IF CONSULTA-PUNTOS-SALDO > ZEROES
           MOVE CONSULTA-PUNTOS-SALDO TO CAMPO-PUNTOS-MUESTRA
           MOVE CONSULTA-PUNTOS-POR-VENCER
               TO CAMPO-PUNTOS-VENCER-MUESTRA
           MOVE CONSULTA-PUNTOS-VALOR TO IDIOMA-CARTA-IMPORTE
           PERFORM FORMATEA-IMPORTE-CARTA
           MOVE CAMPO-PUNTOS-MUESTRA TO IDIOMA-CARTA-VALOR (1)
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (2)
           MOVE CAMPO-PUNTOS-VENCER-MUESTRA TO IDIOMA-CARTA-VALOR (3)
           MOVE 7 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-ESTADO
           END-IF.

      *Con el ledger indexado por cliente + fecha-hora, un START
      *posiciona directo en el primer movimiento del cliente y se
      *cuantos tiene y la segunda saltea los viejos para imprimir
      *solo los ultimos MAXIMO-MOVIMIENTOS:
       IMPRIME-MOVIMIENTOS-RECIENTES.
           MOVE 8 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.
           PERFORM CUENTA-MOVIMIENTOS-CLIENTE.
           MOVE ZEROES TO MOVIMIENTOS-A-SALTEAR.
           IF TOTAL-MOVIMIENTOS-CLIENTE > MAXIMO-MOVIMIENTOS
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           IF TOTAL-MOVIMIENTOS-CLIENTE = 0
           MOVE 9 TO IDIOMA-CARTA-RENGLON
           PERFORM ARMA-RENGLON-ESTADO
           END-IF.

       CUENTA-MOVIMIENTOS-CLIENTE.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       IMPRIME-MOVIMIENTO.
      *Un renglon sin fecha valor vale desde el dia de imputacion:
           IF MOVIMIENTO-FECHA-VALOR = SPACES
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO FECHA-VALOR-MUESTRA
           ELSE
           MOVE MOVIMIENTO-FECHA-VALOR TO FECHA-VALOR-MUESTRA
           END-IF.
      *La fecha y la hora de imputacion y la fecha valor van en el
      *formato del idioma del estado:
           MOVE FECHA-VALOR-MUESTRA TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           MOVE IDIOMA-CARTA-FECHA-TEXTO TO IDIOMA-CARTA-VALOR (2).
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO IDIOMA-CARTA-FECHA.
           PERFORM FORMATEA-FECHA-CARTA.
           STRING IDIOMA-CARTA-FECHA-TEXTO " "
                  MOVIMIENTO-FECHA-HORA (9:2) ":"
                  MOVIMIENTO-FECHA-HORA (11:2) ":"
                  MOVIMIENTO-FECHA-HORA (13:2)
                  DELIMITED BY SIZE INTO IDIOMA-CARTA-VALOR (1)
           END-STRING.
           MOVE MOVIMIENTO-TIPO TO IDIOMA-CARTA-VALOR (3).
           MOVE MOVIMIENTO-CONCEPTO TO IDIOMA-CARTA-VALOR (4).
           MOVE MOVIMIENTO-OPERADOR TO IDIOMA-CARTA-VALOR (5).
           MOVE MOVIMIENTO-IMPORTE TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (6).
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO IDIOMA-CARTA-IMPORTE.
           PERFORM FORMATEA-IMPORTE-CARTA.
           MOVE IDIOMA-CARTA-IMPORTE-TEXTO TO IDIOMA-CARTA-VALOR (7).
           MOVE 10 TO IDIOMA-CARTA-RENGLON.
           PERFORM ARMA-RENGLON-ESTADO.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
           MOVE "S" TO HOGAR-YA-EMITIDO
           END-IF.

      *Los demas titulares, cotitulares y apoderados de la cuenta van
      *debajo del titular, asi el estado queda dirigido a todos:
       IMPRIME-OTROS-TITULARES.
           MOVE CLIENTES-ID TO TITULARES-CUENTA-ID.
           CALL "Consultar-titulares" USING TITULARES-CONSULTA.
           PERFORM IMPRIME-TITULAR-VINCULADO
               VARYING INDICE-TITULAR FROM 1 BY 1
               UNTIL INDICE-TITULAR > TITULARES-CANTIDAD.

      *Renglon 11 titular, 12 cotitular y 13 apoderado:
       IMPRIME-TITULAR-VINCULADO.
           EVALUATE TRUE
               WHEN TITULARES-ES-TITULAR (INDICE-TITULAR)
                   MOVE 11 TO IDIOMA-CARTA-RENGLON
               WHEN TITULARES-ES-COTITULAR (INDICE-TITULAR)
                   MOVE 12 TO IDIOMA-CARTA-RENGLON
               WHEN OTHER
                   MOVE 13 TO IDIOMA-CARTA-RENGLON
           END-EVALUATE.
           MOVE TITULARES-NOMBRE (INDICE-TITULAR)
               TO IDIOMA-CARTA-VALOR (1).
           MOVE TITULARES-CLIENTES-ID (INDICE-TITULAR)
               TO IDIOMA-CARTA-VALOR (2).
           PERFORM ARMA-RENGLON-ESTADO.

      *Renglon del estado en el idioma del cliente; los datos se
      *limpian para el renglon siguiente:
       ARMA-RENGLON-ESTADO.
           PERFORM ARMA-RENGLON-CARTA.
           MOVE IDIOMA-CARTA-LINEA TO LINEA-IMPRESION.
           PERFORM ESCRIBE-LINEA-IMPRESION.
           MOVE SPACES TO IDIOMA-CARTA-VALORES.

      *Cada renglon va al spool de papel o, si el estado sale por
      *correo electronico, al texto del documento para el gateway:
       ESCRIBE-LINEA-IMPRESION.
           IF ENVIO-POR-CORREO-E
           MOVE LINEA-IMPRESION TO DOCCORREO-LINEA
           PERFORM GRABA-LINEA-CORREO
           ELSE
           WRITE LINEA-IMPRESION
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcEnvioDocumento.cbl".

       COPY "ProcIdiomaCarta.cbl".

       COPY "ProcControlCierre.cbl".

       END PROGRAM Estados-cuenta-lote.
