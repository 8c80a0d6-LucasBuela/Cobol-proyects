      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Procesar la lista de cheques rechazados que manda el
      *          banco: cada linea trae banco, numero de cheque y
      *          motivo. El cheque se busca en cheques.dat y queda
      *          rechazado, el credito del deposito se revierte con
      *          su renglon en el ledger, se cobra la comision de
      *          rechazo del producto del cliente (productos.dat) y
      *          queda encolada la carta de aviso para el cliente.
      *          La comision es la de la version de las condiciones
      *          del producto que rige ese dia (Condiciones-vigentes).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Procesar-cheques-rechazados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Cheques depositados por ventanilla:
       COPY "DataBaseCheques.cbl".
      *Catalogo de productos, con la comision de rechazo:
       COPY "DataBaseProductos.cbl".
      *Cola de cartas de aviso a clientes:
       COPY "DataBaseCartasCola.cbl".
      *Bandeja de alertas operativas del menu:
       COPY "DataBaseAlertas.cbl".
      *Lista de cheques rechazados que manda el banco:
       SELECT ARCHIVO-RECHAZOS-BANCO
       ASSIGN TO "cheques_rechazados.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RECHAZOS-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataCheques.cbl".
       COPY "DataProductos.cbl".
       COPY "DataCartasCola.cbl".
       COPY "DataAlertas.cbl".

       FD  ARCHIVO-RECHAZOS-BANCO.
           01 LINEA-RECHAZO PIC X(50).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CARTA-GRABADA PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  CHEQUES-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  CARTAS-COLA-STATUS PIC XX.
       77  RECHAZOS-STATUS PIC XX.
       77  ALERTAS-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-CHEQUES PIC X.
       77  FIN-PRODUCTOS PIC X.
       77  CHEQUE-HALLADO PIC X.
       77  CAMPO-BANCO PIC X(3).
       77  CAMPO-NUMERO-CHEQUE PIC X(10).
       77  CAMPO-MOTIVO PIC X(20).
       77  FECHA-DE-PROCESO PIC X(8).
       77  CONTADOR-RECHAZADOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-NO-HALLADOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-COMISIONES PIC 9(5) VALUE ZEROES.
       01  TOTAL-REVERTIDO PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  TOTAL-COMISIONES PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  COMISION-RECHAZO PIC S9(7)V99 COMP-3 VALUE ZERO.
      *La comision es la de la version de las condiciones del
      *producto que rige el dia del proceso:
       COPY "DataCondicionesConsulta.cbl".
       77  CAMPO-TOTAL-MUESTRA PIC +9(9).99.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "CHEQUES".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CHEQUES RECHAZADOS POR EL BANCO =====".
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-PROCESO.
           OPEN INPUT ARCHIVO-RECHAZOS-BANCO.
           IF RECHAZOS-STATUS NOT = "00"
           DISPLAY "No se encontro cheques_rechazados.csv, "
                   "no hay nada para procesar."
           ELSE
           PERFORM PROCESA-ARCHIVO-RECHAZOS
           CLOSE ARCHIVO-RECHAZOS-BANCO
           PERFORM MUESTRA-TOTALES
           END-IF.
           GOBACK.

       PROCESA-ARCHIVO-RECHAZOS.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CHEQUES.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-CARTAS-COLA.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-LINEA.
           PERFORM PROCESA-LINEA-RECHAZO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CHEQUES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-CARTAS-COLA.

       LEE-SIGUIENTE-LINEA.
           READ ARCHIVO-RECHAZOS-BANCO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Una linea que no corresponde a ningun cheque en canje o ya
      *acreditado de ese banco se informa y se cuenta aparte, para
      *reclamarla al banco; no toca ningun saldo:
       PROCESA-LINEA-RECHAZO.
           MOVE SPACES TO CAMPO-BANCO.
           MOVE SPACES TO CAMPO-NUMERO-CHEQUE.
           MOVE SPACES TO CAMPO-MOTIVO.
           UNSTRING LINEA-RECHAZO DELIMITED BY ","
               INTO CAMPO-BANCO CAMPO-NUMERO-CHEQUE CAMPO-MOTIVO
           END-UNSTRING.
           PERFORM BUSCA-CHEQUE-RECHAZADO.
           IF CHEQUE-HALLADO = "S"
           PERFORM RECHAZA-CHEQUE
           ELSE
           ADD 1 TO CONTADOR-NO-HALLADOS
           DISPLAY "Cheque " CAMPO-NUMERO-CHEQUE " del banco "
                   CAMPO-BANCO " no encontrado o ya rechazado."
           END-IF.
           PERFORM LEE-SIGUIENTE-LINEA.

      *El numero de cheque es clave alterna con duplicados (dos
      *bancos pueden repetir numero): se recorren todos los de ese
      *numero hasta el del banco de la linea que no este rechazado.
       BUSCA-CHEQUE-RECHAZADO.
           MOVE "N" TO CHEQUE-HALLADO.
           MOVE CAMPO-NUMERO-CHEQUE TO CHEQUE-NUMERO.
           MOVE "1" TO FIN-DE-CHEQUES.
           START ARCHIVO-CHEQUES KEY IS EQUAL CHEQUE-NUMERO
           INVALID KEY
           MOVE "0" TO FIN-DE-CHEQUES
           END-START.
           PERFORM REVISA-CHEQUE-DEL-NUMERO
           UNTIL FIN-DE-CHEQUES = "0".

       REVISA-CHEQUE-DEL-NUMERO.
           READ ARCHIVO-CHEQUES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CHEQUES
           NOT AT END
           IF CHEQUE-NUMERO NOT = CAMPO-NUMERO-CHEQUE
           MOVE "0" TO FIN-DE-CHEQUES
           ELSE
           IF CHEQUE-BANCO = CAMPO-BANCO AND
              NOT CHEQUE-RECHAZADO
           MOVE "S" TO CHEQUE-HALLADO
           MOVE "0" TO FIN-DE-CHEQUES
           END-IF
           END-IF
           END-READ.

      *El cheque queda rechazado y el cliente pierde el credito; la
      *reversion va aunque el cliente este suspendido o el saldo
      *quede por debajo de su limite, porque la plata nunca entro.
       RECHAZA-CHEQUE.
           MOVE "R" TO CHEQUE-ESTADO.
           MOVE FECHA-DE-PROCESO TO CHEQUE-FECHA-RECHAZO.
           MOVE CAMPO-MOTIVO TO CHEQUE-MOTIVO-RECHAZO.
           REWRITE CHEQUE-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el cheque del recibo "
                   CHEQUE-RECIBO-NUMERO "."
           NOT INVALID KEY
           PERFORM REVIERTE-CREDITO-CLIENTE
           END-REWRITE.

       REVIERTE-CREDITO-CLIENTE.
           MOVE CHEQUE-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           DISPLAY "Cheque " CHEQUE-NUMERO ": cliente inexistente "
                   CHEQUE-CLIENTES-ID ", revertir a mano."
           NOT INVALID KEY
           PERFORM BUSCA-COMISION-RECHAZO
           SUBTRACT CHEQUE-IMPORTE FROM CLIENTES-SALDO
           SUBTRACT COMISION-RECHAZO FROM CLIENTES-SALDO
           PERFORM GRABA-CLIENTE-REVERTIDO
           END-READ.

       GRABA-CLIENTE-REVERTIDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, ID: " CLIENTES-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-RECHAZADOS
           ADD CHEQUE-IMPORTE TO TOTAL-REVERTIDO
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTOS-RECHAZO
           PERFORM ENCOLA-CARTA-AVISO
           IF CLIENTES-SALDO < CLIENTES-LIMITE-DESCUBIERTO
           PERFORM GRABA-ALERTA-LIMITE
           END-IF
           MOVE CHEQUE-IMPORTE TO CAMPO-IMPORTE-MUESTRA
           DISPLAY "Cheque " CHEQUE-NUMERO ": revertido "
                   CAMPO-IMPORTE-MUESTRA " al cliente "
                   CLIENTES-ID "."
           END-REWRITE.

      *La comision sale del producto del cliente; sin producto, con
      *un producto que no figura o con la comision en blanco, no se
      *cobra nada:
       BUSCA-COMISION-RECHAZO.
           MOVE ZERO TO COMISION-RECHAZO.
           IF CLIENTES-PRODUCTO NOT = SPACES
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF PRODUCTOS-STATUS = "00"
           MOVE "1" TO FIN-PRODUCTOS
           PERFORM LEE-PRODUCTO-DEL-CLIENTE
           UNTIL FIN-PRODUCTOS = "0"
           END-IF
           CLOSE ARCHIVO-PRODUCTOS
           END-IF.

       LEE-PRODUCTO-DEL-CLIENTE.
           READ ARCHIVO-PRODUCTOS
           AT END
           MOVE "0" TO FIN-PRODUCTOS
           NOT AT END
           IF PRODUCTO-CODIGO = CLIENTES-PRODUCTO
           MOVE "0" TO FIN-PRODUCTOS
           PERFORM TOMA-COMISION-VIGENTE
           END-IF
           END-READ.

      *Una comision nueva en productos.dat que todavia no cumplio el
      *preaviso no se cobra; rige la de la version vigente:
       TOMA-COMISION-VIGENTE.
           MOVE PRODUCTO-CODIGO TO CONSULTA-COND-PRODUCTO.
           MOVE FECHA-DE-PROCESO TO CONSULTA-COND-FECHA.
           MOVE PRODUCTO-TASA TO CONSULTA-COND-TASA.
           MOVE PRODUCTO-CARGO TO CONSULTA-COND-CARGO.
           MOVE ZEROES TO CONSULTA-COND-CARGO-RECHAZO.
           IF PRODUCTO-CARGO-RECHAZO NUMERIC
           MOVE PRODUCTO-CARGO-RECHAZO TO CONSULTA-COND-CARGO-RECHAZO
           END-IF.
           CALL "Condiciones-vigentes" USING CONDICIONES-CONSULTA.
           IF CONDICIONES-CAMBIO-RETENIDO
           DISPLAY "Aviso: el producto " PRODUCTO-CODIGO " tiene en "
                   "productos.dat una comision que todavia no rige; "
                   "se cobra la de la version " CONSULTA-COND-VERSION
                   "."
           END-IF.
           MOVE CONSULTA-COND-CARGO-RECHAZO TO COMISION-RECHAZO.

      *Registra la reversion en el archivo de auditoria, con el
      *mismo codigo "M" que una modificacion manual:
       GRABA-LOG-MODIFICACION.
           MOVE FUNCTION CURRENT-DATE TO LOG-FECHA-HORA.
           MOVE OPERADOR-BATCH TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *Reversion y comision van en renglones separados, cada uno con
      *el saldo que dejo, asi la suma corrida del ledger cierra:
       GRABA-MOVIMIENTOS-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - CHEQUE-IMPORTE.
           COMPUTE MOVIMIENTO-SALDO-RESULTANTE =
               CLIENTES-SALDO + COMISION-RECHAZO.
           MOVE "K" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "RECHAZO CHEQUE " CHEQUE-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.
           IF COMISION-RECHAZO > ZERO
           ADD 1 TO CONTADOR-COMISIONES
           ADD COMISION-RECHAZO TO TOTAL-COMISIONES
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - COMISION-RECHAZO
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE
           MOVE SPACES TO MOVIMIENTO-CONCEPTO
           STRING "COMISION RECHAZO " CHEQUE-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO
           END-IF.

      *La carta la imprime Emitir-cartas-aviso en el nocturno; aca
      *solo queda pendiente con lo que tiene que decir:
       ENCOLA-CARTA-AVISO.
           MOVE SPACES TO CARTA-REGISTRO.
           MOVE CLIENTES-ID TO CARTA-CLIENTES-ID.
           MOVE "CHEQUE-RECH" TO CARTA-TIPO.
           STRING "Cheque " CHEQUE-NUMERO " banco " CHEQUE-BANCO
                  DELIMITED BY SIZE INTO CARTA-REFERENCIA
           END-STRING.
           MOVE CHEQUE-IMPORTE TO CARTA-IMPORTE.
           MOVE CAMPO-MOTIVO TO CARTA-MOTIVO.
           MOVE "P" TO CARTA-ESTADO.
           MOVE "N" TO CARTA-GRABADA.
           PERFORM INTENTA-GRABAR-CARTA
               UNTIL CARTA-GRABADA = "S".

      *Dos cartas del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; se vuelve a tomar la hora hasta que pase:
       INTENTA-GRABAR-CARTA.
           MOVE FUNCTION CURRENT-DATE TO CARTA-FECHA-HORA.
           WRITE CARTA-REGISTRO
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "S" TO CARTA-GRABADA.

      *Un cliente que el rechazo dejo por debajo de su limite de
      *descubierto queda avisado en la bandeja del menu, igual que
      *con el interes mensual:
       GRABA-ALERTA-LIMITE.
           OPEN EXTEND ARCHIVO-ALERTAS.
           MOVE FUNCTION CURRENT-DATE TO ALERTA-FECHA-HORA.
           MOVE "CHEQUES" TO ALERTA-ORIGEN.
           MOVE SPACES TO ALERTA-TEXTO.
           STRING
               "Cliente " CLIENTES-ID " quedo debajo de su limite "
               "por un cheque rechazado" DELIMITED BY SIZE
               INTO ALERTA-TEXTO
           END-STRING.
           MOVE "P" TO ALERTA-ESTADO.
           MOVE SPACES TO ALERTA-VISTO-POR.
           WRITE ALERTA-REGISTRO.
           CLOSE ARCHIVO-ALERTAS.

       MUESTRA-TOTALES.
           DISPLAY " ".
           MOVE TOTAL-REVERTIDO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Cheques rechazados y revertidos: "
                   CONTADOR-RECHAZADOS "  por " CAMPO-TOTAL-MUESTRA.
           MOVE TOTAL-COMISIONES TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Comisiones de rechazo cobradas: "
                   CONTADOR-COMISIONES "  por " CAMPO-TOTAL-MUESTRA.
           DISPLAY "Lineas sin cheque que corresponda: "
                   CONTADOR-NO-HALLADOS.
           DISPLAY "Cartas de aviso encoladas para el nocturno.".

      *Graba el renglon del ledger con su fecha valor: la de lo que
      *graba la corrida es su propio dia de imputacion, sin hora de
      *corte (corre de noche, despues de cualquier corte), corrido al
      *proximo habil si no lo es. Dos movimientos del mismo cliente
      *en el mismo centesimo de segundo chocan en la clave; el sufijo
      *de secuencia los separa reintentando:
       GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-FECHA-HORA TO CONSULTA-VALOR-FECHA-HORA.
           MOVE "N" TO CONSULTA-VALOR-CON-CORTE.
           CALL "Fecha-valor" USING FECHA-VALOR-CONSULTA.
           MOVE CONSULTA-VALOR-FECHA TO MOVIMIENTO-FECHA-VALOR.
           MOVE "N" TO MOVIMIENTO-GRABADO.
           PERFORM INTENTA-GRABAR-MOVIMIENTO
               UNTIL MOVIMIENTO-GRABADO = "S".

       INTENTA-GRABAR-MOVIMIENTO.
           PERFORM SELLA-MOVIMIENTO.
           WRITE MOVIMIENTO-REGISTRO
           INVALID KEY
           ADD 1 TO MOVIMIENTO-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO MOVIMIENTO-GRABADO
           PERFORM CONFIRMA-SELLO-MOVIMIENTO.

      *Dos asientos del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave del log; el sufijo de secuencia
      *los separa reintentando:
       GRABA-LOG-CON-REINTENTO.
           MOVE "N" TO LOG-GRABADO.
           PERFORM INTENTA-GRABAR-LOG
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Procesar-cheques-rechazados.
