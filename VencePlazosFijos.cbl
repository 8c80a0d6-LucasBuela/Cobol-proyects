      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Vencimiento nocturno de plazos fijos. Cada plazo fijo
      *          vigente que vence hasta la fecha de la cadena se
      *          cierra segun la instruccion del cliente: se acreditan
      *          capital e interes en el saldo, o se renueva el
      *          capital (el interes va al saldo), o se renueva todo.
      *          La renovacion es un certificado nuevo por el mismo
      *          plazo a la tasa vigente de tasas_plazo_fijo.dat; si
      *          ese plazo ya no se ofrece, se acredita todo. Corre
      *          como paso de Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vencer-plazos-fijos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Plazos fijos, su numeracion y las tasas por plazo:
       COPY "DataBasePlazosFijos.cbl".
       COPY "DataBasePlazoControl.cbl".
       COPY "DataBaseTasasPlazo.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataPlazosFijos.cbl".
       COPY "DataPlazoControl.cbl".
       COPY "DataTasasPlazo.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  PLAZOS-FIJOS-STATUS PIC XX.
       77  PLAZO-CONTROL-STATUS PIC XX.
       77  TASAS-PLAZO-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-PLAZOS PIC X.
       77  FIN-TASAS PIC X.
       77  CLIENTE-ACTUALIZADO PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  FECHA-HORA-OPERACION PIC X(21).
       77  CONTADOR-VENCIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-PAGADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-RENOVADOS PIC 9(7) VALUE ZEROES.
       01  TOTAL-ACREDITADO PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "PLAZOFIJO".
      *Tasas vigentes por plazo, cargadas una vez al arrancar:
       77  MAXIMO-TASAS PIC 9(2) VALUE 20.
       77  CANTIDAD-TASAS PIC 9(2) VALUE ZEROES.
       77  INDICE-TASA PIC 9(2).
       77  PLAZO-OFRECIDO PIC X.
       77  TASA-DE-RENOVACION PIC 9(3)V99.
       01  TABLA-TASAS.
           05 TASA-TABLA OCCURS 20 TIMES.
              10 TASA-TAB-DIAS PIC 9(3).
              10 TASA-TAB-TNA PIC 9(3)V99.
      *Datos del plazo fijo que vence, guardados antes de regrabarlo
      *y de grabar su renovacion:
       77  NUMERO-QUE-VENCE PIC 9(8).
       01  CAPITAL-QUE-VENCE PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  INTERES-QUE-VENCE PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  CAPITAL-A-RENOVAR PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-A-ACREDITAR PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  DIAS-QUE-VENCE PIC 9(3).
       77  VENCIMIENTO-QUE-VENCE PIC X(8).
       77  INSTRUCCION-QUE-VENCE PIC X(1).
       77  CLIENTE-QUE-VENCE PIC X(6).
       77  SE-RENUEVA PIC X.
       77  DIAS-ENTERO PIC 9(8).

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           DISPLAY " ".
           DISPLAY "===== VENCIMIENTO DE PLAZOS FIJOS =====".
           PERFORM CARGA-TASAS.
           OPEN I-O ARCHIVO-CLIENTES.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-PLAZOS-FIJOS.
           MOVE "1" TO FIN-DE-PLAZOS.
           PERFORM LEE-SIGUIENTE-PLAZO.
           PERFORM PROCESA-PLAZO
           UNTIL FIN-DE-PLAZOS = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-PLAZOS-FIJOS.
           MOVE TOTAL-ACREDITADO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Plazos fijos vencidos:    " CONTADOR-VENCIDOS.
           DISPLAY "  pagados al saldo:       " CONTADOR-PAGADOS.
           DISPLAY "  renovados:              " CONTADOR-RENOVADOS.
           DISPLAY "Acreditado en saldos:     " CAMPO-TOTAL-MUESTRA.
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

       CARGA-TASAS.
           MOVE ZEROES TO CANTIDAD-TASAS.
           OPEN INPUT ARCHIVO-TASAS-PLAZO.
           IF TASAS-PLAZO-STATUS = "00"
           MOVE "1" TO FIN-TASAS
           PERFORM CARGA-UNA-TASA
           UNTIL FIN-TASAS = "0"
           END-IF.
           CLOSE ARCHIVO-TASAS-PLAZO.

       CARGA-UNA-TASA.
           READ ARCHIVO-TASAS-PLAZO
           AT END
           MOVE "0" TO FIN-TASAS
           NOT AT END
           IF CANTIDAD-TASAS < MAXIMO-TASAS
           ADD 1 TO CANTIDAD-TASAS
           MOVE TASA-PLAZO-DIAS TO TASA-TAB-DIAS (CANTIDAD-TASAS)
           MOVE TASA-PLAZO-TNA TO TASA-TAB-TNA (CANTIDAD-TASAS)
           END-IF.

       LEE-SIGUIENTE-PLAZO.
           READ ARCHIVO-PLAZOS-FIJOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PLAZOS.

       PROCESA-PLAZO.
           IF PLAZO-VIGENTE AND
              PLAZO-FECHA-VENCIMIENTO NOT > FECHA-DE-CORRIDA
           PERFORM VENCE-PLAZO
           END-IF.
           PERFORM LEE-SIGUIENTE-PLAZO.

      *Se guarda lo que vence, se cierra el certificado y recien
      *despues se mueve el saldo y se graba la renovacion. Grabar un
      *certificado nuevo en medio de la lectura secuencial corre la
      *posicion, asi que al final se vuelve a ubicar la lectura
      *despues del que vencio:
       VENCE-PLAZO.
           ADD 1 TO CONTADOR-VENCIDOS.
           MOVE PLAZO-NUMERO TO NUMERO-QUE-VENCE.
           MOVE PLAZO-CLIENTES-ID TO CLIENTE-QUE-VENCE.
           MOVE PLAZO-CAPITAL TO CAPITAL-QUE-VENCE.
           MOVE PLAZO-INTERES TO INTERES-QUE-VENCE.
           MOVE PLAZO-DIAS TO DIAS-QUE-VENCE.
           MOVE PLAZO-FECHA-VENCIMIENTO TO VENCIMIENTO-QUE-VENCE.
           MOVE PLAZO-INSTRUCCION TO INSTRUCCION-QUE-VENCE.
           PERFORM DECIDE-RENOVACION.
           IF SE-RENUEVA = "S"
           MOVE "R" TO PLAZO-ESTADO
           ELSE
           MOVE "P" TO PLAZO-ESTADO
           END-IF.
           MOVE FECHA-DE-CORRIDA TO PLAZO-FECHA-CIERRE.
           REWRITE PLAZO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el plazo fijo " PLAZO-NUMERO "."
           END-REWRITE.
           PERFORM ACREDITA-AL-CLIENTE.
           IF SE-RENUEVA = "S"
           PERFORM GRABA-RENOVACION
           ADD 1 TO CONTADOR-RENOVADOS
           ELSE
           ADD 1 TO CONTADOR-PAGADOS
           END-IF.
           MOVE NUMERO-QUE-VENCE TO PLAZO-NUMERO.
           START ARCHIVO-PLAZOS-FIJOS KEY IS GREATER THAN PLAZO-NUMERO
           INVALID KEY
           MOVE "0" TO FIN-DE-PLAZOS
           END-START.

      *Segun la instruccion, que se renueva y que va al saldo; una
      *renovacion sin tasa vigente para ese plazo se paga entera:
       DECIDE-RENOVACION.
           MOVE "N" TO SE-RENUEVA.
           MOVE ZERO TO CAPITAL-A-RENOVAR.
           COMPUTE IMPORTE-A-ACREDITAR =
               CAPITAL-QUE-VENCE + INTERES-QUE-VENCE.
           IF INSTRUCCION-QUE-VENCE = "C" OR
              INSTRUCCION-QUE-VENCE = "T"
           PERFORM BUSCA-TASA-DE-RENOVACION
           IF PLAZO-OFRECIDO = "N"
           DISPLAY "Plazo fijo " NUMERO-QUE-VENCE ": el plazo de "
                   DIAS-QUE-VENCE " dias ya no se ofrece, se "
                   "acredita en el saldo."
           ELSE
           MOVE "S" TO SE-RENUEVA
           IF INSTRUCCION-QUE-VENCE = "C"
           MOVE CAPITAL-QUE-VENCE TO CAPITAL-A-RENOVAR
           MOVE INTERES-QUE-VENCE TO IMPORTE-A-ACREDITAR
           ELSE
           COMPUTE CAPITAL-A-RENOVAR =
               CAPITAL-QUE-VENCE + INTERES-QUE-VENCE
           MOVE ZERO TO IMPORTE-A-ACREDITAR
           END-IF
           END-IF
           END-IF.

       BUSCA-TASA-DE-RENOVACION.
           MOVE "N" TO PLAZO-OFRECIDO.
           PERFORM COMPARA-TASA
               VARYING INDICE-TASA FROM 1 BY 1
               UNTIL INDICE-TASA > CANTIDAD-TASAS
               OR PLAZO-OFRECIDO = "S".

       COMPARA-TASA.
           IF TASA-TAB-DIAS (INDICE-TASA) = DIAS-QUE-VENCE
           MOVE TASA-TAB-TNA (INDICE-TASA) TO TASA-DE-RENOVACION
           MOVE "S" TO PLAZO-OFRECIDO
           END-IF.

      *Lo que va al saldo se asienta en dos renglones del ledger, el
      *capital y el interes, para que el estado de cuenta muestre
      *cuanto rindio el plazo fijo:
       ACREDITA-AL-CLIENTE.
           IF IMPORTE-A-ACREDITAR > ZERO
           MOVE CLIENTE-QUE-VENCE TO CLIENTES-ID
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           DISPLAY "Plazo fijo " NUMERO-QUE-VENCE ": no existe el "
                   "cliente " CLIENTE-QUE-VENCE ", no se acredito."
           NOT INVALID KEY
           PERFORM GRABA-CLIENTE-ACREDITADO
           END-READ
           END-IF.

       GRABA-CLIENTE-ACREDITADO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           MOVE "N" TO CLIENTE-ACTUALIZADO.
           ADD IMPORTE-A-ACREDITAR TO CLIENTES-SALDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente " CLIENTES-ID
                   ", no se acredito el plazo fijo."
           NOT INVALID KEY
           MOVE "S" TO CLIENTE-ACTUALIZADO
           END-REWRITE.
           IF CLIENTE-ACTUALIZADO = "S"
           ADD IMPORTE-A-ACREDITAR TO TOTAL-ACREDITADO
           PERFORM GRABA-LOG-MODIFICACION
           IF IMPORTE-A-ACREDITAR > INTERES-QUE-VENCE
           PERFORM GRABA-MOVIMIENTO-CAPITAL
           END-IF
           IF INTERES-QUE-VENCE > ZERO
           PERFORM GRABA-MOVIMIENTO-INTERES
           END-IF
           END-IF.

      *El certificado nuevo arranca el dia que vencio el anterior,
      *por el mismo plazo y con la misma instruccion:
       GRABA-RENOVACION.
           PERFORM ASIGNA-NUMERO-CERTIFICADO.
           MOVE CLIENTE-QUE-VENCE TO PLAZO-CLIENTES-ID.
           MOVE CAPITAL-A-RENOVAR TO PLAZO-CAPITAL.
           MOVE TASA-DE-RENOVACION TO PLAZO-TASA-ANUAL.
           MOVE DIAS-QUE-VENCE TO PLAZO-DIAS.
           MOVE VENCIMIENTO-QUE-VENCE TO PLAZO-FECHA-INICIO.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(VENCIMIENTO-QUE-VENCE))
               + DIAS-QUE-VENCE.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-ENTERO)
               TO PLAZO-FECHA-VENCIMIENTO.
           COMPUTE PLAZO-INTERES ROUNDED =
               CAPITAL-A-RENOVAR * TASA-DE-RENOVACION
               * DIAS-QUE-VENCE / 36500.
           MOVE INSTRUCCION-QUE-VENCE TO PLAZO-INSTRUCCION.
           MOVE "V" TO PLAZO-ESTADO.
           MOVE NUMERO-QUE-VENCE TO PLAZO-ORIGEN.
           MOVE SPACES TO PLAZO-FECHA-CIERRE.
           MOVE OPERADOR-BATCH TO PLAZO-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO PLAZO-FECHA-HORA.
           WRITE PLAZO-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar la renovacion del "
                   "plazo fijo " NUMERO-QUE-VENCE ", revisar "
                   "plazo_control.dat."
           END-WRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-RECIBO:
       ASIGNA-NUMERO-CERTIFICADO.
           MOVE ZEROES TO PLAZO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-PLAZO-CONTROL.
           IF PLAZO-CONTROL-STATUS = "00"
           READ ARCHIVO-PLAZO-CONTROL
           END-IF.
           CLOSE ARCHIVO-PLAZO-CONTROL.
           ADD 1 TO PLAZO-NUMERO-ACTUAL.
           MOVE PLAZO-NUMERO-ACTUAL TO PLAZO-NUMERO.
           OPEN OUTPUT ARCHIVO-PLAZO-CONTROL.
           WRITE PLAZO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-PLAZO-CONTROL.

       GRABA-LOG-MODIFICACION.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO LOG-FECHA-HORA.
           MOVE OPERADOR-BATCH TO LOG-OPERADOR.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *Primero el capital, con el saldo que quedaba antes del
      *interes, y despues el interes con el saldo final:
       GRABA-MOVIMIENTO-CAPITAL.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           COMPUTE MOVIMIENTO-IMPORTE =
               IMPORTE-A-ACREDITAR - INTERES-QUE-VENCE.
           COMPUTE MOVIMIENTO-SALDO-RESULTANTE =
               CLIENTES-SALDO - INTERES-QUE-VENCE.
           MOVE "N" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "VTO PLAZO FIJO " NUMERO-QUE-VENCE
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

       GRABA-MOVIMIENTO-INTERES.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE INTERES-QUE-VENCE TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "N" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "INTERES PLAZO FIJO " NUMERO-QUE-VENCE
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           END-STRING.
           MOVE 1 TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

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

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-VENCIDOS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       END PROGRAM Vencer-plazos-fijos.
