      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Castigo de saldos incobrables: un supervisor da de
      *          baja la deuda de un cliente moroso que no va a pagar.
      *          El saldo negativo se lleva a cero con un renglon tipo
      *          "W" del ledger, lo castigado pasa a una cuenta de
      *          orden del cliente en castigos.dat y el cliente queda
      *          en estado "C", sin limite de descubierto: deja de
      *          devengar interes, de recibir cartas de mora y estados
      *          de cuenta, y no puede transferir, pedir prestamos ni
      *          constituir plazos fijos. Los pagos que lleguen despues
      *          se imputan como recupero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Castigar-saldo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Saldos castigados y control de su numeracion:
       COPY "DataBaseCastigos.cbl".
       COPY "DataBaseCastigoControl.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataCastigos.cbl".
       COPY "DataCastigoControl.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  CASTIGOS-STATUS PIC XX.
       77  CASTIGO-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  REGISTRO-EN-USO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIN-OPERADORES PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-MOTIVO PIC X(30).
       77  SIGUE-CASTIGANDO PIC X.
       77  CLIENTE-CASTIGABLE PIC X.
       77  CONTADOR-CASTIGOS PIC 9(5) VALUE ZEROES.
       77  MONEDA-DEL-CLIENTE PIC X(3).
       77  FECHA-HORA-CASTIGO PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.
       01  IMPORTE-CASTIGADO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CASTIGO DE SALDOS INCOBRABLES =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para castigar un "
                   "saldo."
           GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           OPEN I-O ARCHIVO-CASTIGOS.
           MOVE "S" TO SIGUE-CASTIGANDO.
           PERFORM ATIENDE-UN-CLIENTE
           UNTIL SIGUE-CASTIGANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-CASTIGOS.
           DISPLAY "Saldos castigados en esta sesion: "
                   CONTADOR-CASTIGOS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Exenciones-punitorio:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           MOVE SESION-OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

       BUSCA-NIVEL-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE SPACE TO OPERADOR-NIVEL-ACTUAL.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       ATIENDE-UN-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-CASTIGANDO
           ELSE
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM CASTIGA-CLIENTE
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF
           END-IF.

       PIDE-CLIENTE.
           DISPLAY " ".
           DISPLAY "ID del cliente a castigar (otra cosa para salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID NOT = ZEROES
           MOVE "S" TO REGISTRO-ENCONTRADO
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           END-IF
           END-IF.

      *Toma el bloqueo de edicion de este cliente, la misma tecnica
      *que Caja-mostrador: si otro operador lo esta editando, no se
      *castiga hasta que lo libere.
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro en uso por "
                   FUNCTION TRIM(RLOCK-OPERADOR) " desde "
                   RLOCK-FECHA-HORA (9:2) ":"
                   RLOCK-FECHA-HORA (11:2) "."
           END-IF
           END-READ.

       GRABA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           MOVE OPERADOR TO RLOCK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO RLOCK-FECHA-HORA.
           WRITE RLOCK-REGISTRO
           INVALID KEY
           DISPLAY "No se pudo tomar el bloqueo del registro.".

       LIBERA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           DELETE ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           CONTINUE.

      *El registro se relee despues de tomar el bloqueo, para
      *castigar el saldo vigente y no el que se leyo antes:
       CASTIGA-CLIENTE.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           PERFORM MUESTRA-CLIENTE.
           PERFORM COMPRUEBA-CASTIGABLE.
           IF CLIENTE-CASTIGABLE = "S"
           PERFORM PIDE-MOTIVO
           IF CAMPO-MOTIVO NOT = SPACES
           PERFORM CONFIRMA-CASTIGO
           IF SI-A-GRABAR = "S"
           PERFORM ASIENTA-CASTIGO
           END-IF
           END-IF
           END-IF.

       MUESTRA-CLIENTE.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE.
           IF MONEDA-DEL-CLIENTE = SPACE
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           DISPLAY " ".
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  DNI: " CLIENTES-DNI.
           DISPLAY "Estado: " CLIENTES-ESTADO
                   "  Saldo: " MONEDA-DEL-CLIENTE " "
                   CAMPO-SALDO-MUESTRA.

      *Solo se castiga a un moroso con saldo negativo: el castigo es
      *el ultimo paso de la gestion de cobranza, no un atajo para
      *una cuenta que todavia se puede cobrar:
       COMPRUEBA-CASTIGABLE.
           MOVE "S" TO CLIENTE-CASTIGABLE.
           IF NOT CLIENTE-MOROSO
           MOVE "N" TO CLIENTE-CASTIGABLE
           DISPLAY "Solo se castiga un cliente moroso (estado M), "
                   "no se castigo."
           ELSE
           IF CLIENTES-SALDO NOT < ZERO
           MOVE "N" TO CLIENTE-CASTIGABLE
           DISPLAY "El cliente no tiene saldo deudor, no se castigo."
           END-IF
           END-IF.

       PIDE-MOTIVO.
           MOVE SPACES TO CAMPO-MOTIVO.
           DISPLAY "Motivo del castigo (obligatorio): ".
           ACCEPT CAMPO-MOTIVO.
           IF CAMPO-MOTIVO = SPACES
           DISPLAY "Sin motivo no se castiga."
           END-IF.

       CONFIRMA-CASTIGO.
           COMPUTE IMPORTE-CASTIGADO = ZERO - CLIENTES-SALDO.
           MOVE IMPORTE-CASTIGADO TO CAMPO-SALDO-MUESTRA.
           MOVE SPACES TO CONFIRMA-MENSAJE.
           STRING "¿Confirma castigar " MONEDA-DEL-CLIENTE " "
                  FUNCTION TRIM(CAMPO-SALDO-MUESTRA)
                  " (S/N)?" DELIMITED BY SIZE
                  INTO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *El numero de castigo se toma antes de grabar, como el recibo
      *de Caja-mostrador; el saldo queda en cero, el limite de
      *descubierto se cierra (una cuenta castigada no conserva la
      *linea, y Saldo-disponible calcula el piso con ese limite) y el
      *cliente queda en estado castigado en la misma regrabacion:
       ASIENTA-CASTIGO.
           PERFORM ASIGNA-NUMERO-CASTIGO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CASTIGO.
           ADD IMPORTE-CASTIGADO TO CLIENTES-SALDO.
           MOVE ZEROES TO CLIENTES-LIMITE-DESCUBIERTO.
           SET CLIENTE-CASTIGADO TO TRUE.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el registro del cliente, el "
                   "castigo " CASTIGO-NUMERO " no se asento."
           NOT INVALID KEY
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-CASTIGO
           PERFORM GRABA-CASTIGO
           ADD 1 TO CONTADOR-CASTIGOS
           DISPLAY "Castigo " CASTIGO-NUMERO " asentado; el saldo "
                   "y el limite de descubierto quedaron en cero y la "
                   "cuenta en estado C."
           END-REWRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-RECIBO:
       ASIGNA-NUMERO-CASTIGO.
           MOVE ZEROES TO CASTIGO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-CASTIGO-CONTROL.
           IF CASTIGO-CONTROL-STATUS = "00"
           READ ARCHIVO-CASTIGO-CONTROL
           END-IF.
           CLOSE ARCHIVO-CASTIGO-CONTROL.
           ADD 1 TO CASTIGO-NUMERO-ACTUAL.
           MOVE CASTIGO-NUMERO-ACTUAL TO CASTIGO-NUMERO.
           OPEN OUTPUT ARCHIVO-CASTIGO-CONTROL.
           WRITE CASTIGO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-CASTIGO-CONTROL.

       GRABA-CASTIGO.
           MOVE CLIENTES-ID TO CASTIGO-CLIENTES-ID.
           MOVE FECHA-HORA-CASTIGO (1:8) TO CASTIGO-FECHA.
           MOVE MONEDA-DEL-CLIENTE TO CASTIGO-MONEDA.
           MOVE IMPORTE-CASTIGADO TO CASTIGO-IMPORTE.
           MOVE ZERO TO CASTIGO-RECUPERADO.
           SET CASTIGO-VIGENTE TO TRUE.
           MOVE CAMPO-MOTIVO TO CASTIGO-MOTIVO.
           MOVE OPERADOR TO CASTIGO-OPERADOR.
           MOVE FECHA-HORA-CASTIGO TO CASTIGO-FECHA-HORA.
           MOVE SPACES TO CASTIGO-FECHA-ULTIMO-RECUPERO.
           WRITE CASTIGO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el castigo " CASTIGO-NUMERO
                   " en castigos.dat, status: " CASTIGOS-STATUS
           END-WRITE.

      *Registra el castigo en el archivo de auditoria, con el mismo
      *codigo "M" que usa una modificacion del saldo:
       GRABA-LOG-MODIFICACION.
           MOVE FECHA-HORA-CASTIGO TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-CASTIGO.
           MOVE FECHA-HORA-CASTIGO TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE IMPORTE-CASTIGADO TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "W" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "CASTIGO " CASTIGO-NUMERO
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Graba el renglon del ledger con su fecha valor, que sale de la
      *hora de corte y el calendario (lo tipeado despues del corte o
      *en un dia no habil cuenta desde el proximo dia habil). Dos
      *movimientos del mismo cliente en el mismo centesimo de segundo
      *chocan en la clave; el sufijo de secuencia los separa
      *reintentando:
       GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-FECHA-HORA TO CONSULTA-VALOR-FECHA-HORA.
           MOVE "S" TO CONSULTA-VALOR-CON-CORTE.
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

       END PROGRAM Castigar-saldo.
