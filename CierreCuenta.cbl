      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cierre de cuenta con liquidacion final: un supervisor
      *          cierra la cuenta de un cliente sin dejar plata
      *          olvidada en la papelera. Se rechaza mientras tenga
      *          facturas, embargos, prestamos u otros pendientes
      *          abiertos; si no, se devenga el interes a la fecha y
      *          el cargo de mantenimiento del mes, se dan de baja sus
      *          ordenes permanentes, el saldo que queda se paga en
      *          efectivo o se transfiere a otro cliente con un
      *          renglon de cierre que lo deja exactamente en cero, el
      *          cliente pasa a "I" y se imprime la carta de cierre
      *          con el estado de cuenta final. El renglon de
      *          interes lleva en el concepto el cargo cobrado, como
      *          el del lote mensual. La tasa y el cargo son los de
      *          la version de las condiciones que rige hoy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cerrar-cuenta-cliente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Papelera de reciclaje de bajas:
       COPY "DataBaseBajas.cbl".
      *Ordenes permanentes, que el cierre da de baja:
       COPY "DataBaseOrdenes.cbl".
      *Tasa y cargo generales y catalogo de productos:
       COPY "DataBaseInteres.cbl".
       COPY "DataBaseProductos.cbl".
      *Tabla de retenciones de ganancias y lo retenido por periodo:
       COPY "DataBaseRetencionesConfig.cbl".
       COPY "DataBaseRetenciones.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Carta de cierre impresa para entregar al cliente:
       SELECT OPTIONAL ARCHIVO-IMPRESION
       ASSIGN TO "cierre_cuenta.prn"
       ORGANIZATION LINE SEQUENTIAL.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataBajas.cbl".
       COPY "DataOrdenes.cbl".
       COPY "DataInteres.cbl".
       COPY "DataProductos.cbl".
       COPY "DataRetencionesConfig.cbl".
       COPY "DataRetenciones.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       FD  ARCHIVO-IMPRESION.
           01 LINEA-IMPRESION PIC X(150).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  ORDENES-STATUS PIC XX.
       77  CONFIG-INTERES-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  CONFIG-RETENCIONES-STATUS PIC XX.
       77  RETENCIONES-STATUS PIC XX.
       77  REGISTRO-EN-USO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIN-OPERADORES PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-CERRANDO PIC X.
       77  CLIENTE-CERRABLE PIC X.
       77  CONTADOR-CIERRES PIC 9(5) VALUE ZEROES.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "-".

      *Cliente que se cierra y cliente que recibe el saldo, si se
      *transfiere; el bloqueo se toma sobre BLOQUEO-CLIENTES-ID,
      *misma tecnica que Transferir-saldo:
       77  CIERRE-ID PIC X(6).
       77  DESTINO-ID PIC X(6).
       77  BLOQUEO-CLIENTES-ID PIC X(6).
       77  DESTINO-BLOQUEADO PIC X.
       77  DESTINO-APROBADO PIC X.
       77  DESTINO-ACREDITADO PIC X.
       77  DESTINO-NOMBRE PIC X(40).
       77  DESTINO-MONEDA PIC X(3).
       01  DESTINO-SALDO-RESULTANTE PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  MONEDA-DEL-CLIENTE PIC X(3).
       77  ESTADO-ANTERIOR PIC X(1).
       77  FECHA-HORA-CIERRE PIC X(21).

      *Forma en que se entrega el saldo que queda despues de la
      *liquidacion; sin saldo no se pregunta:
       01  FORMA-DE-PAGO PIC X.
           88 PAGO-EN-EFECTIVO VALUE "E".
           88 PAGO-POR-TRANSFERENCIA VALUE "T".
           88 PAGO-SIN-SALDO VALUE "-".

      *Pendientes que impiden el cierre:
       COPY "DataPendientes.cbl".
      *Consulta de cuenta inmovilizada:
       COPY "DataDisponible.cbl".
      *Autorizacion del tutor para el debito de un menor:
       COPY "DataMenor.cbl".

      *Liquidacion final: interes devengado en el mes hasta hoy,
      *cargo de mantenimiento del mes, retencion de ganancias sobre
      *el interes y el saldo que se entrega:
       77  PERIODO-ACTUAL PIC X(6).
       77  FIN-GUARDIA PIC X.
       77  INTERES-YA-APLICADO PIC X.
       77  FECHA-HOY-NUM PIC 9(8).
       77  ANIO-SIGUIENTE PIC 9(4).
       77  MES-SIGUIENTE PIC 9(2).
       77  FECHA-MES-SIGUIENTE PIC 9(8).
       77  FECHA-PRIMERO-DEL-MES PIC 9(8).
       77  DIAS-DEL-MES PIC 9(2).
       77  DIAS-DEVENGADOS PIC 9(2).
       77  TASA-INTERES PIC S9(1)V9(4) COMP-3 VALUE ZERO.
       77  CARGO-MANTENIMIENTO PIC S9(5)V99 COMP-3 VALUE ZERO.
       77  TASA-DEL-CLIENTE PIC S9(1)V9(4) COMP-3.
       77  CARGO-DEL-CLIENTE PIC S9(5)V99 COMP-3.
       COPY "DataConceptoInteres.cbl".
      *Condiciones vigentes por producto: un cambio de tasa o de
      *cargo en los archivos que no cumplio el preaviso no se aplica:
       COPY "DataCondicionesConsulta.cbl".
       01  SALDO-INICIAL PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-INTERES PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  MOVIMIENTO-TOTAL PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  NETO-DEL-CLIENTE PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  SALDO-A-LIQUIDAR PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  FECHA-HORA-INTERES PIC X(21).
       77  SECUENCIA-RETENCION PIC 9(3).
       77  CONTADOR-ORDENES-BAJA PIC 9(3).
       77  FIN-ORDENES PIC X.

      *Catalogo de productos, misma tabla que Aplicar-interes-mensual:
       77  FIN-PRODUCTOS PIC X.
       77  MAXIMO-PRODUCTOS PIC 9(2) VALUE 20.
       77  CANTIDAD-PRODUCTOS PIC 9(2) VALUE ZEROES.
       77  INDICE-PRODUCTO PIC 9(2).
       77  PRODUCTO-HALLADO PIC X.
       01  TABLA-PRODUCTOS.
           05 PROD-TABLA OCCURS 20 TIMES.
              10 PROD-TAB-CODIGO PIC X(3).
              10 PROD-TAB-TASA PIC 9(1)V9(4).
              10 PROD-TAB-CARGO PIC 9(5)V99.

      *Tabla de retenciones, misma carga que Aplicar-interes-mensual:
       77  FIN-CONFIG-RETENCIONES PIC X.
       77  MAXIMO-RETENCIONES PIC 9(2) VALUE 10.
       77  CANTIDAD-RETENCIONES PIC 9(2) VALUE ZEROES.
       77  INDICE-RETENCION PIC 9(2).
       77  RETENCION-HALLADA PIC X.
       77  CONDICION-RETENCION PIC X.
       01  TABLA-RETENCIONES.
           05 RET-TABLA OCCURS 10 TIMES.
              10 RET-TAB-CONDICION PIC X(1).
              10 RET-TAB-TASA PIC 9(2)V99.
              10 RET-TAB-MINIMO PIC 9(7)V99.
       77  TASA-RETENCION PIC 9(2)V99.
       77  MINIMO-RETENCION PIC S9(7)V99 COMP-3.
       77  BASE-RETENCION PIC S9(7)V99 COMP-3.
       77  IMPORTE-RETENCION PIC S9(7)V99 COMP-3.

      *Campos de edicion para pantalla y carta:
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       77  CAMPO-RESULTANTE-MUESTRA PIC +9(7).99.
       77  CAMPO-DIAS-MUESTRA PIC Z9.
       77  FIN-DEL-LEDGER PIC X.

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CIERRE DE CUENTA CON LIQUIDACION FINAL =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para cerrar una "
                   "cuenta."
           GOBACK
           END-IF.
           PERFORM LEE-CONFIGURACION.
           PERFORM CARGA-CATALOGO-PRODUCTOS.
           PERFORM CARGA-TABLA-RETENCIONES.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           OPEN I-O ARCHIVO-ORDENES.
           OPEN I-O ARCHIVO-RETENCIONES.
           OPEN EXTEND ARCHIVO-CLIENTES-BAJAS.
           MOVE "S" TO SIGUE-CERRANDO.
           PERFORM ATIENDE-UN-CLIENTE
           UNTIL SIGUE-CERRANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-ORDENES.
           CLOSE ARCHIVO-RETENCIONES.
           CLOSE ARCHIVO-CLIENTES-BAJAS.
           DISPLAY "Cuentas cerradas en esta sesion: "
                   CONTADOR-CIERRES.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Castigar-saldo:
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

      *Misma configuracion que Aplicar-interes-mensual; sin archivo
      *la tasa y el cargo quedan en cero y no se devenga nada:
       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-INTERES.
           IF CONFIG-INTERES-STATUS = "00"
           READ ARCHIVO-CONFIG-INTERES
           MOVE CONFIG-TASA-INTERES TO TASA-INTERES
           MOVE CONFIG-CARGO-MANTENIMIENTO TO CARGO-MANTENIMIENTO
           END-IF.
           CLOSE ARCHIVO-CONFIG-INTERES.
           PERFORM APLICA-CONDICIONES-GENERALES.

      *La tasa y el cargo generales son los de la version de las
      *condiciones que rige el dia de la corrida; lo que diga
      *interes_config.dat y todavia no rija queda retenido:
       APLICA-CONDICIONES-GENERALES.
           MOVE SPACES TO CONSULTA-COND-PRODUCTO.
           MOVE SPACES TO CONSULTA-COND-FECHA.
           MOVE TASA-INTERES TO CONSULTA-COND-TASA.
           MOVE CARGO-MANTENIMIENTO TO CONSULTA-COND-CARGO.
           MOVE ZEROES TO CONSULTA-COND-CARGO-RECHAZO.
           CALL "Condiciones-vigentes" USING CONDICIONES-CONSULTA.
           IF CONDICIONES-CAMBIO-RETENIDO
           DISPLAY "Aviso: interes_config.dat tiene una tasa o un "
                   "cargo que todavia no rige; se aplica la version "
                   CONSULTA-COND-VERSION " de las condiciones."
           END-IF.
           MOVE CONSULTA-COND-TASA TO TASA-INTERES.
           MOVE CONSULTA-COND-CARGO TO CARGO-MANTENIMIENTO.

      *Lo mismo con cada producto del catalogo:
       APLICA-CONDICIONES-PRODUCTO.
           MOVE PRODUCTO-CODIGO TO CONSULTA-COND-PRODUCTO.
           MOVE SPACES TO CONSULTA-COND-FECHA.
           MOVE PRODUCTO-TASA TO CONSULTA-COND-TASA.
           MOVE PRODUCTO-CARGO TO CONSULTA-COND-CARGO.
           MOVE ZEROES TO CONSULTA-COND-CARGO-RECHAZO.
           IF PRODUCTO-CARGO-RECHAZO NUMERIC
           MOVE PRODUCTO-CARGO-RECHAZO TO CONSULTA-COND-CARGO-RECHAZO
           END-IF.
           CALL "Condiciones-vigentes" USING CONDICIONES-CONSULTA.
           IF CONDICIONES-CAMBIO-RETENIDO
           DISPLAY "Aviso: el producto " PRODUCTO-CODIGO " tiene en "
                   "productos.dat una tasa o un cargo que todavia no "
                   "rige; se aplica la version " CONSULTA-COND-VERSION
                   "."
           END-IF.
           MOVE CONSULTA-COND-TASA TO
               PROD-TAB-TASA (CANTIDAD-PRODUCTOS).
           MOVE CONSULTA-COND-CARGO TO
               PROD-TAB-CARGO (CANTIDAD-PRODUCTOS).

       CARGA-CATALOGO-PRODUCTOS.
           MOVE ZEROES TO CANTIDAD-PRODUCTOS.
           OPEN INPUT ARCHIVO-PRODUCTOS.
           IF PRODUCTOS-STATUS = "00"
           MOVE "1" TO FIN-PRODUCTOS
           PERFORM CARGA-UN-PRODUCTO
           UNTIL FIN-PRODUCTOS = "0"
           END-IF.
           CLOSE ARCHIVO-PRODUCTOS.

       CARGA-UN-PRODUCTO.
           READ ARCHIVO-PRODUCTOS
           AT END
           MOVE "0" TO FIN-PRODUCTOS
           NOT AT END
           IF CANTIDAD-PRODUCTOS < MAXIMO-PRODUCTOS
           ADD 1 TO CANTIDAD-PRODUCTOS
           MOVE PRODUCTO-CODIGO TO
               PROD-TAB-CODIGO (CANTIDAD-PRODUCTOS)
           MOVE PRODUCTO-TASA TO PROD-TAB-TASA (CANTIDAD-PRODUCTOS)
           MOVE PRODUCTO-CARGO TO
               PROD-TAB-CARGO (CANTIDAD-PRODUCTOS)
           PERFORM APLICA-CONDICIONES-PRODUCTO
           END-IF.

       CARGA-TABLA-RETENCIONES.
           MOVE ZEROES TO CANTIDAD-RETENCIONES.
           OPEN INPUT ARCHIVO-CONFIG-RETENCIONES.
           IF CONFIG-RETENCIONES-STATUS = "00"
           MOVE "1" TO FIN-CONFIG-RETENCIONES
           PERFORM CARGA-UNA-RETENCION
           UNTIL FIN-CONFIG-RETENCIONES = "0"
           END-IF.
           CLOSE ARCHIVO-CONFIG-RETENCIONES.

       CARGA-UNA-RETENCION.
           READ ARCHIVO-CONFIG-RETENCIONES
           AT END
           MOVE "0" TO FIN-CONFIG-RETENCIONES
           NOT AT END
           IF CANTIDAD-RETENCIONES < MAXIMO-RETENCIONES AND
              CONFIG-RETENCION-TASA NUMERIC AND
              CONFIG-RETENCION-MINIMO NUMERIC
           ADD 1 TO CANTIDAD-RETENCIONES
           MOVE CONFIG-RETENCION-CONDICION TO
               RET-TAB-CONDICION (CANTIDAD-RETENCIONES)
           MOVE CONFIG-RETENCION-TASA TO
               RET-TAB-TASA (CANTIDAD-RETENCIONES)
           MOVE CONFIG-RETENCION-MINIMO TO
               RET-TAB-MINIMO (CANTIDAD-RETENCIONES)
           END-IF.

       ATIENDE-UN-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF CIERRE-ID = ZEROES
           MOVE "N" TO SIGUE-CERRANDO
           ELSE
           IF REGISTRO-ENCONTRADO = "S"
           MOVE CIERRE-ID TO BLOQUEO-CLIENTES-ID
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM CIERRA-CLIENTE
           MOVE CIERRE-ID TO BLOQUEO-CLIENTES-ID
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF
           END-IF.

       PIDE-CLIENTE.
           DISPLAY " ".
           DISPLAY "ID del cliente que cierra su cuenta (otra cosa "
                   "para salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CIERRE-ID.
           IF CIERRE-ID NOT = ZEROES
           MOVE CIERRE-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

      *Misma tecnica de bloqueo que Transferir-saldo, sobre el
      *cliente que indica BLOQUEO-CLIENTES-ID:
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE BLOQUEO-CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro " BLOQUEO-CLIENTES-ID " en uso por "
                   FUNCTION TRIM(RLOCK-OPERADOR) " desde "
                   RLOCK-FECHA-HORA (9:2) ":"
                   RLOCK-FECHA-HORA (11:2) "."
           END-IF
           END-READ.

       GRABA-BLOQUEO-REGISTRO.
           MOVE BLOQUEO-CLIENTES-ID TO RLOCK-CLIENTES-ID.
           MOVE OPERADOR TO RLOCK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO RLOCK-FECHA-HORA.
           WRITE RLOCK-REGISTRO
           INVALID KEY
           DISPLAY "No se pudo tomar el bloqueo del registro.".

       LIBERA-BLOQUEO-REGISTRO.
           MOVE BLOQUEO-CLIENTES-ID TO RLOCK-CLIENTES-ID.
           DELETE ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           CONTINUE.

      *El registro se relee despues de tomar el bloqueo, para
      *liquidar el saldo vigente y no el que se leyo antes. Todos
      *los controles y la liquidacion se hacen antes de grabar nada:
       CIERRA-CLIENTE.
           MOVE CIERRE-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           PERFORM MUESTRA-CLIENTE.
           PERFORM COMPRUEBA-CERRABLE.
           IF CLIENTE-CERRABLE = "S"
           PERFORM CALCULA-LIQUIDACION
           PERFORM MUESTRA-LIQUIDACION
           IF SALDO-A-LIQUIDAR < ZERO
           DISPLAY "Cierre rechazado: la liquidacion deja saldo "
                   "deudor; el cliente tiene que cancelarlo por "
                   "caja antes del cierre."
           ELSE
           PERFORM PIDE-FORMA-DE-PAGO
           IF PAGO-POR-TRANSFERENCIA
           PERFORM CIERRA-CON-TRANSFERENCIA
           ELSE
           IF PAGO-EN-EFECTIVO OR PAGO-SIN-SALDO
           PERFORM CONFIRMA-Y-CIERRA
           END-IF
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
                   "  Estado: " CLIENTES-ESTADO.
           DISPLAY "Saldo: " MONEDA-DEL-CLIENTE " "
                   CAMPO-SALDO-MUESTRA.

      *Una baja ya hecha, un prospecto (no tiene cuenta) o una cuenta
      *castigada (sigue el recupero) no se cierran por aca; tampoco
      *un cliente con algo abierto que Revisar-pendientes-cliente
      *informe. Las ordenes permanentes no impiden el cierre. Una
      *cuenta inmovilizada se reactiva primero, con el cliente en
      *persona y su documento, porque el cierre le entrega el saldo:
       COMPRUEBA-CERRABLE.
           MOVE "S" TO CLIENTE-CERRABLE.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           IF CLIENTE-INACTIVO OR CLIENTE-PROSPECTO OR
              CLIENTE-CASTIGADO
           MOVE "N" TO CLIENTE-CERRABLE
           DISPLAY "Cierre rechazado: la cuenta no se puede cerrar "
                   "en estado " CLIENTES-ESTADO "."
           ELSE
           IF CUENTA-INMOVILIZADA
           MOVE "N" TO CLIENTE-CERRABLE
           DISPLAY "Cierre rechazado: la cuenta esta inmovilizada; "
                   "reactivarla antes con la opcion 124."
           ELSE
           MOVE CLIENTES-ID TO PENDIENTES-CLIENTES-ID
           CALL "Revisar-pendientes-cliente"
               USING PENDIENTES-CONSULTA
           IF CLIENTE-CON-PENDIENTES
           MOVE "N" TO CLIENTE-CERRABLE
           PERFORM MUESTRA-PENDIENTES
           END-IF
           END-IF
           END-IF.
      *La cuenta de un menor con tutela vigente la cierra su tutor:
           IF CLIENTE-CERRABLE = "S"
           MOVE CLIENTES-ID TO MENOR-CLIENTES-ID
           MOVE ZERO TO MENOR-IMPORTE
           CALL "Autorizar-debito-menor" USING MENOR-CONSULTA
           IF MENOR-RECHAZADO
           MOVE "N" TO CLIENTE-CERRABLE
           DISPLAY "Cierre rechazado: cliente menor de edad sin la "
                   "autorizacion de su tutor."
           END-IF
           END-IF.

       MUESTRA-PENDIENTES.
           DISPLAY "Cierre rechazado, el cliente tiene pendientes:".
           IF PENDIENTES-FACTURAS > ZEROES
           DISPLAY "  Facturas sin cobrar: " PENDIENTES-FACTURAS
           END-IF.
           IF PENDIENTES-EMBARGOS > ZEROES
           DISPLAY "  Embargos vigentes: " PENDIENTES-EMBARGOS
           END-IF.
           IF PENDIENTES-PRESTAMOS > ZEROES
           DISPLAY "  Prestamos vigentes: " PENDIENTES-PRESTAMOS
           END-IF.
           IF PENDIENTES-CHEQUES > ZEROES
           DISPLAY "  Cheques en canje: " PENDIENTES-CHEQUES
           END-IF.
           IF PENDIENTES-PLAZOS > ZEROES
           DISPLAY "  Plazos fijos vigentes: " PENDIENTES-PLAZOS
           END-IF.
           IF PENDIENTES-TRANSFERENCIAS > ZEROES
           DISPLAY "  Transferencias a otro banco sin respuesta: "
                   PENDIENTES-TRANSFERENCIAS
           END-IF.
           IF PENDIENTES-AGENCIA > ZEROES
           DISPLAY "  Cuenta en gestion de una agencia: "
                   PENDIENTES-AGENCIA
           END-IF.

      *El interes del mes se devenga por los dias corridos hasta hoy
      *sobre el saldo actual, con la tasa y el cargo del producto
      *del cliente, igual que Aplicar-interes-mensual; el cargo de
      *mantenimiento del mes se cobra entero. Si el lote ya aplico
      *el interes de este mes no se devenga nada de nuevo, y un
      *suspendido no devenga, igual que en el lote:
       CALCULA-LIQUIDACION.
           MOVE CLIENTES-SALDO TO SALDO-INICIAL.
           MOVE ZERO TO IMPORTE-INTERES.
           MOVE ZERO TO MOVIMIENTO-TOTAL.
           MOVE ZERO TO IMPORTE-RETENCION.
           MOVE ZERO TO BASE-RETENCION.
           MOVE ZERO TO CARGO-DEL-CLIENTE.
           MOVE ZEROES TO DIAS-DEVENGADOS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY-NUM.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-ACTUAL.
           PERFORM COMPRUEBA-INTERES-DEL-PERIODO.
           IF INTERES-YA-APLICADO = "N" AND
              NOT CLIENTE-FUERA-DE-OPERATORIA
           PERFORM CALCULA-DIAS-DEVENGADOS
           PERFORM DETERMINA-TASA-Y-CARGO
           COMPUTE IMPORTE-INTERES ROUNDED =
               CLIENTES-SALDO * TASA-DEL-CLIENTE
               * DIAS-DEVENGADOS / DIAS-DEL-MES
           COMPUTE MOVIMIENTO-TOTAL =
               IMPORTE-INTERES - CARGO-DEL-CLIENTE
           PERFORM DETERMINA-RETENCION
           END-IF.
           COMPUTE NETO-DEL-CLIENTE =
               MOVIMIENTO-TOTAL - IMPORTE-RETENCION.
           COMPUTE SALDO-A-LIQUIDAR =
               SALDO-INICIAL + NETO-DEL-CLIENTE.

      *Dias del mes corridos hasta hoy inclusive, y dias que tiene
      *el mes (del primero de este mes al primero del siguiente):
       CALCULA-DIAS-DEVENGADOS.
           MOVE FECHA-HOY-NUM (7:2) TO DIAS-DEVENGADOS.
           COMPUTE FECHA-PRIMERO-DEL-MES =
               FECHA-HOY-NUM - DIAS-DEVENGADOS + 1.
           MOVE FECHA-HOY-NUM (1:4) TO ANIO-SIGUIENTE.
           MOVE FECHA-HOY-NUM (5:2) TO MES-SIGUIENTE.
           IF MES-SIGUIENTE = 12
           ADD 1 TO ANIO-SIGUIENTE
           MOVE 1 TO MES-SIGUIENTE
           ELSE
           ADD 1 TO MES-SIGUIENTE
           END-IF.
           COMPUTE FECHA-MES-SIGUIENTE =
               ANIO-SIGUIENTE * 10000 + MES-SIGUIENTE * 100 + 1.
           COMPUTE DIAS-DEL-MES =
               FUNCTION INTEGER-OF-DATE(FECHA-MES-SIGUIENTE)
               - FUNCTION INTEGER-OF-DATE(FECHA-PRIMERO-DEL-MES).

      *Busca con un START directo un renglon de interes de este
      *periodo en el ledger del cliente, la misma guardia que usa
      *Aplicar-interes-mensual:
       COMPRUEBA-INTERES-DEL-PERIODO.
           MOVE "N" TO INTERES-YA-APLICADO.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-GUARDIA
           NOT INVALID KEY
           MOVE "1" TO FIN-GUARDIA
           PERFORM LEE-MOVIMIENTO-GUARDIA
           END-START.
           PERFORM BUSCA-INTERES-DEL-PERIODO
           UNTIL FIN-GUARDIA = "0".

       LEE-MOVIMIENTO-GUARDIA.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-GUARDIA
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-GUARDIA
           END-IF.

       BUSCA-INTERES-DEL-PERIODO.
           IF MOVIMIENTO-INTERES AND
              MOVIMIENTO-FECHA-HORA (1:6) = PERIODO-ACTUAL
           MOVE "S" TO INTERES-YA-APLICADO
           MOVE "0" TO FIN-GUARDIA
           ELSE
           PERFORM LEE-MOVIMIENTO-GUARDIA
           END-IF.

       DETERMINA-TASA-Y-CARGO.
           MOVE TASA-INTERES TO TASA-DEL-CLIENTE.
           MOVE CARGO-MANTENIMIENTO TO CARGO-DEL-CLIENTE.
           MOVE "N" TO PRODUCTO-HALLADO.
           IF CLIENTES-PRODUCTO NOT = SPACE
           PERFORM BUSCA-PRODUCTO-CLIENTE
               VARYING INDICE-PRODUCTO FROM 1 BY 1
               UNTIL INDICE-PRODUCTO > CANTIDAD-PRODUCTOS
               OR PRODUCTO-HALLADO = "S"
           END-IF.

       BUSCA-PRODUCTO-CLIENTE.
           IF PROD-TAB-CODIGO (INDICE-PRODUCTO) = CLIENTES-PRODUCTO
           MOVE PROD-TAB-TASA (INDICE-PRODUCTO) TO TASA-DEL-CLIENTE
           MOVE PROD-TAB-CARGO (INDICE-PRODUCTO) TO
               CARGO-DEL-CLIENTE
           MOVE "S" TO PRODUCTO-HALLADO
           END-IF.

      *Misma regla que Aplicar-interes-mensual: la condicion frente
      *al IVA elige la linea de la tabla y solo se retiene sobre lo
      *que el interes pase del minimo no sujeto:
       DETERMINA-RETENCION.
           MOVE ZERO TO IMPORTE-RETENCION.
           MOVE ZERO TO BASE-RETENCION.
           MOVE ZERO TO MINIMO-RETENCION.
           MOVE ZERO TO TASA-RETENCION.
           MOVE "N" TO RETENCION-HALLADA.
           IF CLIENTES-CUIT = SPACES
           MOVE "N" TO CONDICION-RETENCION
           ELSE
           MOVE CLIENTES-CONDICION-IVA TO CONDICION-RETENCION
           IF CONDICION-RETENCION = SPACE
           MOVE "F" TO CONDICION-RETENCION
           END-IF
           END-IF.
           IF IMPORTE-INTERES > ZERO
           PERFORM BUSCA-RETENCION-CLIENTE
               VARYING INDICE-RETENCION FROM 1 BY 1
               UNTIL INDICE-RETENCION > CANTIDAD-RETENCIONES
               OR RETENCION-HALLADA = "S"
           END-IF.
           IF RETENCION-HALLADA = "S" AND
              IMPORTE-INTERES > MINIMO-RETENCION
           COMPUTE BASE-RETENCION =
               IMPORTE-INTERES - MINIMO-RETENCION
           COMPUTE IMPORTE-RETENCION ROUNDED =
               BASE-RETENCION * TASA-RETENCION / 100
           END-IF.

       BUSCA-RETENCION-CLIENTE.
           IF RET-TAB-CONDICION (INDICE-RETENCION) =
              CONDICION-RETENCION
           MOVE RET-TAB-TASA (INDICE-RETENCION) TO TASA-RETENCION
           MOVE RET-TAB-MINIMO (INDICE-RETENCION) TO MINIMO-RETENCION
           MOVE "S" TO RETENCION-HALLADA
           END-IF.

       MUESTRA-LIQUIDACION.
           DISPLAY "Liquidacion final:".
           IF INTERES-YA-APLICADO = "S"
           DISPLAY "  Interes del mes ya aplicado por el lote."
           ELSE
           MOVE IMPORTE-INTERES TO CAMPO-IMPORTE-MUESTRA
           MOVE DIAS-DEVENGADOS TO CAMPO-DIAS-MUESTRA
           DISPLAY "  Interes devengado (" CAMPO-DIAS-MUESTRA
                   " dias): " CAMPO-IMPORTE-MUESTRA
           COMPUTE CAMPO-IMPORTE-MUESTRA = ZERO - CARGO-DEL-CLIENTE
           IF NOT CLIENTE-FUERA-DE-OPERATORIA
           DISPLAY "  Cargo de mantenimiento del mes: "
                   CAMPO-IMPORTE-MUESTRA
           END-IF
           END-IF.
           IF IMPORTE-RETENCION > ZERO
           COMPUTE CAMPO-IMPORTE-MUESTRA = ZERO - IMPORTE-RETENCION
           DISPLAY "  Retencion de ganancias: " CAMPO-IMPORTE-MUESTRA
           END-IF.
           IF PENDIENTES-ORDENES > ZEROES
           DISPLAY "  Ordenes permanentes que se dan de baja: "
                   PENDIENTES-ORDENES
           END-IF.
           MOVE SALDO-A-LIQUIDAR TO CAMPO-SALDO-MUESTRA.
           DISPLAY "  Saldo a liquidar: " MONEDA-DEL-CLIENTE " "
                   CAMPO-SALDO-MUESTRA.

      *El saldo que queda se entrega en efectivo por ventanilla o se
      *transfiere a otro cliente de la casa; sin saldo no hay nada
      *que entregar:
       PIDE-FORMA-DE-PAGO.
           IF SALDO-A-LIQUIDAR = ZERO
           MOVE "-" TO FORMA-DE-PAGO
           ELSE
           MOVE SPACE TO FORMA-DE-PAGO
           DISPLAY "Entrega del saldo (E efectivo, T transferencia "
                   "a otro cliente, otra cosa cancela): "
           ACCEPT FORMA-DE-PAGO
           MOVE FUNCTION UPPER-CASE(FORMA-DE-PAGO) TO FORMA-DE-PAGO
           END-IF.
           IF NOT PAGO-EN-EFECTIVO AND NOT PAGO-POR-TRANSFERENCIA
              AND NOT PAGO-SIN-SALDO
           DISPLAY "Cierre cancelado."
           END-IF.

      *El cliente que recibe se bloquea igual que el que cierra; se
      *exige la misma moneda (entre monedas distintas se transfiere
      *antes con Transferir-saldo, que pide la conversion):
       CIERRA-CON-TRANSFERENCIA.
           PERFORM PIDE-CLIENTE-DESTINO.
           IF DESTINO-ID NOT = ZEROES
           MOVE "N" TO DESTINO-BLOQUEADO
           MOVE DESTINO-ID TO BLOQUEO-CLIENTES-ID
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           MOVE "S" TO DESTINO-BLOQUEADO
           PERFORM CONTROLA-DESTINO
           IF DESTINO-APROBADO = "S"
           PERFORM CONFIRMA-Y-CIERRA
           END-IF
           END-IF
           IF DESTINO-BLOQUEADO = "S"
           MOVE DESTINO-ID TO BLOQUEO-CLIENTES-ID
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF.
           MOVE CIERRE-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.

       PIDE-CLIENTE-DESTINO.
           DISPLAY "ID del cliente que recibe el saldo: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO DESTINO-ID.
           IF DESTINO-ID = CIERRE-ID
           DISPLAY "El cliente que recibe no puede ser el mismo que "
                   "cierra."
           MOVE ZEROES TO DESTINO-ID
           ELSE
           IF DESTINO-ID NOT = ZEROES
           MOVE DESTINO-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE ZEROES TO DESTINO-ID
           END-IF
           END-IF
           END-IF.

       CONTROLA-DESTINO.
           MOVE "S" TO DESTINO-APROBADO.
           MOVE DESTINO-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE CLIENTES-MONEDA TO DESTINO-MONEDA.
           IF DESTINO-MONEDA = SPACE
           MOVE "ARS" TO DESTINO-MONEDA
           END-IF.
           MOVE SPACES TO DESTINO-NOMBRE.
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO DESTINO-NOMBRE.
           DISPLAY "Recibe: " DESTINO-ID " "
                   FUNCTION TRIM(DESTINO-NOMBRE)
                   "  moneda " DESTINO-MONEDA.
           IF CLIENTE-PROSPECTO OR CLIENTE-INACTIVO OR
              CLIENTE-CASTIGADO
           MOVE "N" TO DESTINO-APROBADO
           DISPLAY "Cierre rechazado: el cliente que recibe no esta "
                   "operativo (estado " CLIENTES-ESTADO ")."
           ELSE
           IF DESTINO-MONEDA NOT = MONEDA-DEL-CLIENTE
           MOVE "N" TO DESTINO-APROBADO
           DISPLAY "Cierre rechazado: el cliente que recibe opera en "
                   DESTINO-MONEDA "; transfiera antes con "
                   "Transferir-saldo."
           END-IF
           END-IF.
           MOVE CIERRE-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.

       CONFIRMA-Y-CIERRA.
           MOVE SALDO-A-LIQUIDAR TO CAMPO-SALDO-MUESTRA.
           MOVE SPACES TO CONFIRMA-MENSAJE.
           IF PAGO-POR-TRANSFERENCIA
           STRING "¿Cierra la cuenta y transfiere "
                  FUNCTION TRIM(CAMPO-SALDO-MUESTRA) " a " DESTINO-ID
                  " (S/N)?" DELIMITED BY SIZE INTO CONFIRMA-MENSAJE
           ELSE
           IF PAGO-EN-EFECTIVO
           STRING "¿Cierra la cuenta y paga "
                  FUNCTION TRIM(CAMPO-SALDO-MUESTRA)
                  " en efectivo (S/N)?" DELIMITED BY SIZE
                  INTO CONFIRMA-MENSAJE
           ELSE
           MOVE "¿Confirma el cierre de la cuenta (S/N)?"
               TO CONFIRMA-MENSAJE
           END-IF
           END-IF.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.
           IF SI-A-GRABAR = "S"
           PERFORM ASIENTA-CIERRE
           END-IF.

      *El cliente que cierra se graba primero con saldo cero y
      *estado "I"; si el saldo va a otro cliente y ese no se puede
      *regrabar, el cierre se deshace y no se asienta nada, misma
      *tecnica que Transferir-saldo. Recien con todo grabado van el
      *log, los renglones del ledger, la baja de las ordenes, la
      *copia en la papelera y la carta:
       ASIENTA-CIERRE.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CIERRE.
           MOVE CIERRE-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE CLIENTES-ESTADO TO ESTADO-ANTERIOR.
           MOVE ZERO TO CLIENTES-SALDO.
           MOVE "I" TO CLIENTES-ESTADO.
           MOVE FECHA-HORA-CIERRE (1:8) TO
               CLIENTES-FECHA-ULTIMO-CONTACTO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el registro del cliente, la "
                   "cuenta no se cerro."
           NOT INVALID KEY
           MOVE "S" TO DESTINO-ACREDITADO
           IF PAGO-POR-TRANSFERENCIA
           PERFORM ACREDITA-DESTINO
           END-IF
           IF DESTINO-ACREDITADO = "S"
           PERFORM ASIENTA-LIQUIDACION
           ELSE
           PERFORM DESHACE-CIERRE
           END-IF
           END-REWRITE.

       ACREDITA-DESTINO.
           MOVE "N" TO DESTINO-ACREDITADO.
           MOVE DESTINO-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           ADD SALDO-A-LIQUIDAR TO CLIENTES-SALDO.
           MOVE CLIENTES-SALDO TO DESTINO-SALDO-RESULTANTE.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente que recibe, se deshace "
                   "el cierre."
           NOT INVALID KEY
           MOVE "S" TO DESTINO-ACREDITADO
           END-REWRITE.

       DESHACE-CIERRE.
           MOVE CIERRE-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE SALDO-INICIAL TO CLIENTES-SALDO.
           MOVE ESTADO-ANTERIOR TO CLIENTES-ESTADO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo deshacer el cierre del "
                   "cliente " CIERRE-ID "; revisar con "
                   "Reconciliar-saldos-ledger."
           END-REWRITE.

       ASIENTA-LIQUIDACION.
           MOVE CIERRE-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           PERFORM GRABA-LOG-MODIFICACION.
           IF MOVIMIENTO-TOTAL NOT = ZERO OR
              IMPORTE-RETENCION NOT = ZERO
           PERFORM GRABA-MOVIMIENTO-INTERES
           IF IMPORTE-RETENCION > ZERO
           PERFORM GRABA-MOVIMIENTO-RETENCION
           PERFORM ACUMULA-RETENCION-CLIENTE
           END-IF
           END-IF.
           PERFORM GRABA-MOVIMIENTO-CIERRE.
           IF PAGO-POR-TRANSFERENCIA
           PERFORM ASIENTA-DESTINO
           MOVE CIERRE-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           END-IF.
           PERFORM DA-DE-BAJA-ORDENES.
           PERFORM GRABA-BAJA.
           PERFORM GRABA-LOG-BAJA.
           PERFORM IMPRIME-CARTA-CIERRE.
           ADD 1 TO CONTADOR-CIERRES.
           DISPLAY "Cuenta " CIERRE-ID " cerrada con saldo cero; "
                   "carta grabada en cierre_cuenta.prn.".

      *Registra la liquidacion en el archivo de auditoria, con el
      *mismo codigo "M" que usa una modificacion del saldo:
       GRABA-LOG-MODIFICACION.
           MOVE FECHA-HORA-CIERRE TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *El interes devengado y el cargo van en un renglon "I" del mes,
      *el mismo que grabaria el lote; con el la guardia del lote no
      *vuelve a cobrarle el mes al cliente:
       GRABA-MOVIMIENTO-INTERES.
           MOVE FECHA-HORA-CIERRE TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE MOVIMIENTO-TOTAL TO MOVIMIENTO-IMPORTE.
           COMPUTE MOVIMIENTO-SALDO-RESULTANTE =
               SALDO-INICIAL + MOVIMIENTO-TOTAL.
           MOVE "I" TO MOVIMIENTO-TIPO.
           PERFORM ARMA-CONCEPTO-INTERES.
           MOVE CONCEPTO-INTERES TO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-FECHA-HORA TO FECHA-HORA-INTERES.

       GRABA-MOVIMIENTO-RETENCION.
           MOVE FECHA-HORA-INTERES TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - IMPORTE-RETENCION.
           MOVE SALDO-A-LIQUIDAR TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "G" TO MOVIMIENTO-TIPO.
           MOVE "RETENCION GANANCIAS INTERES" TO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-SECUENCIA TO SECUENCIA-RETENCION.

      *Lo retenido se suma al registro del periodo en
      *retenciones.dat, igual que Aplicar-interes-mensual, para que
      *la declaracion del mes lo incluya:
       ACUMULA-RETENCION-CLIENTE.
           MOVE PERIODO-ACTUAL TO RETENCION-PERIODO.
           MOVE CLIENTES-ID TO RETENCION-CLIENTES-ID.
           READ ARCHIVO-RETENCIONES
           INVALID KEY
           PERFORM ARMA-RETENCION-NUEVA
           WRITE RETENCION-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la retencion del cliente "
                   CLIENTES-ID ", status: " RETENCIONES-STATUS
           END-WRITE
           NOT INVALID KEY
           ADD IMPORTE-INTERES TO RETENCION-INTERES-BRUTO
           ADD BASE-RETENCION TO RETENCION-BASE
           ADD IMPORTE-RETENCION TO RETENCION-IMPORTE
           MOVE FECHA-HORA-INTERES TO RETENCION-MOV-FECHA-HORA
           MOVE SECUENCIA-RETENCION TO RETENCION-MOV-SECUENCIA
           REWRITE RETENCION-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la retencion del cliente "
                   CLIENTES-ID ", status: " RETENCIONES-STATUS
           END-REWRITE
           END-READ.

       ARMA-RETENCION-NUEVA.
           MOVE FECHA-HORA-CIERRE (1:8) TO RETENCION-FECHA.
           MOVE CLIENTES-CUIT TO RETENCION-CUIT.
           MOVE CONDICION-RETENCION TO RETENCION-CONDICION.
           MOVE IMPORTE-INTERES TO RETENCION-INTERES-BRUTO.
           MOVE MINIMO-RETENCION TO RETENCION-MINIMO.
           MOVE BASE-RETENCION TO RETENCION-BASE.
           MOVE TASA-RETENCION TO RETENCION-TASA.
           MOVE IMPORTE-RETENCION TO RETENCION-IMPORTE.
           MOVE FECHA-HORA-INTERES TO RETENCION-MOV-FECHA-HORA.
           MOVE SECUENCIA-RETENCION TO RETENCION-MOV-SECUENCIA.
           MOVE ZEROES TO RETENCION-CERTIFICADO.

      *El renglon de cierre saca todo el saldo liquidado y deja el
      *saldo resultante en cero; se graba aunque no haya nada que
      *entregar, para que el ledger muestre donde termino la cuenta:
       GRABA-MOVIMIENTO-CIERRE.
           MOVE FECHA-HORA-CIERRE TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - SALDO-A-LIQUIDAR.
           MOVE ZERO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "Z" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           IF PAGO-POR-TRANSFERENCIA
           STRING "CIERRE CUENTA TRANSF A " DESTINO-ID
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO
           ELSE
           IF PAGO-EN-EFECTIVO
           MOVE "CIERRE CUENTA PAGO EFECTIVO" TO MOVIMIENTO-CONCEPTO
           ELSE
           MOVE "CIERRE CUENTA SIN SALDO" TO MOVIMIENTO-CONCEPTO
           END-IF
           END-IF.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *La pata del cliente que recibe es una transferencia comun,
      *con la misma fecha-hora que el renglon de cierre:
       ASIENTA-DESTINO.
           MOVE DESTINO-ID TO CLIENTES-ID.
           PERFORM GRABA-LOG-MODIFICACION.
           MOVE FECHA-HORA-CIERRE TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE DESTINO-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE SALDO-A-LIQUIDAR TO MOVIMIENTO-IMPORTE.
           MOVE DESTINO-SALDO-RESULTANTE TO
               MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "T" TO MOVIMIENTO-TIPO.
           MOVE SPACES TO MOVIMIENTO-CONCEPTO.
           STRING "TRANSF CIERRE CUENTA DE " CIERRE-ID
                  DELIMITED BY SIZE INTO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Baja logica de cada orden vigente del cliente, la misma que
      *DESACTIVA-ORDEN de Mantener-ordenes-permanentes:
       DA-DE-BAJA-ORDENES.
           MOVE ZEROES TO CONTADOR-ORDENES-BAJA.
           MOVE CIERRE-ID TO ORDEN-CLIENTES-ID.
           MOVE "1" TO FIN-ORDENES.
           START ARCHIVO-ORDENES KEY IS EQUAL ORDEN-CLIENTES-ID
               INVALID KEY
               MOVE "0" TO FIN-ORDENES
           END-START.
           IF FIN-ORDENES = "1"
           PERFORM LEE-SIGUIENTE-ORDEN
           END-IF.
           PERFORM DA-DE-BAJA-ORDEN
           UNTIL FIN-ORDENES = "0".

       LEE-SIGUIENTE-ORDEN.
           READ ARCHIVO-ORDENES NEXT RECORD
           AT END
           MOVE "0" TO FIN-ORDENES
           NOT AT END
           IF ORDEN-CLIENTES-ID NOT = CIERRE-ID
           MOVE "0" TO FIN-ORDENES
           END-IF
           END-READ.

       DA-DE-BAJA-ORDEN.
           IF ORDEN-VIGENTE
           MOVE "N" TO ORDEN-ACTIVA
           REWRITE ORDEN-REGISTRO-PERMANENTE
           INVALID KEY
           DISPLAY "Error regrabando la orden " ORDEN-NUMERO "."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-ORDENES-BAJA
           END-REWRITE
           END-IF.
           PERFORM LEE-SIGUIENTE-ORDEN.

      *La cuenta cerrada queda en la papelera como cualquier baja de
      *Eliminar-registro, con el estado que tenia antes del cierre,
      *para que Reconciliar-bajas la encuentre con su anotacion:
       GRABA-BAJA.
           MOVE CLIENTES-ID TO BAJA-CLIENTES-ID.
           MOVE CLIENTES-NOMBRE TO BAJA-CLIENTES-NOMBRE.
           MOVE CLIENTES-APELLIDO TO BAJA-CLIENTES-APELLIDO.
           MOVE CLIENTES-EDAD TO BAJA-CLIENTES-EDAD.
           MOVE CLIENTES-TELEFONO TO BAJA-CLIENTES-TELEFONO.
           MOVE CLIENTES-DIRECCION TO BAJA-CLIENTES-DIRECCION.
           MOVE ESTADO-ANTERIOR TO BAJA-CLIENTES-ESTADO.
           MOVE CLIENTES-FECHA-ALTA TO BAJA-CLIENTES-FECHA-ALTA.
           MOVE FECHA-HORA-CIERRE (1:8) TO BAJA-FECHA-BAJA.
           MOVE OPERADOR TO BAJA-OPERADOR.
           WRITE BAJA-REGISTRO.

       GRABA-LOG-BAJA.
           MOVE FECHA-HORA-CIERRE TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "B" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *Carta de cierre para entregar o mandar al cliente: la fecha,
      *la liquidacion, la forma en que se entrego el saldo y el
      *estado de cuenta final con todos los movimientos del periodo:
       IMPRIME-CARTA-CIERRE.
           OPEN OUTPUT ARCHIVO-IMPRESION.
           PERFORM IMPRIME-ENCABEZADO-CARTA.
           PERFORM IMPRIME-LIQUIDACION.
           PERFORM IMPRIME-ESTADO-FINAL.
           PERFORM IMPRIME-PIE-CARTA.
           CLOSE ARCHIVO-IMPRESION.

       IMPRIME-ENCABEZADO-CARTA.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING "CIERRE DE CUENTA - "
                  FECHA-HORA-CIERRE (7:2) "/"
                  FECHA-HORA-CIERRE (5:2) "/"
                  FECHA-HORA-CIERRE (1:4)
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING "Sr./Sra. " FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING FUNCTION TRIM(CLIENTES-DIRECCION) "  ("
                  FUNCTION TRIM(CLIENTES-CODIGO-POSTAL) ")"
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           STRING "Le informamos que su cuenta nro. " CLIENTES-ID
                  " quedo cerrada en el dia de la fecha, con la "
                  "siguiente liquidacion final:"
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.

       IMPRIME-LIQUIDACION.
           MOVE SALDO-INICIAL TO CAMPO-SALDO-MUESTRA.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING "  Saldo antes del cierre:       " MONEDA-DEL-CLIENTE
                  " " CAMPO-SALDO-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           IF INTERES-YA-APLICADO = "N" AND
              (MOVIMIENTO-TOTAL NOT = ZERO OR
               IMPORTE-RETENCION NOT = ZERO)
           MOVE IMPORTE-INTERES TO CAMPO-IMPORTE-MUESTRA
           MOVE DIAS-DEVENGADOS TO CAMPO-DIAS-MUESTRA
           MOVE SPACES TO LINEA-IMPRESION
           STRING "  Interes devengado (" CAMPO-DIAS-MUESTRA
                  " dias):  " MONEDA-DEL-CLIENTE " "
                  CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           COMPUTE CAMPO-IMPORTE-MUESTRA = ZERO - CARGO-DEL-CLIENTE
           MOVE SPACES TO LINEA-IMPRESION
           STRING "  Cargo de mantenimiento:       "
                  MONEDA-DEL-CLIENTE " " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           END-IF.
           IF IMPORTE-RETENCION > ZERO
           COMPUTE CAMPO-IMPORTE-MUESTRA = ZERO - IMPORTE-RETENCION
           MOVE SPACES TO LINEA-IMPRESION
           STRING "  Retencion de ganancias:       "
                  MONEDA-DEL-CLIENTE " " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           END-IF.
           MOVE SALDO-A-LIQUIDAR TO CAMPO-SALDO-MUESTRA.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING "  Saldo liquidado:              " MONEDA-DEL-CLIENTE
                  " " CAMPO-SALDO-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           IF PAGO-POR-TRANSFERENCIA
           STRING "  Entregado por transferencia a la cuenta nro. "
                  DESTINO-ID " (" FUNCTION TRIM(DESTINO-NOMBRE) ")"
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           ELSE
           IF PAGO-EN-EFECTIVO
           MOVE "  Entregado en efectivo por ventanilla."
               TO LINEA-IMPRESION
           ELSE
           MOVE "  Sin saldo para entregar." TO LINEA-IMPRESION
           END-IF
           END-IF.
           WRITE LINEA-IMPRESION.
           IF CONTADOR-ORDENES-BAJA > ZEROES
           MOVE SPACES TO LINEA-IMPRESION
           STRING "  Ordenes permanentes dadas de baja: "
                  CONTADOR-ORDENES-BAJA
                  DELIMITED BY SIZE INTO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           END-IF.
           MOVE "  Saldo final de la cuenta:     0.00"
               TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.

      *Todos los movimientos del cliente en el ledger vigente, del
      *primero al renglon de cierre, con la misma recorrida por
      *cliente que Estado-cuenta-cliente:
       IMPRIME-ESTADO-FINAL.
           MOVE "ESTADO DE CUENTA FINAL:" TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CIERRE-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DEL-LEDGER
           NOT INVALID KEY
           MOVE "1" TO FIN-DEL-LEDGER
           PERFORM LEE-SIGUIENTE-MOVIMIENTO
           END-START.
           PERFORM IMPRIME-MOVIMIENTO
           UNTIL FIN-DEL-LEDGER = "0".
           MOVE LINEA-SEPARADORA TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.

       LEE-SIGUIENTE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-LEDGER
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CIERRE-ID
           MOVE "0" TO FIN-DEL-LEDGER
           END-IF.

       IMPRIME-MOVIMIENTO.
           MOVE MOVIMIENTO-IMPORTE TO CAMPO-IMPORTE-MUESTRA.
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO
               CAMPO-RESULTANTE-MUESTRA.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING
               "  " DELIMITED BY SIZE
               MOVIMIENTO-FECHA-HORA (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MOVIMIENTO-FECHA-HORA (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MOVIMIENTO-FECHA-HORA (1:4) DELIMITED BY SIZE
               "  [" DELIMITED BY SIZE
               MOVIMIENTO-TIPO DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               MOVIMIENTO-CONCEPTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CAMPO-IMPORTE-MUESTRA DELIMITED BY SIZE
               "  Saldo: " DELIMITED BY SIZE
               CAMPO-RESULTANTE-MUESTRA DELIMITED BY SIZE
               INTO LINEA-IMPRESION
           END-STRING.
           WRITE LINEA-IMPRESION.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       IMPRIME-PIE-CARTA.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING "Cerro la cuenta: " FUNCTION TRIM(OPERADOR)
                  DELIMITED BY SIZE INTO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE SPACES TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE "Firma del cliente: ______________________________"
               TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           MOVE "Aclaracion:        ______________________________"
               TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.

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

       COPY "ProcConceptoInteres.cbl".

       END PROGRAM Cerrar-cuenta-cliente.
