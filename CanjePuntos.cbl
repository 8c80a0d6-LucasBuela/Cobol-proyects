      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Canje de puntos de fidelidad en el mostrador: muestra
      *          el saldo de puntos del cliente y su valor, y los
      *          canjea por un credito en el saldo (con su renglon
      *          propio en el ledger) o por la exencion del proximo
      *          cargo de mantenimiento, que descuenta la corrida de
      *          Aplicar-interes-mensual. Los puntos se toman de los
      *          lotes mas viejos primero. El cargo que se exime es
      *          el de la version de las condiciones que rige hoy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Canjear-puntos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Ledger de puntos, reglas del programa y exenciones de cargo:
       COPY "DataBasePuntos.cbl".
       COPY "DataBasePuntosConfig.cbl".
       COPY "DataBaseExencionesCargo.cbl".
      *Catalogo de productos y cargo general, para el costo de la
      *exencion:
       COPY "DataBaseProductos.cbl".
       COPY "DataBaseInteres.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataPuntos.cbl".
       COPY "DataPuntosConfig.cbl".
       COPY "DataExencionesCargo.cbl".
       COPY "DataProductos.cbl".
       COPY "DataInteres.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  PUNTOS-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  PUNTOS-STATUS PIC XX.
       77  CONFIG-PUNTOS-STATUS PIC XX.
       77  EXENCIONES-CARGO-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  CONFIG-INTERES-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REGISTRO-EN-USO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-CANJEANDO PIC X.
       77  CANJE-APROBADO PIC X.
       77  CLIENTE-ACREDITADO PIC X.
       77  CONTADOR-CANJES PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  MONEDA-DEL-CLIENTE PIC X(3).
       77  FECHA-HORA-OPERACION PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.
       77  CAMPO-PUNTOS-MUESTRA PIC Z(6)9.

      *Saldo de puntos del cliente, calculado por Saldo-puntos:
       COPY "DataPuntosConsulta.cbl".

      *Valor en pesos de cada punto, de puntos_config.dat; sin
      *archivo el punto no vale nada y no hay canje posible:
       77  VALOR-DEL-PUNTO PIC 9(3)V99 VALUE ZERO.

      *Canje pedido:
       77  TIPO-DE-CANJE PIC X.
       77  CAMPO-PUNTOS PIC X(7).
       77  PUNTOS-PEDIDOS PIC 9(7) VALUE ZEROES.
       01  IMPORTE-DEL-CANJE PIC S9(7)V99 COMP-3 VALUE ZERO.

      *Consumo de los lotes, del mas viejo al mas nuevo:
       77  PUNTOS-POR-CONSUMIR PIC 9(7).
       77  FIN-DE-PUNTOS PIC X.

      *Exencion del cargo de mantenimiento: el cargo del cliente sale
      *de su producto o, sin producto, de interes_config.dat, igual
      *que en Aplicar-interes-mensual. Va al periodo de la proxima
      *corrida de interes: este mes si todavia no corrio para el
      *cliente, si no el mes que viene:
       77  FIN-PRODUCTOS PIC X.
       01  CARGO-DEL-CLIENTE PIC S9(5)V99 COMP-3 VALUE ZERO.
      *El cargo es el de la version de las condiciones que rige hoy,
      *no el que diga el archivo si todavia no cumplio el preaviso:
       COPY "DataCondicionesConsulta.cbl".
       77  PERIODO-EXENCION PIC X(6).
       77  ANIO-EXENCION PIC 9(4).
       77  MES-EXENCION PIC 9(2).
       77  FIN-GUARDIA PIC X.
       77  INTERES-YA-APLICADO PIC X.

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CANJE DE PUNTOS DE FIDELIDAD =====".
           PERFORM PIDE-OPERADOR.
           PERFORM LEE-VALOR-DEL-PUNTO.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           MOVE "S" TO SIGUE-CANJEANDO.
           PERFORM ATIENDE-UN-CANJE
           UNTIL SIGUE-CANJEANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           DISPLAY "Canjes registrados en esta sesion: "
                   CONTADOR-CANJES.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM VALIDA-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi y no se vuelve a pedir ni a validar; sin
      *sesion (programa corrido por afuera del menu) se pide y
      *valida como siempre:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Comprueba el operador contra la lista de operadores
      *autorizados, la misma tecnica que Eliminar-registro:
       VALIDA-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO OPERADOR-AUTORIZADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.
           IF OPERADOR-AUTORIZADO = "N"
           DISPLAY "Operador no autorizado para canjear puntos."
           PERFORM PIDE-OPERADOR
           END-IF.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE "S" TO OPERADOR-AUTORIZADO
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       LEE-VALOR-DEL-PUNTO.
           OPEN INPUT ARCHIVO-CONFIG-PUNTOS.
           IF CONFIG-PUNTOS-STATUS = "00"
           READ ARCHIVO-CONFIG-PUNTOS
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-PUNTOS-VALOR NUMERIC
           MOVE CONFIG-PUNTOS-VALOR TO VALOR-DEL-PUNTO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-PUNTOS.

      *Se toma el bloqueo del cliente antes de releerlo y de
      *controlar nada, igual que Constituir-plazo-fijo:
       ATIENDE-UN-CANJE.
           DISPLAY " ".
           DISPLAY "ID del cliente que canjea puntos (otra cosa para "
                   "salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-CANJEANDO
           ELSE
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO SIGUE-CANJEANDO
           ELSE
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM PROCESA-CANJE
           PERFORM LIBERA-BLOQUEO-REGISTRO
           END-IF
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

      *Misma tecnica de bloqueo que Modificar-registro:
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro " CLIENTES-ID " en uso por "
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

       PROCESA-CANJE.
           PERFORM LEE-CLIENTE.
           PERFORM CONTROLA-CLIENTE.
           IF CANJE-APROBADO = "S"
           PERFORM PIDE-TIPO-DE-CANJE
           END-IF.
           IF CANJE-APROBADO = "S"
           IF TIPO-DE-CANJE = "S"
           PERFORM PREPARA-CANJE-POR-SALDO
           ELSE
           PERFORM PREPARA-EXENCION-DE-CARGO
           END-IF
           END-IF.
           IF CANJE-APROBADO = "S"
           PERFORM CONFIRMA-CANJE
           IF SI-A-GRABAR = "S"
           IF TIPO-DE-CANJE = "S"
           PERFORM APLICA-CANJE-POR-SALDO
           ELSE
           PERFORM APLICA-EXENCION-DE-CARGO
           END-IF
           END-IF
           END-IF.

      *Muestra el saldo de puntos; el cliente tiene que estar
      *operativo y el programa tiene que tener valor de punto:
       CONTROLA-CLIENTE.
           MOVE "S" TO CANJE-APROBADO.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE.
           IF MONEDA-DEL-CLIENTE = SPACE
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  saldo " MONEDA-DEL-CLIENTE " "
                   CAMPO-SALDO-MUESTRA.
           MOVE CLIENTES-ID TO CONSULTA-PUNTOS-CLIENTES-ID.
           CALL "Saldo-puntos" USING PUNTOS-CONSULTA.
           MOVE CONSULTA-PUNTOS-SALDO TO CAMPO-PUNTOS-MUESTRA.
           MOVE CONSULTA-PUNTOS-VALOR TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Puntos: " CAMPO-PUNTOS-MUESTRA
                   "  valor ARS " CAMPO-IMPORTE-MUESTRA.
           IF CONSULTA-PUNTOS-POR-VENCER > ZEROES
           MOVE CONSULTA-PUNTOS-POR-VENCER TO CAMPO-PUNTOS-MUESTRA
           DISPLAY "        vencen este mes: " CAMPO-PUNTOS-MUESTRA
           END-IF.
           IF CLIENTE-FUERA-DE-OPERATORIA
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "Canje rechazado: el cliente esta suspendido o "
                   "no operativo (estado " CLIENTES-ESTADO ")."
           ELSE
           IF CONSULTA-PUNTOS-SALDO = ZEROES
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "El cliente no tiene puntos para canjear."
           ELSE
           IF VALOR-DEL-PUNTO = ZERO
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "Canje rechazado: no hay valor de punto "
                   "configurado en puntos_config.dat."
           END-IF
           END-IF
           END-IF.

       PIDE-TIPO-DE-CANJE.
           DISPLAY "Canjear por: (S) credito en el saldo, (M) exencion "
                   "del cargo de mantenimiento: ".
           ACCEPT TIPO-DE-CANJE.
           MOVE FUNCTION UPPER-CASE(TIPO-DE-CANJE) TO TIPO-DE-CANJE.
           IF TIPO-DE-CANJE NOT = "S" AND TIPO-DE-CANJE NOT = "M"
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "Opcion invalida, no se canjeo."
           END-IF.

      *El credito va al saldo en pesos, asi que solo se acredita a
      *una cuenta en ARS:
       PREPARA-CANJE-POR-SALDO.
           IF MONEDA-DEL-CLIENTE NOT = "ARS"
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "Canje rechazado: el credito por puntos se hace "
                   "en cuentas en ARS."
           ELSE
           MOVE SPACES TO CAMPO-PUNTOS
           DISPLAY "Puntos a canjear: "
           ACCEPT CAMPO-PUNTOS
           MOVE ZEROES TO PUNTOS-PEDIDOS
           IF FUNCTION TRIM(CAMPO-PUNTOS) NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-PUNTOS) TO PUNTOS-PEDIDOS
           END-IF
           IF PUNTOS-PEDIDOS = ZEROES OR
              PUNTOS-PEDIDOS > CONSULTA-PUNTOS-SALDO
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "Cantidad invalida o mayor que el saldo de "
                   "puntos, no se canjeo."
           ELSE
           COMPUTE IMPORTE-DEL-CANJE ROUNDED =
               PUNTOS-PEDIDOS * VALOR-DEL-PUNTO
           END-IF
           END-IF.

      *El costo en puntos es el cargo dividido el valor del punto,
      *redondeado para arriba; una exencion por periodo y cliente:
       PREPARA-EXENCION-DE-CARGO.
           PERFORM DETERMINA-CARGO-DEL-CLIENTE.
           PERFORM DETERMINA-PERIODO-EXENCION.
           IF CARGO-DEL-CLIENTE NOT > ZERO
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "El cliente no paga cargo de mantenimiento."
           ELSE
           DIVIDE CARGO-DEL-CLIENTE BY VALOR-DEL-PUNTO
               GIVING PUNTOS-PEDIDOS
           COMPUTE IMPORTE-DEL-CANJE =
               PUNTOS-PEDIDOS * VALOR-DEL-PUNTO
           IF IMPORTE-DEL-CANJE < CARGO-DEL-CLIENTE
           ADD 1 TO PUNTOS-PEDIDOS
           END-IF
           MOVE CARGO-DEL-CLIENTE TO IMPORTE-DEL-CANJE
           IF PUNTOS-PEDIDOS > CONSULTA-PUNTOS-SALDO
           MOVE "N" TO CANJE-APROBADO
           MOVE PUNTOS-PEDIDOS TO CAMPO-PUNTOS-MUESTRA
           DISPLAY "La exencion cuesta " CAMPO-PUNTOS-MUESTRA
                   " puntos; el cliente no llega."
           ELSE
           PERFORM COMPRUEBA-EXENCION-EXISTENTE
           END-IF
           END-IF.

       DETERMINA-CARGO-DEL-CLIENTE.
           MOVE ZERO TO CARGO-DEL-CLIENTE.
           OPEN INPUT ARCHIVO-CONFIG-INTERES.
           IF CONFIG-INTERES-STATUS = "00"
           READ ARCHIVO-CONFIG-INTERES
           AT END
           CONTINUE
           NOT AT END
           MOVE SPACES TO CONSULTA-COND-PRODUCTO
           MOVE CONFIG-TASA-INTERES TO CONSULTA-COND-TASA
           MOVE CONFIG-CARGO-MANTENIMIENTO TO CONSULTA-COND-CARGO
           MOVE ZEROES TO CONSULTA-COND-CARGO-RECHAZO
           PERFORM TOMA-CARGO-VIGENTE
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-INTERES.
           IF CLIENTES-PRODUCTO NOT = SPACE
           OPEN INPUT ARCHIVO-PRODUCTOS
           MOVE "1" TO FIN-PRODUCTOS
           IF PRODUCTOS-STATUS NOT = "00"
           MOVE "0" TO FIN-PRODUCTOS
           END-IF
           PERFORM COMPARA-UN-PRODUCTO UNTIL FIN-PRODUCTOS = "0"
           CLOSE ARCHIVO-PRODUCTOS
           END-IF.

       COMPARA-UN-PRODUCTO.
           READ ARCHIVO-PRODUCTOS
           AT END
           MOVE "0" TO FIN-PRODUCTOS
           NOT AT END
           IF PRODUCTO-CODIGO = CLIENTES-PRODUCTO
           MOVE PRODUCTO-CODIGO TO CONSULTA-COND-PRODUCTO
           MOVE PRODUCTO-TASA TO CONSULTA-COND-TASA
           MOVE PRODUCTO-CARGO TO CONSULTA-COND-CARGO
           MOVE ZEROES TO CONSULTA-COND-CARGO-RECHAZO
           IF PRODUCTO-CARGO-RECHAZO NUMERIC
           MOVE PRODUCTO-CARGO-RECHAZO TO CONSULTA-COND-CARGO-RECHAZO
           END-IF
           PERFORM TOMA-CARGO-VIGENTE
           MOVE "0" TO FIN-PRODUCTOS
           END-IF
           END-READ.

       TOMA-CARGO-VIGENTE.
           MOVE SPACES TO CONSULTA-COND-FECHA.
           CALL "Condiciones-vigentes" USING CONDICIONES-CONSULTA.
           MOVE CONSULTA-COND-CARGO TO CARGO-DEL-CLIENTE.

      *Mismo START directo que COMPRUEBA-INTERES-DEL-PERIODO de
      *Aplicar-interes-mensual: con el interes de este mes ya
      *aplicado al cliente, la exencion queda para el mes que viene:
       DETERMINA-PERIODO-EXENCION.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-EXENCION.
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
           IF INTERES-YA-APLICADO = "S"
           MOVE PERIODO-EXENCION (1:4) TO ANIO-EXENCION
           MOVE PERIODO-EXENCION (5:2) TO MES-EXENCION
           ADD 1 TO MES-EXENCION
           IF MES-EXENCION > 12
           MOVE 1 TO MES-EXENCION
           ADD 1 TO ANIO-EXENCION
           END-IF
           MOVE ANIO-EXENCION TO PERIODO-EXENCION (1:4)
           MOVE MES-EXENCION TO PERIODO-EXENCION (5:2)
           END-IF.

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
              MOVIMIENTO-FECHA-HORA (1:6) = PERIODO-EXENCION
           MOVE "S" TO INTERES-YA-APLICADO
           MOVE "0" TO FIN-GUARDIA
           ELSE
           PERFORM LEE-MOVIMIENTO-GUARDIA
           END-IF.

       COMPRUEBA-EXENCION-EXISTENTE.
           OPEN INPUT ARCHIVO-EXENCIONES-CARGO.
           IF EXENCIONES-CARGO-STATUS = "00"
           MOVE PERIODO-EXENCION TO EXCARGO-PERIODO
           MOVE CLIENTES-ID TO EXCARGO-CLIENTES-ID
           READ ARCHIVO-EXENCIONES-CARGO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "El cliente ya tiene exento el cargo del periodo "
                   PERIODO-EXENCION (5:2) "/" PERIODO-EXENCION (1:4)
                   "."
           END-READ
           END-IF.
           CLOSE ARCHIVO-EXENCIONES-CARGO.

       CONFIRMA-CANJE.
           MOVE PUNTOS-PEDIDOS TO CAMPO-PUNTOS-MUESTRA.
           MOVE IMPORTE-DEL-CANJE TO CAMPO-IMPORTE-MUESTRA.
           IF TIPO-DE-CANJE = "S"
           DISPLAY "Canje de " CAMPO-PUNTOS-MUESTRA " puntos por un "
                   "credito de ARS " CAMPO-IMPORTE-MUESTRA "."
           ELSE
           DISPLAY "Canje de " CAMPO-PUNTOS-MUESTRA " puntos por la "
                   "exencion del cargo de ARS " CAMPO-IMPORTE-MUESTRA
                   " del periodo " PERIODO-EXENCION (5:2) "/"
                   PERIODO-EXENCION (1:4) "."
           END-IF.
           MOVE "¿Confirma el canje (S/N)?" TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Primero se acredita el saldo; solo con el credito grabado se
      *asienta en el ledger y se descuentan los puntos:
       APLICA-CANJE-POR-SALDO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           MOVE "N" TO CLIENTE-ACREDITADO.
           PERFORM LEE-CLIENTE.
           ADD IMPORTE-DEL-CANJE TO CLIENTES-SALDO.
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el cliente, no se canjeo."
           NOT INVALID KEY
           MOVE "S" TO CLIENTE-ACREDITADO
           END-REWRITE.
           IF CLIENTE-ACREDITADO = "S"
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-CANJE
           PERFORM DESCUENTA-PUNTOS
           ADD 1 TO CONTADOR-CANJES
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA
           DISPLAY "Canje registrado. Nuevo saldo: ARS "
                   CAMPO-SALDO-MUESTRA
           END-IF.

      *La exencion queda pendiente hasta que la corrida de interes
      *del periodo la usa:
       APLICA-EXENCION-DE-CARGO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-OPERACION.
           OPEN I-O ARCHIVO-EXENCIONES-CARGO.
           MOVE PERIODO-EXENCION TO EXCARGO-PERIODO.
           MOVE CLIENTES-ID TO EXCARGO-CLIENTES-ID.
           MOVE PUNTOS-PEDIDOS TO EXCARGO-PUNTOS.
           MOVE OPERADOR TO EXCARGO-OPERADOR.
           MOVE FECHA-HORA-OPERACION TO EXCARGO-FECHA-HORA.
           MOVE "P" TO EXCARGO-ESTADO.
           MOVE ZERO TO EXCARGO-IMPORTE.
           WRITE EXCARGO-REGISTRO
           INVALID KEY
           MOVE "N" TO CANJE-APROBADO
           DISPLAY "Error grabando la exencion, status: "
                   EXENCIONES-CARGO-STATUS ", no se canjeo."
           END-WRITE.
           CLOSE ARCHIVO-EXENCIONES-CARGO.
           IF CANJE-APROBADO = "S"
           PERFORM DESCUENTA-PUNTOS
           ADD 1 TO CONTADOR-CANJES
           DISPLAY "Exencion registrada para el periodo "
                   PERIODO-EXENCION (5:2) "/" PERIODO-EXENCION (1:4)
                   "."
           END-IF.

       GRABA-LOG-MODIFICACION.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

       GRABA-MOVIMIENTO-CANJE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR TO MOVIMIENTO-OPERADOR.
           MOVE IMPORTE-DEL-CANJE TO MOVIMIENTO-IMPORTE.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "U" TO MOVIMIENTO-TIPO.
           MOVE "CANJE DE PUNTOS" TO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.

      *Los puntos salen de los lotes con algo pendiente, en orden de
      *clave, o sea del mas viejo al mas nuevo; despues se asienta
      *el renglon del canje:
       DESCUENTA-PUNTOS.
           MOVE PUNTOS-PEDIDOS TO PUNTOS-POR-CONSUMIR.
           OPEN I-O ARCHIVO-PUNTOS.
           MOVE "0" TO FIN-DE-PUNTOS.
           IF PUNTOS-STATUS = "00" OR PUNTOS-STATUS = "05"
           MOVE LOW-VALUES TO PUNTOS-CLAVE
           MOVE CLIENTES-ID TO PUNTOS-CLIENTES-ID
           START ARCHIVO-PUNTOS KEY IS NOT LESS PUNTOS-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-PUNTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-PUNTOS
           END-START
           END-IF.
           PERFORM CONSUME-UN-LOTE
           UNTIL FIN-DE-PUNTOS = "0".
           PERFORM GRABA-RENGLON-CANJE.
           CLOSE ARCHIVO-PUNTOS.

       CONSUME-UN-LOTE.
           READ ARCHIVO-PUNTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PUNTOS
           NOT AT END
           IF PUNTOS-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-PUNTOS
           ELSE
           IF PUNTOS-GANADOS AND PUNTOS-PENDIENTES > ZEROES
           PERFORM DESCUENTA-DEL-LOTE
           END-IF
           END-IF
           END-READ.

       DESCUENTA-DEL-LOTE.
           IF PUNTOS-PENDIENTES > PUNTOS-POR-CONSUMIR
           SUBTRACT PUNTOS-POR-CONSUMIR FROM PUNTOS-PENDIENTES
           MOVE ZEROES TO PUNTOS-POR-CONSUMIR
           ELSE
           SUBTRACT PUNTOS-PENDIENTES FROM PUNTOS-POR-CONSUMIR
           MOVE ZEROES TO PUNTOS-PENDIENTES
           END-IF.
           REWRITE PUNTOS-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando un lote de puntos, status: "
                   PUNTOS-STATUS
           END-REWRITE.
           IF PUNTOS-POR-CONSUMIR = ZEROES
           MOVE "0" TO FIN-DE-PUNTOS
           END-IF.

       GRABA-RENGLON-CANJE.
           MOVE SPACES TO PUNTOS-REGISTRO.
           MOVE CLIENTES-ID TO PUNTOS-CLIENTES-ID.
           MOVE FECHA-HORA-OPERACION TO PUNTOS-FECHA-HORA.
           MOVE ZEROES TO PUNTOS-SECUENCIA.
           MOVE "C" TO PUNTOS-TIPO.
           COMPUTE PUNTOS-CANTIDAD = ZERO - PUNTOS-PEDIDOS.
           MOVE FECHA-HORA-OPERACION (1:6) TO PUNTOS-PERIODO.
           MOVE ZEROES TO PUNTOS-PENDIENTES.
           MOVE TIPO-DE-CANJE TO PUNTOS-CANJE.
           MOVE IMPORTE-DEL-CANJE TO PUNTOS-IMPORTE.
           MOVE OPERADOR TO PUNTOS-OPERADOR.
           IF CANJE-CREDITO-SALDO
           MOVE "CANJE POR CREDITO EN SALDO" TO PUNTOS-CONCEPTO
           ELSE
           STRING "EXENCION DE CARGO " PERIODO-EXENCION
                  DELIMITED BY SIZE INTO PUNTOS-CONCEPTO
           END-STRING
           END-IF.
           MOVE "N" TO PUNTOS-GRABADO.
           PERFORM INTENTA-GRABAR-PUNTOS
               UNTIL PUNTOS-GRABADO = "S".

       INTENTA-GRABAR-PUNTOS.
           WRITE PUNTOS-REGISTRO
           INVALID KEY
           ADD 1 TO PUNTOS-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO PUNTOS-GRABADO.

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

       END PROGRAM Canjear-puntos.
