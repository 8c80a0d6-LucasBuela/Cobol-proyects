      * Purpose: Lote mensual que aplica la tasa de interes y el cargo
      *          de mantenimiento configurados sobre el saldo de cada
      *          cliente activo, sin que un operador tenga que tocar
      *          cada registro a mano en Modificar-registro. Sobre el
      *          interes acreditado practica la retencion de ganancias
      *          que corresponda segun retenciones_config.dat.
      *          Al cliente que canjeo puntos de fidelidad por la
      *          exencion del cargo del periodo no se le cobra el
      *          cargo, y la exencion queda marcada como aplicada.
      *          El interes corre sobre el saldo a valor: lo imputado
      *          con fecha valor posterior a la corrida no devenga.
      *          Llamado en simulacion (ver Simular-posteo-mensual)
      *          calcula lo mismo sin grabar saldos, ledger,
      *          auditoria, retenciones, exenciones, alertas ni el
      *          contador del paso, y deja lo que habria asentado en
      *          un spool y en simulacion_posteo.dat.
      *          Cada corrida real pasa por el control de cierre
      *          mensual (Control-cierre-mensual): no corre si falta
      *          completar un paso previo del cierre del periodo o si
      *          el periodo anterior no quedo cerrado, y al terminar
      *          queda anotada con su operador y su hora.
      *          El renglon de interes lleva en el concepto el cargo
      *          cobrado, para el analisis de ingresos.
      *          La tasa y el cargo de cada producto (y los generales)
      *          son los de la version de las condiciones que rige el
      *          dia de la corrida (Condiciones-vigentes): un cambio en
      *          productos.dat o interes_config.dat que todavia no
      *          cumplio el preaviso a los clientes no se aplica.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBaseInteres.cbl".
      *Catalogo de productos con tasa y cargo propios:
       COPY "DataBaseProductos.cbl".
      *Tabla de retenciones de ganancias y retenciones practicadas:
       COPY "DataBaseRetencionesConfig.cbl".
       COPY "DataBaseRetenciones.cbl".
      *Exenciones del cargo canjeadas con puntos de fidelidad:
       COPY "DataBaseExencionesCargo.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".
      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Corrida simulada: senal, renglones simulados, spool fechado y
      *catalogo de reportes:
       COPY "DataBaseSimulacionSenal.cbl".
       COPY "DataBaseSimulacion.cbl".
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       COPY "DataMovimientos.cbl".
       COPY "DataInteres.cbl".
       COPY "DataProductos.cbl".
       COPY "DataRetencionesConfig.cbl".
       COPY "DataRetenciones.cbl".
       COPY "DataExencionesCargo.cbl".

       COPY "DataPasoContador.cbl".
       COPY "DataAlertas.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataSimulacionSenal.cbl".
       COPY "DataSimulacion.cbl".
       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       77  FIN-GUARDIA PIC X.
       77  INTERES-YA-APLICADO PIC X.
       77  CONTADOR-YA-APLICADOS PIC 9(5) VALUE ZEROES.
      *Exenciones del cargo por canje de puntos del periodo:
       77  EXENCIONES-CARGO-STATUS PIC XX.
       77  CONTADOR-EXENTOS PIC 9(5) VALUE ZEROES.
      *Clientes cuyo cargo se dejo sin aplicar por un embargo:
       77  CONTADOR-EMBARGADOS PIC 9(5) VALUE ZEROES.
      *Catalogo de productos en tabla; el cliente con producto usa la
      *tasa y el cargo de su producto, el resto la config general:
       77  PRODUCTOS-STATUS PIC XX.
       77  PRODUCTO-HALLADO PIC X.
       77  TASA-DEL-CLIENTE PIC S9(1)V9(4) COMP-3.
       77  CARGO-DEL-CLIENTE PIC S9(5)V99 COMP-3.
       COPY "DataConceptoInteres.cbl".
      *Condiciones vigentes por producto: un cambio de tasa o de
      *cargo en los archivos que no cumplio el preaviso no se aplica:
       COPY "DataCondicionesConsulta.cbl".
       01  TABLA-PRODUCTOS.
           05 PROD-TABLA OCCURS 20 TIMES.
              10 PROD-TAB-CODIGO PIC X(3).
       77  GENERAL-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       01  OPERADOR-BATCH PIC X(10) VALUE "BATCH".
      *Retencion de ganancias: la tabla por condicion del cliente se
      *carga una vez; la retencion se calcula sobre el interes bruto,
      *antes de descontar el cargo de mantenimiento, y se asienta en
      *un renglon "G" propio al lado del de interes:
       77  CONFIG-RETENCIONES-STATUS PIC XX.
       77  RETENCIONES-STATUS PIC XX.
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
       77  NETO-DEL-CLIENTE PIC S9(7)V99 COMP-3.
       77  FECHA-HORA-INTERES PIC X(21).
      *Saldo que ya tiene valor el dia de la corrida: lo imputado con
      *fecha valor posterior (un deposito de despues del corte del
      *ultimo dia habil) todavia no devenga:
       77  SALDO-A-VALOR PIC S9(7)V99 COMP-3.
       77  SECUENCIA-RETENCION PIC 9(3).
       77  CONTADOR-RETENIDOS PIC 9(5) VALUE ZEROES.
       77  TOTAL-RETENIDO PIC S9(11)V99 COMP-3 VALUE ZERO.
      *Saldo disponible (saldo menos embargos vigentes):
       COPY "DataDisponible.cbl".

      *Fecha valor de los renglones del ledger:
       COPY "DataFechaValor.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

      *Corrida simulada:
       COPY "DataSimulacionTrabajo.cbl".
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE "Aplicar-interes-mensual" TO PROGRAMA-SIMULADO.
           MOVE "I" TO PROCESO-SIMULADO.
           MOVE "SIMINTERES" TO CODIGO-DEL-REPORTE.
           PERFORM COMPRUEBA-MODO-SIMULACION.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           PERFORM LEE-CONFIGURACION.
           PERFORM CARGA-CATALOGO-PRODUCTOS.
           PERFORM CARGA-TABLA-RETENCIONES.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-ACTUAL.
      *La corrida real no arranca sin el visto del control de cierre:
           IF MODO-SIMULACION NOT = "S"
           INITIALIZE CIERRE-CONTROL
           MOVE "Aplicar-interes-mensual" TO CONTROL-CIERRE-PROGRAMA
           MOVE PERIODO-ACTUAL TO CONTROL-CIERRE-PERIODO
           PERFORM VERIFICA-CONTROL-CIERRE
           IF NOT CONTROL-CIERRE-AUTORIZADO
           GOBACK
           END-IF
           END-IF.
      *Simulando, clientes, ledger y exenciones se abren solo para
      *leer (la guardia del periodo, el saldo a valor y la exencion
      *pendiente) y ni la auditoria ni las retenciones se abren:
           IF MODO-SIMULACION = "S"
           MOVE FECHA-DE-CORRIDA TO FECHA-SIMULADA
           PERFORM ABRE-SIMULACION
           OPEN INPUT ARCHIVO-CLIENTES
           ELSE
           OPEN I-O ARCHIVO-CLIENTES
           END-IF.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           IF MODO-SIMULACION = "S"
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO
           OPEN INPUT ARCHIVO-EXENCIONES-CARGO
           ELSE
           OPEN I-O ARCHIVO-CLIENTES-LOG
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO
           OPEN I-O ARCHIVO-RETENCIONES
           OPEN I-O ARCHIVO-EXENCIONES-CARGO
           END-IF.
           DISPLAY " ".
           DISPLAY "===== INTERES Y MANTENIMIENTO MENSUAL =====".
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM PROCESA-CLIENTE
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-EXENCIONES-CARGO.
           IF MODO-SIMULACION NOT = "S"
           CLOSE ARCHIVO-CLIENTES-LOG
           CLOSE ARCHIVO-RETENCIONES
           END-IF.
           DISPLAY "Clientes con movimiento aplicado: "
                   CONTADOR-APLICADOS.
           MOVE TOTAL-RETENIDO TO CAMPO-TOTAL-MUESTRA.
           DISPLAY "Clientes con retencion de ganancias: "
                   CONTADOR-RETENIDOS "  Retenido: "
                   CAMPO-TOTAL-MUESTRA.
           DISPLAY "Clientes salteados (interes ya aplicado este "
                   "periodo): " CONTADOR-YA-APLICADOS.
           DISPLAY "Clientes sin cargo por embargo vigente: "
                   CONTADOR-EMBARGADOS.
           DISPLAY "Clientes con el cargo exento por canje de puntos: "
                   CONTADOR-EXENTOS.
           PERFORM MUESTRA-RESUMEN-PRODUCTOS.
           IF MODO-SIMULACION = "S"
           PERFORM CIERRA-SIMULACION
           ELSE
           PERFORM GRABA-CONTADOR-PASO
           MOVE CONTADOR-APLICADOS TO CONTROL-CIERRE-CANTIDAD
           PERFORM COMPLETA-CONTROL-CIERRE
           END-IF.
           GOBACK.

      *Fecha de trabajo de la corrida: si el proceso nocturno dejo
           MOVE CONFIG-CARGO-MANTENIMIENTO TO CARGO-MANTENIMIENTO
           END-IF.
           CLOSE ARCHIVO-CONFIG-INTERES.
           PERFORM APLICA-CONDICIONES-GENERALES.
           DISPLAY "Tasa de interes mensual: " TASA-INTERES.
           DISPLAY "Cargo de mantenimiento: " CARGO-MANTENIMIENTO.

           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Prospectos, suspendidos, bajas y cuentas castigadas no
      *devengan interes ni cargo; un moroso sigue devengando como
      *cualquier cuenta abierta:
       PROCESA-CLIENTE.
           IF CLIENTE-FUERA-DE-OPERATORIA
           CONTINUE
      *mantenimiento, y el cargo se resta siempre, tenga o no saldo
      *positivo el cliente, igual que una cuenta real. La tasa y el
      *cargo salen del producto del cliente si lo tiene; un premium
      *y un basico ya no pagan lo mismo. La retencion de ganancias
      *sale del interes bruto y baja el saldo junto con el neto:
       APLICA-INTERES-Y-CARGO.
           PERFORM DETERMINA-TASA-Y-CARGO.
           PERFORM COMPRUEBA-EXENCION-CARGO.
           PERFORM CALCULA-SALDO-A-VALOR.
           COMPUTE IMPORTE-INTERES ROUNDED =
               SALDO-A-VALOR * TASA-DEL-CLIENTE.
           COMPUTE MOVIMIENTO-TOTAL =
               IMPORTE-INTERES - CARGO-DEL-CLIENTE.
           PERFORM DETERMINA-RETENCION.
           COMPUTE NETO-DEL-CLIENTE =
               MOVIMIENTO-TOTAL - IMPORTE-RETENCION.
           MOVE SPACE TO DISPONIBLE-RESULTADO.
           IF NETO-DEL-CLIENTE < ZERO
           PERFORM COMPRUEBA-EMBARGOS-CARGO
           END-IF.
           IF DEBITO-AFECTA-EMBARGO
           ADD 1 TO CONTADOR-EMBARGADOS
           DISPLAY "Cliente " CLIENTES-ID ": el cargo afecta fondos "
                   "embargados, no se aplica."
           ELSE
           IF MOVIMIENTO-TOTAL NOT = ZERO OR
              IMPORTE-RETENCION NOT = ZERO
           COMPUTE CLIENTES-SALDO = CLIENTES-SALDO + NETO-DEL-CLIENTE
           IF MODO-SIMULACION = "S"
           PERFORM SIMULA-REGISTRO
           ELSE
           PERFORM GRABA-REGISTRO
           END-IF
           PERFORM ACUMULA-POR-PRODUCTO
           END-IF
           END-IF.

      *El interes corre sobre el saldo a valor: al saldo se le
      *descuentan los renglones del cliente cuya fecha valor cae
      *despues del dia de la corrida. La revaluacion no toca el
      *saldo y un renglon sin fecha valor vale desde su imputacion:
       CALCULA-SALDO-A-VALOR.
           MOVE CLIENTES-SALDO TO SALDO-A-VALOR.
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
           PERFORM DESCUENTA-SIN-VALOR
           UNTIL FIN-GUARDIA = "0".

       DESCUENTA-SIN-VALOR.
           IF NOT MOVIMIENTO-REVALUACION AND
              MOVIMIENTO-FECHA-VALOR NOT = SPACES AND
              MOVIMIENTO-FECHA-VALOR > FECHA-DE-CORRIDA
           SUBTRACT MOVIMIENTO-IMPORTE FROM SALDO-A-VALOR
           END-IF.
           PERFORM LEE-MOVIMIENTO-GUARDIA.

      *La condicion que manda en la tabla es la del cliente frente al
      *IVA (en blanco cuenta como consumidor final); un cliente sin
      *CUIT cargado va por la linea "N" de no inscripto. Solo se
      *retiene sobre lo que el interes del mes pase del minimo no
      *sujeto, y nunca sobre un interes negativo:
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

      *Un neto negativo (cargo mayor que el interes) no puede comerse
      *lo que retiene un embargo vigente; el cliente queda sin
      *renglon de interes del periodo y una re-corrida, ya liberado
      *el embargo, lo completa:
       COMPRUEBA-EMBARGOS-CARGO.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           COMPUTE DISPONIBLE-DEBITO = ZERO - NETO-DEL-CLIENTE.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.

      *Una exencion pendiente del periodo deja el cargo en cero y
      *queda aplicada con el importe que se perdono:
       COMPRUEBA-EXENCION-CARGO.
           MOVE PERIODO-ACTUAL TO EXCARGO-PERIODO.
           MOVE CLIENTES-ID TO EXCARGO-CLIENTES-ID.
           READ ARCHIVO-EXENCIONES-CARGO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF EXCARGO-PENDIENTE
           MOVE CARGO-DEL-CLIENTE TO EXCARGO-IMPORTE
           MOVE ZERO TO CARGO-DEL-CLIENTE
           MOVE "A" TO EXCARGO-ESTADO
           IF MODO-SIMULACION NOT = "S"
           REWRITE EXCARGO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la exencion del cliente "
                   CLIENTES-ID ", status: " EXENCIONES-CARGO-STATUS
           END-REWRITE
           END-IF
           ADD 1 TO CONTADOR-EXENTOS
           END-IF
           END-READ.

       DETERMINA-TASA-Y-CARGO.
           MOVE TASA-INTERES TO TASA-DEL-CLIENTE.
           MOVE CARGO-MANTENIMIENTO TO CARGO-DEL-CLIENTE.
           ADD MOVIMIENTO-TOTAL TO GENERAL-TOTAL
           END-IF.

      *La tasa y el cargo generales son los de la version de las
      *condiciones que rige el dia de la corrida; lo que diga
      *interes_config.dat y todavia no rija queda retenido:
       APLICA-CONDICIONES-GENERALES.
           MOVE SPACES TO CONSULTA-COND-PRODUCTO.
           MOVE FECHA-DE-CORRIDA TO CONSULTA-COND-FECHA.
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
           MOVE FECHA-DE-CORRIDA TO CONSULTA-COND-FECHA.
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
           MOVE PRODUCTO-TASA TO PROD-TAB-TASA (CANTIDAD-PRODUCTOS)
           MOVE PRODUCTO-CARGO TO
               PROD-TAB-CARGO (CANTIDAD-PRODUCTOS)
           PERFORM APLICA-CONDICIONES-PRODUCTO
           MOVE ZEROES TO PROD-TAB-CLIENTES (CANTIDAD-PRODUCTOS)
           MOVE ZERO TO PROD-TAB-TOTAL (CANTIDAD-PRODUCTOS)
           END-IF.

      *Sin archivo de tabla no se retiene a nadie, igual que la
      *configuracion de interes: no se inventan tasas:
       CARGA-TABLA-RETENCIONES.
           MOVE ZEROES TO CANTIDAD-RETENCIONES.
           OPEN INPUT ARCHIVO-CONFIG-RETENCIONES.
           IF CONFIG-RETENCIONES-STATUS = "00"
           MOVE "1" TO FIN-CONFIG-RETENCIONES
           PERFORM CARGA-UNA-RETENCION
           UNTIL FIN-CONFIG-RETENCIONES = "0"
           END-IF.
           CLOSE ARCHIVO-CONFIG-RETENCIONES.
           DISPLAY "Condiciones con retencion de ganancias: "
                   CANTIDAD-RETENCIONES.

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

       MUESTRA-RESUMEN-PRODUCTOS.
           DISPLAY "RESUMEN POR PRODUCTO:".
           PERFORM MUESTRA-UN-PRODUCTO
           ADD 1 TO CONTADOR-APLICADOS
           PERFORM GRABA-LOG-MODIFICACION
           PERFORM GRABA-MOVIMIENTO-SALDO
           IF IMPORTE-RETENCION > ZERO
           PERFORM GRABA-MOVIMIENTO-RETENCION
           PERFORM ACUMULA-RETENCION-CLIENTE
           END-IF
           IF CLIENTES-SALDO < CLIENTES-LIMITE-DESCUBIERTO
           PERFORM GRABA-ALERTA-LIMITE
           END-IF
           END-REWRITE.

      *Los mismos dos renglones que dejaria GRABA-REGISTRO (el de
      *interes con el saldo antes de retener y el "G" con el final),
      *como renglones simulados; las alertas de limite no salen:
       SIMULA-REGISTRO.
           ADD 1 TO CONTADOR-APLICADOS.
           MOVE "I" TO SIMULADO-TIPO.
           MOVE MOVIMIENTO-TOTAL TO SIMULADO-IMPORTE.
           COMPUTE SIMULADO-SALDO = CLIENTES-SALDO + IMPORTE-RETENCION.
           PERFORM ARMA-CONCEPTO-INTERES.
           MOVE CONCEPTO-INTERES TO SIMULADO-CONCEPTO.
           PERFORM GRABA-RENGLON-SIMULADO.
           IF IMPORTE-RETENCION > ZERO
           MOVE "G" TO SIMULADO-TIPO
           COMPUTE SIMULADO-IMPORTE = ZERO - IMPORTE-RETENCION
           MOVE CLIENTES-SALDO TO SIMULADO-SALDO
           MOVE "RETENCION GANANCIAS INTERES" TO SIMULADO-CONCEPTO
           PERFORM GRABA-RENGLON-SIMULADO
           ADD 1 TO CONTADOR-RETENIDOS
           ADD IMPORTE-RETENCION TO TOTAL-RETENIDO
           END-IF.

      *Registra la modificacion en el archivo de auditoria, con el
      *mismo codigo "M" que usa una modificacion manual:
       GRABA-LOG-MODIFICACION.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE MOVIMIENTO-TOTAL TO MOVIMIENTO-IMPORTE.
      *Si hubo retencion, el saldo que deja el renglon de interes es
      *el de antes de retener; el renglon "G" deja el saldo final:
           COMPUTE MOVIMIENTO-SALDO-RESULTANTE =
               CLIENTES-SALDO + IMPORTE-RETENCION.
           MOVE "I" TO MOVIMIENTO-TIPO.
           PERFORM ARMA-CONCEPTO-INTERES.
           MOVE CONCEPTO-INTERES TO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-FECHA-HORA TO FECHA-HORA-INTERES.

      *La retencion va en su propio renglon con la misma fecha-hora
      *que el interes; choca en la clave y el reintento le da la
      *secuencia siguiente:
       GRABA-MOVIMIENTO-RETENCION.
           MOVE FECHA-HORA-INTERES TO MOVIMIENTO-FECHA-HORA.
           MOVE OPERADOR-BATCH TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           COMPUTE MOVIMIENTO-IMPORTE = ZERO - IMPORTE-RETENCION.
           MOVE CLIENTES-SALDO TO MOVIMIENTO-SALDO-RESULTANTE.
           MOVE "G" TO MOVIMIENTO-TIPO.
           MOVE "RETENCION GANANCIAS INTERES" TO MOVIMIENTO-CONCEPTO.
           MOVE ZEROES TO MOVIMIENTO-SECUENCIA.
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO.
           MOVE MOVIMIENTO-SECUENCIA TO SECUENCIA-RETENCION.
           ADD 1 TO CONTADOR-RETENIDOS.
           ADD IMPORTE-RETENCION TO TOTAL-RETENIDO.

      *Acumula lo retenido al cliente en el periodo, con la clave del
      *renglon "G" para cuadrar la declaracion contra el ledger. La
      *guardia del periodo no deja retener dos veces en el mes; si
      *igual aparece el registro (un renglon borrado a mano), se suma:
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
           MOVE FECHA-DE-CORRIDA TO RETENCION-FECHA.
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

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcSimulacion.cbl".

       COPY "ProcControlCierre.cbl".

       COPY "ProcConceptoInteres.cbl".

       END PROGRAM Aplicar-interes-mensual.
