      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corrida mensual de interes punitorio. A cada factura
      *          pendiente ya vencida se le liquida, sobre lo que
      *          queda impago, la tasa diaria de punitorio_config.dat
      *          por los dias de atraso desde el vencimiento (o desde
      *          el punitorio del mes anterior) hasta la fecha de la
      *          corrida, y se emite una factura nueva por ese importe
      *          ligada a la original en punitorios.dat; la original
      *          no se toca. Los clientes y facturas que un supervisor
      *          eximio para el periodo (Exenciones-punitorio) no
      *          pagan. Al final imprime el reporte de la corrida con
      *          el total por cliente. Corre como paso mensual de
      *          Proceso-nocturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcular-punitorios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Facturas emitidas y su numeracion:
       COPY "DataBaseFacturas.cbl".
       COPY "DataBaseFacturaControl.cbl".
      *Punitorios liquidados, exenciones y tasa configurada:
       COPY "DataBasePunitorios.cbl".
       COPY "DataBaseExencionesPunitorio.cbl".
       COPY "DataBasePunitorioConfig.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

      *Aviso de corrida por lotes, con la fecha de la cadena:
       COPY "DataBaseModoLote.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataFacturaControl.cbl".
       COPY "DataPunitorios.cbl".
       COPY "DataExencionesPunitorio.cbl".
       COPY "DataPunitorioConfig.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataModoLote.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  FACTURA-CONTROL-STATUS PIC XX.
       77  PUNITORIOS-STATUS PIC XX.
       77  EXENCIONES-STATUS PIC XX.
       77  CONFIG-PUNITORIO-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PASO-CONTADOR-STATUS PIC XX.
       77  MODO-LOTE-STATUS PIC XX.
       77  FIN-DE-FACTURAS PIC X.
       77  FIN-DE-PUNITORIOS PIC X.
       77  FECHA-DE-CORRIDA PIC X(8).
       77  PERIODO-ACTUAL PIC X(6).
       77  TASA-DIARIA PIC 9(1)V9(5) VALUE ZERO.
       77  DIAS-PARA-PAGAR PIC 9(3) VALUE ZEROES.
       77  CONTADOR-REVISADAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-EMITIDAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-EXENTAS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-YA-LIQUIDADAS PIC 9(7) VALUE ZEROES.
       01  TOTAL-PUNITORIOS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  OPERADOR-BATCH PIC X(10) VALUE "PUNITORIO".
      *Datos de la factura vencida, guardados antes de grabar la
      *factura de punitorio en el mismo registro:
       77  FACTURA-QUE-VENCIO PIC 9(8).
       77  CLIENTE-QUE-DEBE PIC X(6).
       77  VENCIMIENTO-ORIGINAL PIC X(8).
       01  SALDO-IMPAGO PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IMPORTE-PUNITORIO PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  ES-FACTURA-DE-PUNITORIO PIC X.
       77  YA-LIQUIDADA PIC X.
       77  ESTA-EXENTA PIC X.
       77  ATRASO-DESDE PIC X(8).
       77  DIAS-DE-ATRASO PIC S9(8).
       77  DIAS-ENTERO PIC 9(8).
       77  NUMERO-FACTURA-NUEVA PIC 9(8).
      *Reporte de la corrida, con corte por cliente:
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "PUNITORIOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CLIENTE-DEL-CORTE PIC X(6).
       01  TOTAL-DEL-CLIENTE PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  CONTADOR-CLIENTES PIC 9(6) VALUE ZEROES.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-TOTAL-MUESTRA PIC Z(10)9.99.
       77  CAMPO-TASA-MUESTRA PIC 9.99999.
      *El punitorio es el importe final de la factura, con el IVA de
      *la alicuota general incluido (el exento va sin IVA):
       77  PORCENTAJE-IVA-GENERAL PIC 9(2)V99 VALUE 21.
       COPY "DataDesgloseIva.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM TOMA-FECHA-DE-CORRIDA.
           MOVE FECHA-DE-CORRIDA (1:6) TO PERIODO-ACTUAL.
           PERFORM LEE-CONFIGURACION.
           DISPLAY " ".
           DISPLAY "===== PUNITORIOS POR FACTURAS VENCIDAS =====".
           IF TASA-DIARIA = ZERO
           DISPLAY "No hay tasa de punitorio configurada en "
                   "punitorio_config.dat; no se liquida nada."
           ELSE
           PERFORM LIQUIDA-PUNITORIOS
           END-IF.
           PERFORM IMPRIME-REPORTE-CORRIDA.
           DISPLAY "Facturas vencidas revisadas:  " CONTADOR-REVISADAS.
           DISPLAY "Facturas de punitorio:        " CONTADOR-EMITIDAS.
           DISPLAY "Exentas por un supervisor:    " CONTADOR-EXENTAS.
           DISPLAY "Ya liquidadas este periodo:   "
                   CONTADOR-YA-LIQUIDADAS.
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

      *Sin archivo o con una linea mal tipeada la tasa queda en
      *cero; sin dias para pagar se dan diez:
       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-PUNITORIO.
           IF CONFIG-PUNITORIO-STATUS = "00"
           READ ARCHIVO-CONFIG-PUNITORIO
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-TASA-DIARIA NUMERIC
           MOVE CONFIG-TASA-DIARIA TO TASA-DIARIA
           END-IF
           IF CONFIG-DIAS-PARA-PAGAR NUMERIC
           MOVE CONFIG-DIAS-PARA-PAGAR TO DIAS-PARA-PAGAR
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-PUNITORIO.
           IF DIAS-PARA-PAGAR = ZEROES
           MOVE 10 TO DIAS-PARA-PAGAR
           END-IF.

       LIQUIDA-PUNITORIOS.
           OPEN I-O ARCHIVO-FACTURAS.
           OPEN I-O ARCHIVO-PUNITORIOS.
           OPEN INPUT ARCHIVO-EXENCIONES-PUNITORIO.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "1" TO FIN-DE-FACTURAS.
           IF FACTURAS-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-FACTURAS
           ELSE
           PERFORM LEE-SIGUIENTE-FACTURA
           END-IF.
           PERFORM PROCESA-FACTURA
           UNTIL FIN-DE-FACTURAS = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-EXENCIONES-PUNITORIO.
           CLOSE ARCHIVO-PUNITORIOS.
           CLOSE ARCHIVO-FACTURAS.

       LEE-SIGUIENTE-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-FACTURAS.

       PROCESA-FACTURA.
           IF FACTURA-PENDIENTE AND
              FACTURA-VENCIMIENTO NUMERIC AND
              FACTURA-VENCIMIENTO < FECHA-DE-CORRIDA AND
              FACTURA-IMPORTE > FACTURA-COBRADO
           PERFORM REVISA-FACTURA-VENCIDA
           END-IF.
           PERFORM LEE-SIGUIENTE-FACTURA.

      *Una factura de punitorio no genera punitorio a su vez, y una
      *factura ya liquidada en este periodo (re-corrida tras una
      *caida de la cadena) no se liquida dos veces:
       REVISA-FACTURA-VENCIDA.
           MOVE FACTURA-NUMERO TO FACTURA-QUE-VENCIO.
           MOVE FACTURA-CLIENTES-ID TO CLIENTE-QUE-DEBE.
           MOVE FACTURA-VENCIMIENTO TO VENCIMIENTO-ORIGINAL.
           COMPUTE SALDO-IMPAGO = FACTURA-IMPORTE - FACTURA-COBRADO.
           PERFORM BUSCA-SI-ES-PUNITORIO.
           IF ES-FACTURA-DE-PUNITORIO = "N"
           ADD 1 TO CONTADOR-REVISADAS
           PERFORM BUSCA-LIQUIDACION-DEL-PERIODO
           IF YA-LIQUIDADA = "S"
           ADD 1 TO CONTADOR-YA-LIQUIDADAS
           ELSE
           PERFORM CALCULA-ATRASO
           IF DIAS-DE-ATRASO > ZERO
           PERFORM LIQUIDA-FACTURA
           END-IF
           END-IF
           END-IF.

       BUSCA-SI-ES-PUNITORIO.
           MOVE "S" TO ES-FACTURA-DE-PUNITORIO.
           MOVE FACTURA-QUE-VENCIO TO PUNITORIO-FACTURA-EMITIDA.
           READ ARCHIVO-PUNITORIOS RECORD
               KEY IS PUNITORIO-FACTURA-EMITIDA
           INVALID KEY
           MOVE "N" TO ES-FACTURA-DE-PUNITORIO
           END-READ.

       BUSCA-LIQUIDACION-DEL-PERIODO.
           MOVE "S" TO YA-LIQUIDADA.
           MOVE FACTURA-QUE-VENCIO TO PUNITORIO-FACTURA-ORIGEN.
           MOVE PERIODO-ACTUAL TO PUNITORIO-PERIODO.
           READ ARCHIVO-PUNITORIOS RECORD
               KEY IS PUNITORIO-CLAVE
           INVALID KEY
           MOVE "N" TO YA-LIQUIDADA
           END-READ.

      *El atraso se cuenta desde el vencimiento o, si la factura ya
      *tuvo punitorio en un periodo anterior, desde la fecha hasta
      *la que se liquido, asi ningun dia se cobra dos veces:
       CALCULA-ATRASO.
           MOVE VENCIMIENTO-ORIGINAL TO ATRASO-DESDE.
           MOVE FACTURA-QUE-VENCIO TO PUNITORIO-FACTURA-ORIGEN.
           MOVE LOW-VALUES TO PUNITORIO-PERIODO.
           MOVE "1" TO FIN-DE-PUNITORIOS.
           START ARCHIVO-PUNITORIOS
               KEY IS NOT LESS THAN PUNITORIO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-PUNITORIOS
           END-START.
           PERFORM REVISA-PUNITORIO-ANTERIOR
           UNTIL FIN-DE-PUNITORIOS = "0".
           COMPUTE DIAS-DE-ATRASO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FECHA-DE-CORRIDA))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(ATRASO-DESDE)).

       REVISA-PUNITORIO-ANTERIOR.
           READ ARCHIVO-PUNITORIOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PUNITORIOS
           NOT AT END
           IF PUNITORIO-FACTURA-ORIGEN NOT = FACTURA-QUE-VENCIO
           MOVE "0" TO FIN-DE-PUNITORIOS
           ELSE
           IF PUNITORIO-HASTA > ATRASO-DESDE
           MOVE PUNITORIO-HASTA TO ATRASO-DESDE
           END-IF
           END-IF
           END-READ.

      *La factura de punitorio pisa el registro de la vencida, asi
      *que despues se vuelve a ubicar la lectura a continuacion de
      *la original, igual que Vencer-plazos-fijos:
       LIQUIDA-FACTURA.
           PERFORM BUSCA-EXENCION.
           COMPUTE IMPORTE-PUNITORIO ROUNDED =
               SALDO-IMPAGO * TASA-DIARIA * DIAS-DE-ATRASO.
           MOVE ZEROES TO NUMERO-FACTURA-NUEVA.
           IF ESTA-EXENTA = "S"
           ADD 1 TO CONTADOR-EXENTAS
           MOVE ZERO TO IMPORTE-PUNITORIO
           PERFORM GRABA-PUNITORIO
           ELSE
           IF IMPORTE-PUNITORIO > ZERO
           PERFORM EMITE-FACTURA-PUNITORIO
           PERFORM GRABA-PUNITORIO
           MOVE FACTURA-QUE-VENCIO TO FACTURA-NUMERO
           START ARCHIVO-FACTURAS KEY IS GREATER THAN FACTURA-NUMERO
           INVALID KEY
           MOVE "0" TO FIN-DE-FACTURAS
           END-START
           END-IF
           END-IF.

      *Primero la exencion de la factura y despues la del cliente:
       BUSCA-EXENCION.
           MOVE "S" TO ESTA-EXENTA.
           MOVE PERIODO-ACTUAL TO EXENCION-PERIODO.
           MOVE "F" TO EXENCION-TIPO.
           MOVE FACTURA-QUE-VENCIO TO EXENCION-CODIGO.
           READ ARCHIVO-EXENCIONES-PUNITORIO RECORD
           INVALID KEY
           MOVE "C" TO EXENCION-TIPO
           MOVE SPACES TO EXENCION-CODIGO
           MOVE CLIENTE-QUE-DEBE TO EXENCION-CODIGO
           READ ARCHIVO-EXENCIONES-PUNITORIO RECORD
           INVALID KEY
           MOVE "N" TO ESTA-EXENTA
           END-READ
           END-READ.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que Emitir-factura:
       EMITE-FACTURA-PUNITORIO.
           MOVE ZEROES TO FACTURA-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-FACTURA-CONTROL.
           IF FACTURA-CONTROL-STATUS = "00"
           READ ARCHIVO-FACTURA-CONTROL
           END-IF.
           CLOSE ARCHIVO-FACTURA-CONTROL.
           ADD 1 TO FACTURA-NUMERO-ACTUAL.
           OPEN OUTPUT ARCHIVO-FACTURA-CONTROL.
           WRITE FACTURA-CONTROL-REGISTRO.
           CLOSE ARCHIVO-FACTURA-CONTROL.
           MOVE FACTURA-NUMERO-ACTUAL TO FACTURA-NUMERO.
           MOVE CLIENTE-QUE-DEBE TO FACTURA-CLIENTES-ID.
           MOVE FECHA-DE-CORRIDA TO FACTURA-FECHA.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FECHA-DE-CORRIDA))
               + DIAS-PARA-PAGAR.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-ENTERO)
               TO FACTURA-VENCIMIENTO.
           MOVE IMPORTE-PUNITORIO TO FACTURA-IMPORTE.
           MOVE ZERO TO FACTURA-COBRADO.
           MOVE "P" TO FACTURA-ESTADO.
           MOVE SPACES TO FACTURA-FECHA-COBRO.
           MOVE SPACES TO FACTURA-CONCEPTO.
           STRING "PUNITORIO FACT " FACTURA-QUE-VENCIO
                  DELIMITED BY SIZE INTO FACTURA-CONCEPTO
           END-STRING.
           PERFORM DESGLOSA-IVA-PUNITORIO.
           WRITE FACTURA-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar la factura de punitorio "
                   FACTURA-NUMERO ", revisar factura_control.dat."
           NOT INVALID KEY
           MOVE FACTURA-NUMERO TO NUMERO-FACTURA-NUEVA
           ADD 1 TO CONTADOR-EMITIDAS
           ADD IMPORTE-PUNITORIO TO TOTAL-PUNITORIOS
           END-WRITE.

      *Condicion y CUIT del cliente a la fecha de la factura; si el
      *cliente ya no esta se factura como consumidor final:
       DESGLOSA-IVA-PUNITORIO.
           MOVE CLIENTE-QUE-DEBE TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACE TO CLIENTES-CONDICION-IVA
           MOVE SPACES TO CLIENTES-CUIT
           END-READ.
           MOVE CLIENTES-CONDICION-IVA TO DESGLOSE-CONDICION-IVA.
           MOVE "T" TO DESGLOSE-MODO.
           MOVE PORCENTAJE-IVA-GENERAL TO DESGLOSE-TASA.
           MOVE IMPORTE-PUNITORIO TO DESGLOSE-IMPORTE.
           CALL "Desglosar-iva" USING DESGLOSE-COMPROBANTE.
           MOVE DESGLOSE-LETRA TO FACTURA-LETRA.
           MOVE CLIENTES-CONDICION-IVA TO FACTURA-CONDICION-IVA.
           MOVE CLIENTES-CUIT TO FACTURA-CUIT.
           MOVE DESGLOSE-TASA TO FACTURA-TASA-IVA.
           MOVE DESGLOSE-NETO TO FACTURA-NETO.
           MOVE DESGLOSE-IVA TO FACTURA-IVA.
           MOVE ZEROES TO FACTURA-PRESUPUESTO.

       GRABA-PUNITORIO.
           MOVE FACTURA-QUE-VENCIO TO PUNITORIO-FACTURA-ORIGEN.
           MOVE PERIODO-ACTUAL TO PUNITORIO-PERIODO.
           MOVE CLIENTE-QUE-DEBE TO PUNITORIO-CLIENTES-ID.
           MOVE NUMERO-FACTURA-NUEVA TO PUNITORIO-FACTURA-EMITIDA.
           MOVE ATRASO-DESDE TO PUNITORIO-DESDE.
           MOVE FECHA-DE-CORRIDA TO PUNITORIO-HASTA.
           MOVE DIAS-DE-ATRASO TO PUNITORIO-DIAS.
           MOVE SALDO-IMPAGO TO PUNITORIO-SALDO-BASE.
           MOVE TASA-DIARIA TO PUNITORIO-TASA-DIARIA.
           MOVE IMPORTE-PUNITORIO TO PUNITORIO-IMPORTE.
           MOVE ESTA-EXENTA TO PUNITORIO-EXENTO.
           MOVE FUNCTION CURRENT-DATE TO PUNITORIO-FECHA-HORA.
           WRITE PUNITORIO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el punitorio de la factura "
                   FACTURA-QUE-VENCIO "."
           END-WRITE.

      *El reporte recorre los punitorios del periodo por la clave de
      *cliente, asi sale agrupado con un total por cliente aunque las
      *facturas se hayan liquidado en orden de numero:
       IMPRIME-REPORTE-CORRIDA.
           MOVE PERIODO-ACTUAL TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== PUNITORIOS DE LA CORRIDA MENSUAL ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TASA-DIARIA TO CAMPO-TASA-MUESTRA.
           STRING "Periodo " PERIODO-ACTUAL "  corrida del "
                  FECHA-DE-CORRIDA (7:2) "/" FECHA-DE-CORRIDA (5:2)
                  "/" FECHA-DE-CORRIDA (1:4)
                  "  tasa diaria " CAMPO-TASA-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Cliente  Factura   Desde     Dias   Impago"
               TO LINEA-SPOOL.
           MOVE "Punitorio" TO LINEA-SPOOL (54:).
           MOVE "Factura nueva" TO LINEA-SPOOL (66:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-PUNITORIOS.
           MOVE SPACES TO CLIENTE-DEL-CORTE.
           MOVE ZERO TO TOTAL-DEL-CLIENTE.
           MOVE "1" TO FIN-DE-PUNITORIOS.
           MOVE LOW-VALUES TO PUNITORIO-CLIENTES-ID.
           START ARCHIVO-PUNITORIOS
               KEY IS NOT LESS THAN PUNITORIO-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-PUNITORIOS
           END-START.
           PERFORM REPORTA-PUNITORIO
           UNTIL FIN-DE-PUNITORIOS = "0".
           IF CLIENTE-DEL-CORTE NOT = SPACES
           PERFORM CIERRA-CORTE-CLIENTE
           END-IF.
           CLOSE ARCHIVO-PUNITORIOS.
           CLOSE ARCHIVO-CLIENTES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-PUNITORIOS TO CAMPO-TOTAL-MUESTRA.
           STRING "Clientes: " CONTADOR-CLIENTES
                  "   Facturas de punitorio: " CONTADOR-EMITIDAS
                  "   Total: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       REPORTA-PUNITORIO.
           READ ARCHIVO-PUNITORIOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PUNITORIOS
           NOT AT END
           IF PUNITORIO-PERIODO = PERIODO-ACTUAL
           PERFORM MUESTRA-PUNITORIO
           END-IF
           END-READ.

       MUESTRA-PUNITORIO.
           IF PUNITORIO-CLIENTES-ID NOT = CLIENTE-DEL-CORTE
           IF CLIENTE-DEL-CORTE NOT = SPACES
           PERFORM CIERRA-CORTE-CLIENTE
           END-IF
           PERFORM ABRE-CORTE-CLIENTE
           END-IF.
           ADD PUNITORIO-IMPORTE TO TOTAL-DEL-CLIENTE.
           MOVE PUNITORIO-SALDO-BASE TO CAMPO-IMPORTE-MUESTRA.
           STRING "         " PUNITORIO-FACTURA-ORIGEN "  "
                  PUNITORIO-DESDE "  " PUNITORIO-DIAS "  "
                  CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           MOVE PUNITORIO-IMPORTE TO CAMPO-IMPORTE-MUESTRA.
           MOVE CAMPO-IMPORTE-MUESTRA TO LINEA-SPOOL (53:10).
           IF PUNITORIO-ES-EXENTO
           MOVE "EXENTO" TO LINEA-SPOOL (66:)
           ELSE
           MOVE PUNITORIO-FACTURA-EMITIDA TO LINEA-SPOOL (66:8)
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.

       ABRE-CORTE-CLIENTE.
           MOVE PUNITORIO-CLIENTES-ID TO CLIENTE-DEL-CORTE.
           MOVE ZERO TO TOTAL-DEL-CLIENTE.
           ADD 1 TO CONTADOR-CLIENTES.
           MOVE PUNITORIO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE CLIENTES-APELLIDO
           END-READ.
           STRING PUNITORIO-CLIENTES-ID " "
                  FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       CIERRA-CORTE-CLIENTE.
           MOVE TOTAL-DEL-CLIENTE TO CAMPO-TOTAL-MUESTRA.
           STRING "         Total del cliente " CLIENTE-DEL-CORTE
                  ": " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Arma el nombre del spool fechado, lo abre y toma el operador
      *de la sesion del menu si existe; corriendo en la cadena
      *nocturna figura el operador del lote:
       ABRE-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CORRIDA.
           MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL.
           STRING
               "spool_" DELIMITED BY SIZE
               CODIGO-DEL-REPORTE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FECHA-HORA-CORRIDA (1:14) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-SPOOL
           END-STRING.
           OPEN OUTPUT ARCHIVO-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           MOVE OPERADOR-BATCH TO OPERADOR-DEL-REPORTE.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR-DEL-REPORTE
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Cada linea sale por pantalla como siempre y ademas queda en
      *el spool:
       MUESTRA-Y-SPOOL.
           DISPLAY FUNCTION TRIM(LINEA-SPOOL).
           WRITE LINEA-SPOOL-REG FROM LINEA-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.

       CIERRA-SPOOL.
           CLOSE ARCHIVO-SPOOL.
           OPEN EXTEND ARCHIVO-REPORTES-CATALOGO.
           MOVE FECHA-HORA-CORRIDA TO CATALOGO-FECHA-HORA.
           MOVE CODIGO-DEL-REPORTE TO CATALOGO-REPORTE.
           MOVE OPERADOR-DEL-REPORTE TO CATALOGO-OPERADOR.
           MOVE PARAMETROS-DEL-REPORTE TO CATALOGO-PARAMETROS.
           MOVE NOMBRE-ARCHIVO-SPOOL TO CATALOGO-ARCHIVO.
           WRITE CATALOGO-REGISTRO.
           CLOSE ARCHIVO-REPORTES-CATALOGO.

      *Deja la cantidad procesada a disposicion de Proceso-nocturno
      *para el historial de duraciones por paso:
       GRABA-CONTADOR-PASO.
           OPEN OUTPUT ARCHIVO-PASO-CONTADOR.
           MOVE CONTADOR-REVISADAS TO PASO-CONTADOR-REGISTROS.
           WRITE PASO-CONTADOR-REGISTRO.
           CLOSE ARCHIVO-PASO-CONTADOR.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Calcular-punitorios.
