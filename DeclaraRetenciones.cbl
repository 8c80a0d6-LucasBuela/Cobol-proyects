      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cierre mensual de las retenciones de ganancias sobre
      *          intereses de un periodo AAAAMM. Numera un certificado
      *          por cada cliente retenido, controla cada retencion
      *          contra su renglon "G" del ledger y el total del
      *          periodo contra todos los renglones "G" del mes, y
      *          genera la declaracion para la AFIP en el archivo de
      *          ancho fijo retenciones_AAAAMM.txt (cabecera, un
      *          detalle por certificado y cierre con totales) y los
      *          certificados para entregar a los clientes en
      *          certificados_retencion_AAAAMM.prn. El detalle sale
      *          tambien como reporte en el spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Declarar-retenciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Retenciones practicadas y numeracion de certificados:
       COPY "DataBaseRetenciones.cbl".
       COPY "DataBaseRetencionControl.cbl".
      *Declaracion de ancho fijo del periodo para la AFIP:
       SELECT ARCHIVO-DECLARACION
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-DECLARACION
       ORGANIZATION LINE SEQUENTIAL.
      *Certificados impresos para los clientes:
       SELECT ARCHIVO-CERTIFICADOS
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CERTIFICADOS
       ORGANIZATION LINE SEQUENTIAL.

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataRetenciones.cbl".
       COPY "DataRetencionControl.cbl".

       FD  ARCHIVO-DECLARACION.
           01 DECLARACION-LINEA PIC X(80).

       FD  ARCHIVO-CERTIFICADOS.
           01 LINEA-CERTIFICADO PIC X(80).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  RETENCIONES-STATUS PIC XX.
       77  RETENCION-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-RETENCIONES PIC X.
       77  FIN-DE-MOVIMIENTOS PIC X.
       77  PERIODO-PEDIDO PIC X(6).
       77  ANIO-ANTERIOR PIC 9(4).
       77  MES-ANTERIOR PIC 9(2).
       77  FECHA-DE-GENERACION PIC X(8).
       77  NOMBRE-ARCHIVO-DECLARACION PIC X(30).
       77  NOMBRE-ARCHIVO-CERTIFICADOS PIC X(40).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "RETENCIONES".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CONTADOR-CERTIFICADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-NUEVOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-SIN-LEDGER PIC 9(7) VALUE ZEROES.
       77  CONTADOR-RENGLONES-LEDGER PIC 9(7) VALUE ZEROES.
       77  RENGLON-CUADRA PIC X.
       77  MARCA-LEDGER PIC X(10).
       01  TOTAL-BRUTO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-BASE PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-RETENIDO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-LEDGER PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-BASE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-TOTAL-MUESTRA PIC -Z(10)9.99.
       77  CAMPO-TASA-MUESTRA PIC Z9.99.
       01  LINEA-SEPARADORA PIC X(60) VALUE ALL "=".
       77  DESCRIPCION-CONDICION PIC X(22).

      *Renglones de la declaracion para la AFIP. Los importes van sin
      *signo con dos decimales implicitos; el cliente sin CUIT se
      *declara con documento tipo 99 y numero en cero:
       01  DECLARACION-CABECERA.
           05 CAB-TIPO-REGISTRO PIC X(1) VALUE "H".
           05 CAB-PERIODO PIC X(6).
           05 CAB-FECHA-GENERACION PIC X(8).
           05 FILLER PIC X(65) VALUE SPACES.
       01  DECLARACION-DETALLE.
           05 DET-TIPO-REGISTRO PIC X(1) VALUE "D".
           05 DET-FECHA PIC X(8).
           05 DET-CERTIFICADO PIC 9(8).
           05 DET-TIPO-DOCUMENTO PIC 9(2).
           05 DET-NUMERO-DOCUMENTO PIC 9(11).
           05 DET-CONDICION PIC X(1).
           05 DET-BASE PIC 9(13)V99.
           05 DET-TASA PIC 9(2)V99.
           05 DET-IMPORTE PIC 9(13)V99.
           05 DET-CLIENTES-ID PIC X(6).
           05 FILLER PIC X(9) VALUE SPACES.
       01  DECLARACION-CIERRE.
           05 CIE-TIPO-REGISTRO PIC X(1) VALUE "T".
           05 CIE-CANTIDAD PIC 9(8).
           05 CIE-TOTAL-BASE PIC 9(13)V99.
           05 CIE-TOTAL-IMPORTE PIC 9(13)V99.
           05 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "Mes de las retenciones a declarar (AAAAMM, blanco "
                   "= mes anterior): ".
           MOVE SPACES TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO = SPACES
           PERFORM TOMA-MES-ANTERIOR
           END-IF.
           IF PERIODO-PEDIDO NOT NUMERIC
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           ELSE
           PERFORM GENERA-DECLARACION
           END-IF.
           GOBACK.

      *La declaracion se arma una vez cerrado el mes, asi que por
      *defecto va el mes anterior al de hoy:
       TOMA-MES-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE (1:4) TO ANIO-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE (5:2) TO MES-ANTERIOR.
           IF MES-ANTERIOR = 1
           MOVE 12 TO MES-ANTERIOR
           SUBTRACT 1 FROM ANIO-ANTERIOR
           ELSE
           SUBTRACT 1 FROM MES-ANTERIOR
           END-IF.
           MOVE ANIO-ANTERIOR TO PERIODO-PEDIDO (1:4).
           MOVE MES-ANTERIOR TO PERIODO-PEDIDO (5:2).

       GENERA-DECLARACION.
           MOVE PERIODO-PEDIDO TO PARAMETROS-DEL-REPORTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-GENERACION.
           MOVE SPACES TO NOMBRE-ARCHIVO-DECLARACION.
           STRING "retenciones_" PERIODO-PEDIDO ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-DECLARACION
           END-STRING.
           MOVE SPACES TO NOMBRE-ARCHIVO-CERTIFICADOS.
           STRING "certificados_retencion_" PERIODO-PEDIDO ".prn"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-CERTIFICADOS
           END-STRING.
           OPEN OUTPUT ARCHIVO-DECLARACION.
           OPEN OUTPUT ARCHIVO-CERTIFICADOS.
           MOVE PERIODO-PEDIDO TO CAB-PERIODO.
           MOVE FECHA-DE-GENERACION TO CAB-FECHA-GENERACION.
           WRITE DECLARACION-LINEA FROM DECLARACION-CABECERA.
           PERFORM ABRE-SPOOL.
           MOVE "===== RETENCIONES DE GANANCIAS SOBRE INTERESES ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Periodo " PERIODO-PEDIDO (5:2) "/"
                  PERIODO-PEDIDO (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Certif.  Client CUIT        C       Base  Tasa"
               TO LINEA-SPOOL.
           MOVE "   Retenido  Ledger" TO LINEA-SPOOL (47:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN I-O ARCHIVO-RETENCIONES.
           PERFORM VUELCA-RETENCIONES.
           CLOSE ARCHIVO-RETENCIONES.
           PERFORM SUMA-RENGLONES-DEL-LEDGER.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-CLIENTES.
           MOVE CONTADOR-CERTIFICADOS TO CIE-CANTIDAD.
           MOVE TOTAL-BASE TO CIE-TOTAL-BASE.
           MOVE TOTAL-RETENIDO TO CIE-TOTAL-IMPORTE.
           WRITE DECLARACION-LINEA FROM DECLARACION-CIERRE.
           CLOSE ARCHIVO-DECLARACION.
           CLOSE ARCHIVO-CERTIFICADOS.
           PERFORM MUESTRA-TOTALES.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Declaracion grabada en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-DECLARACION)
                   ", certificados en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-CERTIFICADOS) ".".
           DISPLAY "Reporte grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Las retenciones estan indexadas por periodo y cliente: se
      *arranca en el primer cliente del periodo y se corta al
      *cambiar de periodo:
       VUELCA-RETENCIONES.
           MOVE PERIODO-PEDIDO TO RETENCION-PERIODO.
           MOVE LOW-VALUES TO RETENCION-CLIENTES-ID.
           MOVE "1" TO FIN-DE-RETENCIONES.
           START ARCHIVO-RETENCIONES
               KEY IS NOT LESS THAN RETENCION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-RETENCIONES
           END-START.
           IF FIN-DE-RETENCIONES = "1"
           PERFORM LEE-SIGUIENTE-RETENCION
           END-IF.
           PERFORM PROCESA-RETENCION
           UNTIL FIN-DE-RETENCIONES = "0".

       LEE-SIGUIENTE-RETENCION.
           READ ARCHIVO-RETENCIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RETENCIONES
           NOT AT END
           IF RETENCION-PERIODO NOT = PERIODO-PEDIDO
           MOVE "0" TO FIN-DE-RETENCIONES
           END-IF
           END-READ.

      *El numero de certificado se asigna la primera vez que se
      *declara el periodo y se conserva: una re-corrida reimprime los
      *mismos certificados con los mismos numeros:
       PROCESA-RETENCION.
           IF RETENCION-CERTIFICADO = ZEROES
           PERFORM ASIGNA-NUMERO-CERTIFICADO
           REWRITE RETENCION-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la retencion del cliente "
                   RETENCION-CLIENTES-ID ", status: "
                   RETENCIONES-STATUS
           END-REWRITE
           ADD 1 TO CONTADOR-NUEVOS
           END-IF.
           ADD 1 TO CONTADOR-CERTIFICADOS.
           ADD RETENCION-INTERES-BRUTO TO TOTAL-BRUTO.
           ADD RETENCION-BASE TO TOTAL-BASE.
           ADD RETENCION-IMPORTE TO TOTAL-RETENIDO.
           PERFORM CONTROLA-RENGLON-DEL-LEDGER.
           PERFORM MUESTRA-RETENCION.
           PERFORM GRABA-DETALLE-DECLARACION.
           PERFORM IMPRIME-CERTIFICADO.
           PERFORM LEE-SIGUIENTE-RETENCION.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-CERTIFICADO de los
      *plazos fijos:
       ASIGNA-NUMERO-CERTIFICADO.
           MOVE ZEROES TO RETENCION-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-RETENCION-CONTROL.
           IF RETENCION-CONTROL-STATUS = "00"
           READ ARCHIVO-RETENCION-CONTROL
           END-IF.
           CLOSE ARCHIVO-RETENCION-CONTROL.
           ADD 1 TO RETENCION-NUMERO-ACTUAL.
           MOVE RETENCION-NUMERO-ACTUAL TO RETENCION-CERTIFICADO.
           OPEN OUTPUT ARCHIVO-RETENCION-CONTROL.
           WRITE RETENCION-CONTROL-REGISTRO.
           CLOSE ARCHIVO-RETENCION-CONTROL.

      *Va directo al renglon "G" que grabo el lote de interes y
      *confirma que sigue ahi por el mismo importe:
       CONTROLA-RENGLON-DEL-LEDGER.
           MOVE "N" TO RENGLON-CUADRA.
           MOVE RETENCION-CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE RETENCION-MOV-FECHA-HORA TO MOVIMIENTO-FECHA-HORA.
           MOVE RETENCION-MOV-SECUENCIA TO MOVIMIENTO-SECUENCIA.
           READ ARCHIVO-MOVIMIENTOS-SALDO RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF MOVIMIENTO-RETENCION-GANANCIAS AND
              MOVIMIENTO-IMPORTE + RETENCION-IMPORTE = ZERO
           MOVE "S" TO RENGLON-CUADRA
           END-IF
           END-READ.
           IF RENGLON-CUADRA = "S"
           MOVE "ok" TO MARCA-LEDGER
           ELSE
           MOVE "NO CUADRA" TO MARCA-LEDGER
           ADD 1 TO CONTADOR-SIN-LEDGER
           END-IF.

       MUESTRA-RETENCION.
           MOVE RETENCION-BASE TO CAMPO-BASE-MUESTRA.
           MOVE RETENCION-TASA TO CAMPO-TASA-MUESTRA.
           MOVE RETENCION-IMPORTE TO CAMPO-IMPORTE-MUESTRA.
           STRING RETENCION-CERTIFICADO " " RETENCION-CLIENTES-ID " "
                  RETENCION-CUIT " " RETENCION-CONDICION " "
                  CAMPO-BASE-MUESTRA " " CAMPO-TASA-MUESTRA " "
                  CAMPO-IMPORTE-MUESTRA "  " MARCA-LEDGER
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       GRABA-DETALLE-DECLARACION.
           MOVE RETENCION-FECHA TO DET-FECHA.
           MOVE RETENCION-CERTIFICADO TO DET-CERTIFICADO.
           IF RETENCION-CUIT NUMERIC
           MOVE 80 TO DET-TIPO-DOCUMENTO
           MOVE RETENCION-CUIT TO DET-NUMERO-DOCUMENTO
           ELSE
           MOVE 99 TO DET-TIPO-DOCUMENTO
           MOVE ZEROES TO DET-NUMERO-DOCUMENTO
           END-IF.
           MOVE RETENCION-CONDICION TO DET-CONDICION.
           MOVE RETENCION-BASE TO DET-BASE.
           MOVE RETENCION-TASA TO DET-TASA.
           MOVE RETENCION-IMPORTE TO DET-IMPORTE.
           MOVE RETENCION-CLIENTES-ID TO DET-CLIENTES-ID.
           WRITE DECLARACION-LINEA FROM DECLARACION-DETALLE.

      *Un certificado por cliente, uno detras de otro en el mismo
      *archivo, en el formato del certificado de plazo fijo:
       IMPRIME-CERTIFICADO.
           MOVE RETENCION-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE CLIENTES-APELLIDO
               CLIENTES-DNI
           END-READ.
           EVALUATE RETENCION-CONDICION
               WHEN "I"
                   MOVE "Responsable inscripto" TO DESCRIPCION-CONDICION
               WHEN "M"
                   MOVE "Monotributo" TO DESCRIPCION-CONDICION
               WHEN "E"
                   MOVE "Exento" TO DESCRIPCION-CONDICION
               WHEN "N"
                   MOVE "Sin CUIT informado" TO DESCRIPCION-CONDICION
               WHEN OTHER
                   MOVE "Consumidor final" TO DESCRIPCION-CONDICION
           END-EVALUATE.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CERTIFICADO DE RETENCION GANANCIAS NRO. "
                  RETENCION-CERTIFICADO
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING
               "Retenido a: " DELIMITED BY SIZE
               RETENCION-CLIENTES-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
               "  DNI: " DELIMITED BY SIZE
               FUNCTION TRIM(CLIENTES-DNI) DELIMITED BY SIZE
               INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CUIT:                  " RETENCION-CUIT
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Condicion:             " DESCRIPCION-CONDICION
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Periodo:               " PERIODO-PEDIDO (5:2) "/"
                  PERIODO-PEDIDO (1:4) "  retenido el "
                  RETENCION-FECHA (7:2) "/" RETENCION-FECHA (5:2)
                  "/" RETENCION-FECHA (1:4)
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE RETENCION-INTERES-BRUTO TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Interes acreditado:    ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE RETENCION-MINIMO TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Minimo no sujeto:      ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE RETENCION-BASE TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Base sujeta:           ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE RETENCION-TASA TO CAMPO-TASA-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Alicuota:              " CAMPO-TASA-MUESTRA " %"
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE RETENCION-IMPORTE TO CAMPO-IMPORTE-MUESTRA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Importe retenido:      ARS " CAMPO-IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "Retencion del impuesto a las ganancias sobre "
               TO LINEA-CERTIFICADO.
           MOVE "intereses." TO LINEA-CERTIFICADO (46:).
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "                              ______________________"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "                                 Por la entidad"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

      *Cuadre del periodo: todos los renglones "G" del mes en el
      *ledger, sean de quien sean, tienen que sumar lo declarado:
       SUMA-RENGLONES-DEL-LEDGER.
           MOVE ZERO TO TOTAL-LEDGER.
           MOVE LOW-VALUES TO MOVIMIENTO-CLAVE.
           MOVE "1" TO FIN-DE-MOVIMIENTOS.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS THAN MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           END-START.
           PERFORM SUMA-UN-RENGLON
           UNTIL FIN-DE-MOVIMIENTOS = "0".

       SUMA-UN-RENGLON.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT AT END
           IF MOVIMIENTO-RETENCION-GANANCIAS AND
              MOVIMIENTO-FECHA-HORA (1:6) = PERIODO-PEDIDO
           SUBTRACT MOVIMIENTO-IMPORTE FROM TOTAL-LEDGER
           ADD 1 TO CONTADOR-RENGLONES-LEDGER
           END-IF
           END-READ.

       MUESTRA-TOTALES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-BRUTO TO CAMPO-TOTAL-MUESTRA.
           STRING "Interes bruto de los retenidos: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-BASE TO CAMPO-TOTAL-MUESTRA.
           STRING "Base sujeta a retencion:        " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-RETENIDO TO CAMPO-TOTAL-MUESTRA.
           STRING "Total declarado:                " CAMPO-TOTAL-MUESTRA
                  "  (" CONTADOR-CERTIFICADOS " certificados, "
                  CONTADOR-NUEVOS " nuevos)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-LEDGER TO CAMPO-TOTAL-MUESTRA.
           STRING "Renglones G del ledger del mes: " CAMPO-TOTAL-MUESTRA
                  "  (" CONTADOR-RENGLONES-LEDGER " renglones)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF TOTAL-LEDGER = TOTAL-RETENIDO AND
              CONTADOR-SIN-LEDGER = ZEROES
           MOVE "La declaracion cuadra con el ledger." TO LINEA-SPOOL
           ELSE
           STRING "LA DECLARACION NO CUADRA CON EL LEDGER: "
                  CONTADOR-SIN-LEDGER " retenciones sin su renglon G."
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.

      *Arma el nombre del spool fechado, lo abre y toma el operador
      *de la sesion del menu si existe:
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
           MOVE "DESCONOCIDO" TO OPERADOR-DEL-REPORTE.
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

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Declarar-retenciones.
