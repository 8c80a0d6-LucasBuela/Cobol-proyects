      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Clasificacion mensual de deudores para la central de
      *          deudores del BCRA. Al cierre de un periodo AAAAMM
      *          junta para cada cliente lo que nos debe en
      *          descubierto (con los dias en rojo segun el ledger,
      *          la misma cuenta que Reporte-descubierto-antiguedad),
      *          en facturas impagas y en prestamos, toma el peor
      *          atraso de los tres y le asigna la situacion de 1 a
      *          5. La clasificacion queda guardada por cliente y
      *          periodo en situacion_deudores.dat con todo lo que la
      *          explica, y sale el archivo del regimen informativo
      *          deudores_AAAAMM.txt con totales de control, mas el
      *          reporte en el spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Clasificar-deudores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Ledger de movimientos de saldo:
       COPY "DataBaseMovimientos.cbl".
      *Facturas, prestamos y sus cuotas:
       COPY "DataBaseFacturas.cbl".
       COPY "DataBasePrestamos.cbl".
       COPY "DataBaseCuotas.cbl".
      *Tasas de conversion a la moneda base:
       COPY "DataBaseMonedas.cbl".
      *Clasificacion guardada por cliente y periodo:
       COPY "DataBaseSituacionDeudores.cbl".
      *Archivo del regimen informativo del periodo:
       SELECT ARCHIVO-DEUDORES-BCRA
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-DEUDORES
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
       COPY "DataFacturas.cbl".
       COPY "DataPrestamos.cbl".
       COPY "DataCuotas.cbl".
       COPY "DataMonedas.cbl".
       COPY "DataSituacionDeudores.cbl".

       FD  ARCHIVO-DEUDORES-BCRA.
           01 DEUDORES-LINEA PIC X(100).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  PRESTAMOS-STATUS PIC XX.
       77  CUOTAS-STATUS PIC XX.
       77  SITUACION-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-CLIENTES PIC X.
       77  FIN-DE-MOVIMIENTOS PIC X.
       77  FIN-DE-FACTURAS PIC X.
       77  FIN-DE-PRESTAMOS PIC X.
       77  FIN-DE-CUOTAS PIC X.
       77  FIN-DE-MONEDAS PIC X.
       77  PERIODO-PEDIDO PIC X(6).
       77  ANIO-ANTERIOR PIC 9(4).
       77  MES-ANTERIOR PIC 9(2).
       77  NOMBRE-ARCHIVO-DEUDORES PIC X(30).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "DEUDORESBCRA".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.

      *Fecha de corte: el ultimo dia del periodo, que sale del primer
      *dia del mes siguiente menos uno:
       77  FECHA-DE-CORTE PIC X(8).
       77  FECHA-CORTE-NUM PIC 9(8).
       77  DIAS-CORTE-ENTERO PIC 9(7).
       77  MES-SIGUIENTE-NUM PIC 9(8).
       77  ANIO-SIGUIENTE PIC 9(4).
       77  MES-SIGUIENTE PIC 9(2).
       77  FECHA-DESDE-NUM PIC 9(8).
       77  DIAS-DESDE-ENTERO PIC 9(7).
       77  DIAS-CALCULADOS PIC 9(5).

      *Descubierto del cliente al corte, reconstruido del ledger:
       77  HUBO-MOVIMIENTO-AL-CORTE PIC X.
       77  FECHA-PRIMER-NEGATIVO PIC X(8).
       01  SALDO-AL-CORTE PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  SALDO-FACTURA PIC S9(9)V99 COMP-3 VALUE ZERO.

      *Tasas a la fecha de corte (Tasa-de-cambio sobre las monedas
      *de monedas.dat) para llevar a pesos el descubierto de una
      *cuenta en otra moneda:
       77  MAXIMO-MONEDAS PIC 9(2) VALUE 20.
       77  CANTIDAD-MONEDAS PIC 9(2) VALUE ZEROES.
       77  INDICE-MONEDA PIC 9(2).
       77  MONEDA-HALLADA PIC X.
       01  MONEDA-DEL-REGISTRO PIC X(3).
       01  TABLA-MONEDAS.
           05 DETALLE-MONEDA OCCURS 20 TIMES.
              10 DETALLE-CODIGO PIC X(3).
              10 DETALLE-TASA PIC 9(5)V9(4).
       77  CONTADOR-SIN-TASA PIC 9(6) VALUE ZEROES.
       COPY "DataTasaConsulta.cbl".

      *Limites de dias de atraso de cada situacion, segun las normas
      *de clasificacion de deudores de la cartera de consumo; mas
      *alla del ultimo la situacion es 5 (irrecuperable):
       01  LIMITES-VALORES.
           05 FILLER PIC 9(5) VALUE 31.
           05 FILLER PIC 9(5) VALUE 90.
           05 FILLER PIC 9(5) VALUE 180.
           05 FILLER PIC 9(5) VALUE 365.
       01  LIMITES-TABLA REDEFINES LIMITES-VALORES.
           05 LIMITE-DIAS PIC 9(5) OCCURS 4 TIMES.
       77  INDICE-LIMITE PIC 9(2).
       01  NOMBRES-VALORES.
           05 FILLER PIC X(20) VALUE "Normal".
           05 FILLER PIC X(20) VALUE "Riesgo bajo".
           05 FILLER PIC X(20) VALUE "Riesgo medio".
           05 FILLER PIC X(20) VALUE "Riesgo alto".
           05 FILLER PIC X(20) VALUE "Irrecuperable".
       01  NOMBRES-TABLA REDEFINES NOMBRES-VALORES.
           05 NOMBRE-SITUACION PIC X(20) OCCURS 5 TIMES.
       01  TABLA-TOTALES-SITUACION.
           05 TOTALES-SITUACION OCCURS 5 TIMES.
              10 SIT-TAB-DEUDORES PIC 9(8).
              10 SIT-TAB-DEUDA PIC S9(11)V99 COMP-3.
       77  INDICE-SITUACION PIC 9(2).
       77  CONTADOR-DEUDORES PIC 9(8) VALUE ZEROES.
       77  CONTADOR-REGRABADOS PIC 9(8) VALUE ZEROES.
       01  TOTAL-DEUDA PIC S9(11)V99 COMP-3 VALUE ZERO.

      *Renglon del reporte con el detalle de cada origen:
       01  LINEA-DEUDOR.
           05 DEU-CLIENTES-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-SITUACION PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-DIAS-ATRASO PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-ORIGEN PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-DEUDA PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-DESCUBIERTO PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-DIAS-DESCUBIERTO PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-FACTURAS PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-DIAS-FACTURAS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-PRESTAMOS PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEU-DIAS-PRESTAMOS PIC ZZZZ9.
       77  CAMPO-TOTAL-MUESTRA PIC Z(10)9.99.

      *Renglones del archivo para el BCRA. Los importes van en pesos
      *sin signo con dos decimales implicitos; el documento es el
      *CUIT (tipo 80) o, sin CUIT cargado, el DNI (tipo 96):
       01  DEUDORES-CABECERA.
           05 CAB-TIPO-REGISTRO PIC X(1) VALUE "H".
           05 CAB-PERIODO PIC X(6).
           05 CAB-FECHA-CORTE PIC X(8).
           05 CAB-FECHA-GENERACION PIC X(8).
           05 FILLER PIC X(77) VALUE SPACES.
       01  DEUDORES-DETALLE.
           05 DET-TIPO-REGISTRO PIC X(1) VALUE "D".
           05 DET-TIPO-DOCUMENTO PIC 9(2).
           05 DET-NUMERO-DOCUMENTO PIC 9(11).
           05 DET-DENOMINACION PIC X(30).
           05 DET-SITUACION PIC 9(1).
           05 DET-DEUDA PIC 9(13)V99.
           05 DET-DIAS-ATRASO PIC 9(5).
           05 DET-CLIENTES-ID PIC X(6).
           05 FILLER PIC X(29) VALUE SPACES.
       01  DEUDORES-CIERRE.
           05 CIE-TIPO-REGISTRO PIC X(1) VALUE "T".
           05 CIE-CANTIDAD PIC 9(8).
           05 CIE-TOTAL-DEUDA PIC 9(13)V99.
           05 CIE-DEUDORES-SITUACION PIC 9(8) OCCURS 5 TIMES.
           05 FILLER PIC X(36) VALUE SPACES.
       01  DOCUMENTO-NUMERICO PIC 9(11).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "Mes a clasificar (AAAAMM, blanco = mes anterior): ".
           MOVE SPACES TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO = SPACES
           PERFORM TOMA-MES-ANTERIOR
           END-IF.
           IF PERIODO-PEDIDO NOT NUMERIC OR
              PERIODO-PEDIDO (5:2) < "01" OR
              PERIODO-PEDIDO (5:2) > "12"
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           ELSE
           PERFORM CLASIFICA-PERIODO
           END-IF.
           GOBACK.

      *La clasificacion se hace una vez cerrado el mes, asi que por
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

       CALCULA-FECHA-DE-CORTE.
           MOVE PERIODO-PEDIDO (1:4) TO ANIO-SIGUIENTE.
           MOVE PERIODO-PEDIDO (5:2) TO MES-SIGUIENTE.
           IF MES-SIGUIENTE = 12
           MOVE 1 TO MES-SIGUIENTE
           ADD 1 TO ANIO-SIGUIENTE
           ELSE
           ADD 1 TO MES-SIGUIENTE
           END-IF.
           COMPUTE MES-SIGUIENTE-NUM =
               ANIO-SIGUIENTE * 10000 + MES-SIGUIENTE * 100 + 1.
           COMPUTE DIAS-CORTE-ENTERO =
               FUNCTION INTEGER-OF-DATE(MES-SIGUIENTE-NUM) - 1.
           COMPUTE FECHA-CORTE-NUM =
               FUNCTION DATE-OF-INTEGER(DIAS-CORTE-ENTERO).
           MOVE FECHA-CORTE-NUM TO FECHA-DE-CORTE.

       CLASIFICA-PERIODO.
           PERFORM CALCULA-FECHA-DE-CORTE.
           PERFORM CARGA-TABLA-DE-TASAS.
           MOVE PERIODO-PEDIDO TO PARAMETROS-DEL-REPORTE.
           INITIALIZE TABLA-TOTALES-SITUACION.
           MOVE SPACES TO NOMBRE-ARCHIVO-DEUDORES.
           STRING "deudores_" PERIODO-PEDIDO ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-DEUDORES
           END-STRING.
           PERFORM ABRE-SPOOL.
           OPEN OUTPUT ARCHIVO-DEUDORES-BCRA.
           MOVE PERIODO-PEDIDO TO CAB-PERIODO.
           MOVE FECHA-DE-CORTE TO CAB-FECHA-CORTE.
           MOVE FECHA-HORA-CORRIDA (1:8) TO CAB-FECHA-GENERACION.
           WRITE DEUDORES-LINEA FROM DEUDORES-CABECERA.
           MOVE "===== CLASIFICACION DE DEUDORES (BCRA) =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Periodo " PERIODO-PEDIDO (5:2) "/"
                  PERIODO-PEDIDO (1:4) "  corte al "
                  FECHA-DE-CORTE (7:2) "/" FECHA-DE-CORTE (5:2) "/"
                  FECHA-DE-CORTE (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Client S  Dias O        Deuda      Descub.  Dias"
               TO LINEA-SPOOL.
           MOVE "     Facturas  Dias    Prestamos  Dias"
               TO LINEA-SPOOL (49:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN INPUT ARCHIVO-FACTURAS.
           OPEN INPUT ARCHIVO-PRESTAMOS.
           OPEN INPUT ARCHIVO-CUOTAS.
           OPEN I-O ARCHIVO-SITUACION-DEUDORES.
           MOVE "1" TO FIN-DE-CLIENTES.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM CLASIFICA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-SITUACION-DEUDORES.
           CLOSE ARCHIVO-CUOTAS.
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-FACTURAS.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-CLIENTES.
           MOVE CONTADOR-DEUDORES TO CIE-CANTIDAD.
           MOVE TOTAL-DEUDA TO CIE-TOTAL-DEUDA.
           PERFORM PASA-CANTIDAD-AL-CIERRE
               VARYING INDICE-SITUACION FROM 1 BY 1
               UNTIL INDICE-SITUACION > 5.
           WRITE DEUDORES-LINEA FROM DEUDORES-CIERRE.
           CLOSE ARCHIVO-DEUDORES-BCRA.
           PERFORM MUESTRA-TOTALES.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Archivo para el BCRA grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-DEUDORES) ".".
           DISPLAY "Reporte grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       PASA-CANTIDAD-AL-CIERRE.
           MOVE SIT-TAB-DEUDORES (INDICE-SITUACION) TO
               CIE-DEUDORES-SITUACION (INDICE-SITUACION).

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

      *Se informa a todo cliente que al corte nos deba algo, este
      *activo o no: una baja con deuda sigue siendo deudor. Un
      *prospecto nunca opero y no se mira:
       CLASIFICA-CLIENTE.
           IF NOT CLIENTE-PROSPECTO
           PERFORM ARMA-CLASIFICACION
           IF SITUACION-DEUDA-TOTAL > ZERO
           PERFORM ASIGNA-SITUACION
           PERFORM GUARDA-CLASIFICACION
           PERFORM GRABA-DETALLE-BCRA
           PERFORM MUESTRA-DEUDOR
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       ARMA-CLASIFICACION.
           INITIALIZE SITUACION-REGISTRO.
           MOVE PERIODO-PEDIDO TO SITUACION-PERIODO.
           MOVE CLIENTES-ID TO SITUACION-CLIENTES-ID.
           MOVE FECHA-DE-CORTE TO SITUACION-FECHA-CORTE.
           MOVE CLIENTES-CUIT TO SITUACION-CUIT.
           MOVE CLIENTES-DNI TO SITUACION-DNI.
           MOVE SPACES TO SITUACION-FECHA-ROJO.
           MOVE SPACE TO SITUACION-ORIGEN.
           MOVE OPERADOR-DEL-REPORTE TO SITUACION-OPERADOR.
           MOVE FECHA-HORA-CORRIDA TO SITUACION-FECHA-HORA.
           PERFORM CALCULA-DESCUBIERTO.
           PERFORM CALCULA-FACTURAS.
           PERFORM CALCULA-PRESTAMOS.
           COMPUTE SITUACION-DEUDA-TOTAL =
               SITUACION-DEUDA-DESCUBIERTO + SITUACION-DEUDA-FACTURAS
               + SITUACION-DEUDA-PRESTAMOS.

      *Mismo criterio que Reporte-descubierto-antiguedad, pero al
      *corte y no a hoy: recorre el ledger del cliente hasta la
      *fecha de corte; cada saldo resultante no negativo borra la
      *marca de entrada al rojo y el primer negativo despues la fija.
      *El saldo al corte es el resultante del ultimo renglon hasta
      *ese dia; sin renglones anteriores al corte se reconstruye del
      *primero posterior, y sin ledger se toma el saldo del cliente:
       CALCULA-DESCUBIERTO.
           MOVE CLIENTES-SALDO TO SALDO-AL-CORTE.
           MOVE "N" TO HUBO-MOVIMIENTO-AL-CORTE.
           MOVE SPACES TO FECHA-PRIMER-NEGATIVO.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           START ARCHIVO-MOVIMIENTOS-SALDO
               KEY IS NOT LESS MOVIMIENTO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-MOVIMIENTOS
           END-START.
           PERFORM RASTREA-MOVIMIENTO
           UNTIL FIN-DE-MOVIMIENTOS = "0".
           IF SALDO-AL-CORTE < ZERO
           PERFORM CONVIERTE-DESCUBIERTO-A-PESOS
           IF FECHA-PRIMER-NEGATIVO NUMERIC
           MOVE FECHA-PRIMER-NEGATIVO TO SITUACION-FECHA-ROJO
           MOVE FECHA-PRIMER-NEGATIVO TO FECHA-DESDE-NUM
           PERFORM CALCULA-DIAS-HASTA-CORTE
           MOVE DIAS-CALCULADOS TO SITUACION-DIAS-DESCUBIERTO
           END-IF
           END-IF.

       RASTREA-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-SALDO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           NOT AT END
           IF MOVIMIENTO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           ELSE
           IF MOVIMIENTO-FECHA-HORA (1:8) > FECHA-DE-CORTE
           IF HUBO-MOVIMIENTO-AL-CORTE = "N"
           COMPUTE SALDO-AL-CORTE =
               MOVIMIENTO-SALDO-RESULTANTE - MOVIMIENTO-IMPORTE
           END-IF
           MOVE "0" TO FIN-DE-MOVIMIENTOS
           ELSE
           PERFORM MARCA-MOVIMIENTO-AL-CORTE
           END-IF
           END-IF
           END-READ.

      *Las revaluaciones no cuentan para la marca porque su
      *resultante repite el saldo sin moverlo:
       MARCA-MOVIMIENTO-AL-CORTE.
           MOVE "S" TO HUBO-MOVIMIENTO-AL-CORTE.
           MOVE MOVIMIENTO-SALDO-RESULTANTE TO SALDO-AL-CORTE.
           IF NOT MOVIMIENTO-REVALUACION
           IF MOVIMIENTO-SALDO-RESULTANTE < ZERO
           IF FECHA-PRIMER-NEGATIVO = SPACES
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO
               FECHA-PRIMER-NEGATIVO
           END-IF
           ELSE
           MOVE SPACES TO FECHA-PRIMER-NEGATIVO
           END-IF
           END-IF.

      *La central de deudores se informa en pesos: una cuenta en
      *otra moneda se convierte con la tasa que regia a la fecha de
      *corte (la tabla se carga con Tasa-de-cambio); si la
      *moneda no tiene tasa se informa el importe sin convertir y se
      *avisa al final:
       CONVIERTE-DESCUBIERTO-A-PESOS.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-REGISTRO.
           IF MONEDA-DEL-REGISTRO = SPACES OR
              MONEDA-DEL-REGISTRO = "ARS"
           COMPUTE SITUACION-DEUDA-DESCUBIERTO = ZERO - SALDO-AL-CORTE
           ELSE
           MOVE "N" TO MONEDA-HALLADA
           PERFORM BUSCA-TASA-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS
               OR MONEDA-HALLADA = "S"
           IF MONEDA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-MONEDA
           COMPUTE SITUACION-DEUDA-DESCUBIERTO ROUNDED =
               (ZERO - SALDO-AL-CORTE) * DETALLE-TASA (INDICE-MONEDA)
           ELSE
           COMPUTE SITUACION-DEUDA-DESCUBIERTO = ZERO - SALDO-AL-CORTE
           ADD 1 TO CONTADOR-SIN-TASA
           END-IF
           END-IF.

       BUSCA-TASA-MONEDA.
           IF DETALLE-CODIGO (INDICE-MONEDA) = MONEDA-DEL-REGISTRO
           MOVE "S" TO MONEDA-HALLADA
           END-IF.

      *Facturas emitidas hasta el corte que siguen con saldo; el
      *atraso cuenta desde el vencimiento:
       CALCULA-FACTURAS.
           MOVE CLIENTES-ID TO FACTURA-CLIENTES-ID.
           START ARCHIVO-FACTURAS KEY IS EQUAL FACTURA-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-FACTURAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-FACTURAS
           END-START.
           PERFORM REVISA-SIGUIENTE-FACTURA
           UNTIL FIN-DE-FACTURAS = "0".

       REVISA-SIGUIENTE-FACTURA.
           READ ARCHIVO-FACTURAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-FACTURAS
           NOT AT END
           IF FACTURA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-FACTURAS
           ELSE
           IF FACTURA-PENDIENTE AND
              FACTURA-FECHA NOT > FECHA-DE-CORTE
           PERFORM SUMA-FACTURA-ADEUDADA
           END-IF
           END-IF
           END-READ.

       SUMA-FACTURA-ADEUDADA.
           COMPUTE SALDO-FACTURA = FACTURA-IMPORTE - FACTURA-COBRADO.
           IF SALDO-FACTURA > ZERO
           ADD SALDO-FACTURA TO SITUACION-DEUDA-FACTURAS
           IF FACTURA-VENCIMIENTO NUMERIC AND
              FACTURA-VENCIMIENTO < FECHA-DE-CORTE
           MOVE FACTURA-VENCIMIENTO TO FECHA-DESDE-NUM
           PERFORM CALCULA-DIAS-HASTA-CORTE
           IF DIAS-CALCULADOS > SITUACION-DIAS-FACTURAS
           MOVE DIAS-CALCULADOS TO SITUACION-DIAS-FACTURAS
           MOVE FACTURA-NUMERO TO SITUACION-FACTURA-MAS-VIEJA
           END-IF
           END-IF
           END-IF.

      *Prestamos vigentes otorgados hasta el corte: se debe el saldo
      *de capital mas el interes de las cuotas ya vencidas sin
      *cobrar, y el atraso es el de la cuota impaga mas vieja:
       CALCULA-PRESTAMOS.
           MOVE CLIENTES-ID TO PRESTAMO-CLIENTES-ID.
           START ARCHIVO-PRESTAMOS KEY IS = PRESTAMO-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-PRESTAMOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-PRESTAMOS
           END-START.
           PERFORM REVISA-SIGUIENTE-PRESTAMO
           UNTIL FIN-DE-PRESTAMOS = "0".

       REVISA-SIGUIENTE-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PRESTAMOS
           NOT AT END
           IF PRESTAMO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-PRESTAMOS
           ELSE
           IF PRESTAMO-VIGENTE AND
              PRESTAMO-FECHA-INICIO NOT > FECHA-DE-CORTE
           ADD PRESTAMO-SALDO-CAPITAL TO SITUACION-DEUDA-PRESTAMOS
           PERFORM REVISA-CUOTAS-DEL-PRESTAMO
           END-IF
           END-IF
           END-READ.

       REVISA-CUOTAS-DEL-PRESTAMO.
           MOVE PRESTAMO-NUMERO TO CUOTA-PRESTAMO-NUMERO.
           MOVE ZEROES TO CUOTA-NUMERO.
           START ARCHIVO-CUOTAS KEY IS NOT LESS CUOTA-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-CUOTAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CUOTAS
           END-START.
           PERFORM REVISA-SIGUIENTE-CUOTA
           UNTIL FIN-DE-CUOTAS = "0".

       REVISA-SIGUIENTE-CUOTA.
           READ ARCHIVO-CUOTAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUOTAS
           NOT AT END
           IF CUOTA-PRESTAMO-NUMERO NOT = PRESTAMO-NUMERO
           MOVE "0" TO FIN-DE-CUOTAS
           ELSE
           IF NOT CUOTA-COBRADA AND
              CUOTA-VENCIMIENTO < FECHA-DE-CORTE
           PERFORM SUMA-CUOTA-ATRASADA
           END-IF
           END-IF
           END-READ.

       SUMA-CUOTA-ATRASADA.
           ADD CUOTA-INTERES TO SITUACION-DEUDA-PRESTAMOS.
           MOVE CUOTA-VENCIMIENTO TO FECHA-DESDE-NUM.
           PERFORM CALCULA-DIAS-HASTA-CORTE.
           IF DIAS-CALCULADOS > SITUACION-DIAS-PRESTAMOS
           MOVE DIAS-CALCULADOS TO SITUACION-DIAS-PRESTAMOS
           MOVE PRESTAMO-NUMERO TO SITUACION-PRESTAMO-MAS-VIEJO
           END-IF.

       CALCULA-DIAS-HASTA-CORTE.
           COMPUTE DIAS-DESDE-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-DESDE-NUM).
           COMPUTE DIAS-CALCULADOS =
               DIAS-CORTE-ENTERO - DIAS-DESDE-ENTERO.

      *El peor atraso de los tres origenes define la situacion; a
      *igual atraso manda el primero en el orden descubierto,
      *factura, prestamo:
       ASIGNA-SITUACION.
           IF SITUACION-DIAS-DESCUBIERTO > ZEROES
           MOVE SITUACION-DIAS-DESCUBIERTO TO SITUACION-DIAS-ATRASO
           MOVE "D" TO SITUACION-ORIGEN
           END-IF.
           IF SITUACION-DIAS-FACTURAS > SITUACION-DIAS-ATRASO
           MOVE SITUACION-DIAS-FACTURAS TO SITUACION-DIAS-ATRASO
           MOVE "F" TO SITUACION-ORIGEN
           END-IF.
           IF SITUACION-DIAS-PRESTAMOS > SITUACION-DIAS-ATRASO
           MOVE SITUACION-DIAS-PRESTAMOS TO SITUACION-DIAS-ATRASO
           MOVE "P" TO SITUACION-ORIGEN
           END-IF.
           MOVE 5 TO SITUACION-CODIGO.
           PERFORM COMPARA-LIMITE-SITUACION
               VARYING INDICE-LIMITE FROM 4 BY -1
               UNTIL INDICE-LIMITE < 1.

      *Recorre los limites de mayor a menor: el ultimo que el atraso
      *no supera es el de la situacion:
       COMPARA-LIMITE-SITUACION.
           IF SITUACION-DIAS-ATRASO NOT > LIMITE-DIAS (INDICE-LIMITE)
           MOVE INDICE-LIMITE TO SITUACION-CODIGO
           END-IF.

       GUARDA-CLASIFICACION.
           WRITE SITUACION-REGISTRO
           INVALID KEY
           REWRITE SITUACION-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la situacion del cliente "
                   CLIENTES-ID ", status: " SITUACION-STATUS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-REGRABADOS
           END-REWRITE
           END-WRITE.
           ADD 1 TO CONTADOR-DEUDORES.
           ADD SITUACION-DEUDA-TOTAL TO TOTAL-DEUDA.
           MOVE SITUACION-CODIGO TO INDICE-SITUACION.
           ADD 1 TO SIT-TAB-DEUDORES (INDICE-SITUACION).
           ADD SITUACION-DEUDA-TOTAL TO
               SIT-TAB-DEUDA (INDICE-SITUACION).

       GRABA-DETALLE-BCRA.
           IF CLIENTES-CUIT NUMERIC
           MOVE 80 TO DET-TIPO-DOCUMENTO
           MOVE CLIENTES-CUIT TO DET-NUMERO-DOCUMENTO
           ELSE
           MOVE 96 TO DET-TIPO-DOCUMENTO
           MOVE ZEROES TO DOCUMENTO-NUMERICO
           IF FUNCTION TRIM(CLIENTES-DNI) NUMERIC
           MOVE FUNCTION NUMVAL(CLIENTES-DNI) TO DOCUMENTO-NUMERICO
           END-IF
           MOVE DOCUMENTO-NUMERICO TO DET-NUMERO-DOCUMENTO
           END-IF.
           MOVE SPACES TO DET-DENOMINACION.
           STRING FUNCTION TRIM(CLIENTES-APELLIDO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CLIENTES-NOMBRE) DELIMITED BY SIZE
                  INTO DET-DENOMINACION
           END-STRING.
           MOVE SITUACION-CODIGO TO DET-SITUACION.
           MOVE SITUACION-DEUDA-TOTAL TO DET-DEUDA.
           MOVE SITUACION-DIAS-ATRASO TO DET-DIAS-ATRASO.
           MOVE CLIENTES-ID TO DET-CLIENTES-ID.
           WRITE DEUDORES-LINEA FROM DEUDORES-DETALLE.

       MUESTRA-DEUDOR.
           MOVE CLIENTES-ID TO DEU-CLIENTES-ID.
           MOVE SITUACION-CODIGO TO DEU-SITUACION.
           MOVE SITUACION-DIAS-ATRASO TO DEU-DIAS-ATRASO.
           MOVE SITUACION-ORIGEN TO DEU-ORIGEN.
           MOVE SITUACION-DEUDA-TOTAL TO DEU-DEUDA.
           MOVE SITUACION-DEUDA-DESCUBIERTO TO DEU-DESCUBIERTO.
           MOVE SITUACION-DIAS-DESCUBIERTO TO DEU-DIAS-DESCUBIERTO.
           MOVE SITUACION-DEUDA-FACTURAS TO DEU-FACTURAS.
           MOVE SITUACION-DIAS-FACTURAS TO DEU-DIAS-FACTURAS.
           MOVE SITUACION-DEUDA-PRESTAMOS TO DEU-PRESTAMOS.
           MOVE SITUACION-DIAS-PRESTAMOS TO DEU-DIAS-PRESTAMOS.
           MOVE LINEA-DEUDOR TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-TOTALES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Deudores por situacion" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-TOTAL-SITUACION
               VARYING INDICE-SITUACION FROM 1 BY 1
               UNTIL INDICE-SITUACION > 5.
           MOVE TOTAL-DEUDA TO CAMPO-TOTAL-MUESTRA.
           STRING "  Total                    " CONTADOR-DEUDORES " "
                  CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CONTADOR-REGRABADOS > ZEROES
           STRING "Clasificaciones del periodo regrabadas: "
                  CONTADOR-REGRABADOS
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           IF CONTADOR-SIN-TASA > ZEROES
           STRING "Atencion: " CONTADOR-SIN-TASA
                  " descubiertos en monedas sin tasa al corte "
                  "se informan sin convertir."
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

       MUESTRA-TOTAL-SITUACION.
           MOVE SIT-TAB-DEUDA (INDICE-SITUACION) TO CAMPO-TOTAL-MUESTRA.
           STRING "  " INDICE-SITUACION (2:1) " "
                  NOMBRE-SITUACION (INDICE-SITUACION) "   "
                  SIT-TAB-DEUDORES (INDICE-SITUACION) " "
                  CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       CARGA-TABLA-DE-TASAS.
           MOVE ZEROES TO CANTIDAD-MONEDAS.
           OPEN INPUT ARCHIVO-MONEDAS.
           MOVE "1" TO FIN-DE-MONEDAS.
           PERFORM GUARDA-TASA
           UNTIL FIN-DE-MONEDAS = "0".
           CLOSE ARCHIVO-MONEDAS.

       GUARDA-TASA.
           READ ARCHIVO-MONEDAS
           AT END
           MOVE "0" TO FIN-DE-MONEDAS
           NOT AT END
           MOVE MONEDA-CODIGO TO CONSULTA-TASA-MONEDA
           MOVE FECHA-DE-CORTE TO CONSULTA-TASA-FECHA
           CALL "Tasa-de-cambio" USING TASA-CONSULTA
           IF CANTIDAD-MONEDAS < MAXIMO-MONEDAS AND
              TASA-CONSULTA-HALLADA
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE MONEDA-CODIGO TO DETALLE-CODIGO (CANTIDAD-MONEDAS)
           MOVE CONSULTA-TASA-VALOR TO DETALLE-TASA (CANTIDAD-MONEDAS)
           END-IF
           END-READ.

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

       END PROGRAM Clasificar-deudores.
