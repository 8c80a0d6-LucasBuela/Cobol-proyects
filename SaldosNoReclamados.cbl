      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Informe anual de saldos no reclamados: las cuentas
      *          inmovilizadas cuyo ultimo movimiento del cliente es
      *          anterior al plazo de no reclamado (contado hasta el
      *          31/12 del anio informado) y que conservan saldo a
      *          favor del cliente. Sale el listado por pantalla y al
      *          spool, con totales por moneda, y el archivo de ancho
      *          fijo para el regulador, con cabecera y cola, con
      *          cliente, saldo y moneda de cada cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-saldos-no-reclamados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Actividad e inmovilizacion por cliente y sus plazos:
       COPY "DataBaseInmovilizacion.cbl".
       COPY "DataBaseInmovilizacionConfig.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Archivo anual para el regulador:
       SELECT OPTIONAL ARCHIVO-NO-RECLAMADOS
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-NO-RECLAMADOS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS NO-RECLAMADOS-STATUS.
      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataInmovilizacion.cbl".
       COPY "DataInmovilizacionConfig.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       FD  ARCHIVO-NO-RECLAMADOS.
           01 NO-RECLAMADOS-LINEA PIC X(150).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  INMOVILIZACION-STATUS PIC XX.
       77  CONFIG-INMOVILIZACION-STATUS PIC XX.
       77  NO-RECLAMADOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-INMOVILIZADAS PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Anio informado, fecha de corte (31/12 de ese anio) y fecha
      *limite: ultimo movimiento anterior a esa fecha es no reclamado:
       77  ANIO-PEDIDO PIC X(4).
       77  ANIO-NUM PIC 9(4).
       77  FECHA-CORTE PIC X(8).
       77  FECHA-LIMITE-NUM PIC 9(8).
       77  FECHA-LIMITE PIC X(8).
       77  ANIOS-NO-RECLAMADO PIC 9(2) VALUE 5.
       77  NOMBRE-ARCHIVO-NO-RECLAMADOS PIC X(40).
       77  MONEDA-DEL-CLIENTE PIC X(3).
       77  CONTADOR-INFORMADOS PIC 9(7) VALUE ZEROES.
       01  TOTAL-CONTROL PIC S9(11)V99 COMP-3 VALUE ZERO.

       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "NORECLAMADOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CAMPO-TOTAL-MUESTRA PIC -Z(10)9.99.

      *Totales por moneda, misma tabla que Reporte-castigos:
       77  MAXIMO-MONEDAS PIC 9(2) VALUE 10.
       77  CANTIDAD-MONEDAS PIC 9(2) VALUE ZEROES.
       77  INDICE-MONEDA PIC 9(2).
       77  MONEDA-BUSCADA PIC X(3).
       77  MONEDA-HALLADA PIC X.
       01  TABLA-MONEDAS.
           05 MONEDA-TOTAL OCCURS 10 TIMES.
              10 MONEDA-TAB-CODIGO PIC X(3).
              10 MONEDA-TAB-CANTIDAD PIC 9(7).
              10 MONEDA-TAB-SALDO PIC S9(11)V99 COMP-3.

      *Renglon del listado:
       01  LINEA-CUENTA.
           05 LIS-CLIENTES-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-APELLIDO PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-DNI PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-MONEDA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-SALDO PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-ULTIMO-MOVIMIENTO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-FECHA-INMOVILIZACION PIC X(8).

      *Campos de armado de los renglones de ancho fijo:
       01  LINEA-CABECERA.
           05 FILLER PIC X(1) VALUE "H".
           05 CAB-ANIO PIC X(4).
           05 CAB-FECHA-CORTE PIC X(8).
           05 CAB-FECHA-GENERACION PIC X(8).
           05 FILLER PIC X(129) VALUE SPACES.
       01  LINEA-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 DET-CLIENTES-ID PIC X(6).
           05 DET-DNI PIC X(9).
           05 DET-CUIT PIC X(11).
           05 DET-NOMBRE PIC X(25).
           05 DET-APELLIDO PIC X(35).
           05 DET-DIRECCION PIC X(35).
           05 DET-MONEDA PIC X(3).
           05 DET-SALDO PIC 9(9)V99.
           05 DET-ULTIMO-MOVIMIENTO PIC X(8).
           05 DET-FECHA-INMOVILIZACION PIC X(8).
       01  LINEA-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 COLA-CANTIDAD PIC 9(7).
           05 COLA-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(129) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== SALDOS NO RECLAMADOS =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para emitir el "
                   "informe de saldos no reclamados."
           GOBACK
           END-IF.
           PERFORM LEE-CONFIGURACION.
           DISPLAY "Anio a informar (AAAA, blanco = anio anterior): ".
           MOVE SPACES TO ANIO-PEDIDO.
           ACCEPT ANIO-PEDIDO.
           IF ANIO-PEDIDO = SPACES
           MOVE FUNCTION CURRENT-DATE (1:4) TO ANIO-NUM
           SUBTRACT 1 FROM ANIO-NUM
           MOVE ANIO-NUM TO ANIO-PEDIDO
           END-IF.
           IF ANIO-PEDIDO NOT NUMERIC
           DISPLAY "El anio debe ser AAAA, no se hizo nada."
           GOBACK
           END-IF.
           PERFORM CALCULA-FECHA-LIMITE.
           PERFORM COMPRUEBA-ARCHIVO-DEL-ANIO.
           IF SI-A-GRABAR NOT = "S"
           DISPLAY "No se hizo nada."
           GOBACK
           END-IF.
           INITIALIZE TABLA-MONEDAS.
           MOVE ANIO-PEDIDO TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== SALDOS NO RECLAMADOS =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Anio " ANIO-PEDIDO ": cuentas inmovilizadas sin "
                  "movimientos del cliente desde antes del "
                  FECHA-LIMITE (7:2) "/" FECHA-LIMITE (5:2) "/"
                  FECHA-LIMITE (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM GENERA-INFORME.
           PERFORM MUESTRA-TOTALES-POR-MONEDA.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Archivo para el regulador: "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-NO-RECLAMADOS) ".".
           DISPLAY "Reporte grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
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

       LEE-CONFIGURACION.
           OPEN INPUT ARCHIVO-CONFIG-INMOVILIZACION.
           IF CONFIG-INMOVILIZACION-STATUS = "00"
           READ ARCHIVO-CONFIG-INMOVILIZACION
           AT END
           CONTINUE
           NOT AT END
           IF CONFIG-ANIOS-NO-RECLAMADO NUMERIC AND
              CONFIG-ANIOS-NO-RECLAMADO > ZEROES
           MOVE CONFIG-ANIOS-NO-RECLAMADO TO ANIOS-NO-RECLAMADO
           END-IF
           END-READ
           END-IF.
           CLOSE ARCHIVO-CONFIG-INMOVILIZACION.

       CALCULA-FECHA-LIMITE.
           MOVE SPACES TO FECHA-CORTE.
           STRING ANIO-PEDIDO "1231" DELIMITED BY SIZE
               INTO FECHA-CORTE.
           MOVE FECHA-CORTE TO FECHA-LIMITE-NUM.
           COMPUTE FECHA-LIMITE-NUM =
               FECHA-LIMITE-NUM - ANIOS-NO-RECLAMADO * 10000.
           MOVE FECHA-LIMITE-NUM TO FECHA-LIMITE.

      *El archivo es uno por anio; si ya se genero se pide
      *confirmacion antes de pisarlo:
       COMPRUEBA-ARCHIVO-DEL-ANIO.
           MOVE SPACES TO NOMBRE-ARCHIVO-NO-RECLAMADOS.
           STRING
               "saldos_no_reclamados_" DELIMITED BY SIZE
               ANIO-PEDIDO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-NO-RECLAMADOS
           END-STRING.
           MOVE "S" TO SI-A-GRABAR.
           OPEN INPUT ARCHIVO-NO-RECLAMADOS.
           IF NO-RECLAMADOS-STATUS = "00"
           READ ARCHIVO-NO-RECLAMADOS
           AT END
           CONTINUE
           NOT AT END
           MOVE "¿El informe del anio ya existe, lo regenera (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           END-READ
           END-IF.
           CLOSE ARCHIVO-NO-RECLAMADOS.

       GENERA-INFORME.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Client Apellido                  DNI       Mon"
               TO LINEA-SPOOL.
           MOVE "      Saldo Ult.mov. Inmovil." TO LINEA-SPOOL (48:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-INMOVILIZACION.
           OPEN OUTPUT ARCHIVO-NO-RECLAMADOS.
           MOVE ANIO-PEDIDO TO CAB-ANIO.
           MOVE FECHA-CORTE TO CAB-FECHA-CORTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CAB-FECHA-GENERACION.
           WRITE NO-RECLAMADOS-LINEA FROM LINEA-CABECERA.
           MOVE "1" TO FIN-DE-INMOVILIZADAS.
           IF INMOVILIZACION-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-INMOVILIZADAS
           ELSE
           PERFORM LEE-SIGUIENTE-INMOVILIZADA
           END-IF.
           PERFORM REVISA-INMOVILIZADA
           UNTIL FIN-DE-INMOVILIZADAS = "0".
           MOVE CONTADOR-INFORMADOS TO COLA-CANTIDAD.
           MOVE TOTAL-CONTROL TO COLA-TOTAL.
           WRITE NO-RECLAMADOS-LINEA FROM LINEA-COLA.
           CLOSE ARCHIVO-NO-RECLAMADOS.
           CLOSE ARCHIVO-INMOVILIZACION.
           CLOSE ARCHIVO-CLIENTES.
           IF CONTADOR-INFORMADOS = ZEROES
           MOVE "  (ninguna cuenta con saldo no reclamado)"
               TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

       LEE-SIGUIENTE-INMOVILIZADA.
           READ ARCHIVO-INMOVILIZACION NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-INMOVILIZADAS.

      *Solo lo que es del cliente: una cuenta en cero o en
      *descubierto no tiene nada que transferir al regulador:
       REVISA-INMOVILIZADA.
           IF INMOV-INMOVILIZADA AND
              INMOV-ULTIMO-MOVIMIENTO < FECHA-LIMITE
           MOVE INMOV-CLIENTES-ID TO CLIENTES-ID
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           DISPLAY "Cuenta inmovilizada " INMOV-CLIENTES-ID
                   " sin registro de cliente, se saltea."
           NOT INVALID KEY
           IF CLIENTES-SALDO > ZERO
           PERFORM INFORMA-CUENTA
           END-IF
           END-READ
           END-IF.
           PERFORM LEE-SIGUIENTE-INMOVILIZADA.

       INFORMA-CUENTA.
           MOVE CLIENTES-MONEDA TO MONEDA-DEL-CLIENTE.
           IF MONEDA-DEL-CLIENTE = SPACE
           MOVE "ARS" TO MONEDA-DEL-CLIENTE
           END-IF.
           ADD 1 TO CONTADOR-INFORMADOS.
           ADD CLIENTES-SALDO TO TOTAL-CONTROL.
           MOVE MONEDA-DEL-CLIENTE TO MONEDA-BUSCADA.
           PERFORM BUSCA-MONEDA.
           IF INDICE-MONEDA > ZEROES
           ADD 1 TO MONEDA-TAB-CANTIDAD (INDICE-MONEDA)
           ADD CLIENTES-SALDO TO MONEDA-TAB-SALDO (INDICE-MONEDA)
           END-IF.
           MOVE CLIENTES-ID TO LIS-CLIENTES-ID.
           MOVE CLIENTES-APELLIDO TO LIS-APELLIDO.
           MOVE CLIENTES-DNI TO LIS-DNI.
           MOVE MONEDA-DEL-CLIENTE TO LIS-MONEDA.
           MOVE CLIENTES-SALDO TO LIS-SALDO.
           MOVE INMOV-ULTIMO-MOVIMIENTO TO LIS-ULTIMO-MOVIMIENTO.
           MOVE INMOV-FECHA-INMOVILIZACION TO
               LIS-FECHA-INMOVILIZACION.
           MOVE LINEA-CUENTA TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE CLIENTES-ID TO DET-CLIENTES-ID.
           MOVE CLIENTES-DNI TO DET-DNI.
           MOVE CLIENTES-CUIT TO DET-CUIT.
           MOVE CLIENTES-NOMBRE TO DET-NOMBRE.
           MOVE CLIENTES-APELLIDO TO DET-APELLIDO.
           MOVE CLIENTES-DIRECCION TO DET-DIRECCION.
           MOVE MONEDA-DEL-CLIENTE TO DET-MONEDA.
           MOVE CLIENTES-SALDO TO DET-SALDO.
           MOVE INMOV-ULTIMO-MOVIMIENTO TO DET-ULTIMO-MOVIMIENTO.
           MOVE INMOV-FECHA-INMOVILIZACION TO
               DET-FECHA-INMOVILIZACION.
           WRITE NO-RECLAMADOS-LINEA FROM LINEA-DETALLE.

      *Busca la moneda en la tabla de totales y la agrega si no
      *esta; con la tabla llena devuelve cero y no se acumula:
       BUSCA-MONEDA.
           IF MONEDA-BUSCADA = SPACES
           MOVE "ARS" TO MONEDA-BUSCADA
           END-IF.
           MOVE "N" TO MONEDA-HALLADA.
           PERFORM COMPARA-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS
               OR MONEDA-HALLADA = "S".
           IF MONEDA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-MONEDA
           ELSE
           IF CANTIDAD-MONEDAS < MAXIMO-MONEDAS
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE CANTIDAD-MONEDAS TO INDICE-MONEDA
           MOVE MONEDA-BUSCADA TO MONEDA-TAB-CODIGO (INDICE-MONEDA)
           ELSE
           MOVE ZEROES TO INDICE-MONEDA
           END-IF
           END-IF.

       COMPARA-MONEDA.
           IF MONEDA-TAB-CODIGO (INDICE-MONEDA) = MONEDA-BUSCADA
           MOVE "S" TO MONEDA-HALLADA
           END-IF.

       MUESTRA-TOTALES-POR-MONEDA.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Cuentas informadas: " CONTADOR-INFORMADOS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-TOTAL-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS.

       MUESTRA-TOTAL-MONEDA.
           MOVE MONEDA-TAB-SALDO (INDICE-MONEDA) TO
               CAMPO-TOTAL-MUESTRA.
           STRING MONEDA-TAB-CODIGO (INDICE-MONEDA)
                  "  cuentas: " MONEDA-TAB-CANTIDAD (INDICE-MONEDA)
                  "  saldo no reclamado: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
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
           MOVE OPERADOR TO OPERADOR-DEL-REPORTE.

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

       END PROGRAM Reporte-saldos-no-reclamados.
