      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Resultados de una campana de marketing: cuantos
      *          clientes tuvo de objetivo, cuantos se contactaron,
      *          cuantos respondieron y cuantos convirtieron (tomaron
      *          un producto nuevo mientras la campana estaba en
      *          curso), y cuanto crecio el saldo de los que
      *          respondieron comparado con el de los que no, desde
      *          el saldo que tenian al generarse la lista. El
      *          crecimiento se suma en pesos con las tasas que rigen
      *          hoy, como el saldo con el que se compara.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-resultados-campana.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Campanas y sus listas de objetivos:
       COPY "DataBaseCampanas.cbl".
       COPY "DataBaseCampanaObjetivos.cbl".
      *Tasas de conversion a la moneda base:
       COPY "DataBaseMonedas.cbl".

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
       COPY "DataCampanas.cbl".
       COPY "DataCampanaObjetivos.cbl".
       COPY "DataMonedas.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CAMPANAS-STATUS PIC XX.
       77  CAMPANA-OBJETIVOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-OBJETIVOS PIC X.
       77  FIN-DE-MONEDAS PIC X.
       77  CAMPANA-EXISTE PIC X.
       77  CAMPO-CODIGO PIC X(8).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "CAMPANA".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.

      *Embudo de la campana:
       77  CONTADOR-OBJETIVOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-CONTACTADOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-RESPONDIERON PIC 9(6) VALUE ZEROES.
       77  CONTADOR-CONVIRTIERON PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SIN-FICHA PIC 9(6) VALUE ZEROES.

      *Crecimiento del saldo en pesos, de los que respondieron y de
      *los que no:
       77  CANTIDAD-RESPONDIO PIC 9(6) VALUE ZEROES.
       77  CANTIDAD-NO-RESPONDIO PIC 9(6) VALUE ZEROES.
       01  CRECIMIENTO-RESPONDIO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CRECIMIENTO-NO-RESPONDIO PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CRECIMIENTO-CLIENTE PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  CRECIMIENTO-PROMEDIO PIC S9(9)V99 COMP-3 VALUE ZERO.

      *Tasas que rigen hoy (Tasa-de-cambio sobre las monedas de
      *monedas.dat) para llevar a pesos el crecimiento de una cuenta
      *en otra moneda:
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

      *Renglones del reporte:
       01  LINEA-EMBUDO.
           05 LIN-CONCEPTO PIC X(24).
           05 LIN-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LIN-PORCENTAJE PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE " %".
       01  LINEA-CRECIMIENTO.
           05 LIN-GRUPO PIC X(18).
           05 LIN-CLIENTES PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-TOTAL PIC -(12)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIN-PROMEDIO PIC -(10)9.99.
       77  CANTIDAD-DEL-RENGLON PIC 9(6).
       77  CAMPO-TOTAL-MUESTRA PIC ZZZZZ9.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== RESULTADOS DE UNA CAMPANA =====".
           DISPLAY "Codigo de la campana: ".
           MOVE SPACES TO CAMPO-CODIGO.
           ACCEPT CAMPO-CODIGO.
           MOVE FUNCTION UPPER-CASE(CAMPO-CODIGO) TO CAMPO-CODIGO.
           OPEN INPUT ARCHIVO-CAMPANAS.
           MOVE CAMPO-CODIGO TO CAMPANA-CODIGO.
           MOVE "S" TO CAMPANA-EXISTE.
           READ ARCHIVO-CAMPANAS RECORD
           INVALID KEY
           MOVE "N" TO CAMPANA-EXISTE
           END-READ.
           CLOSE ARCHIVO-CAMPANAS.
           IF CAMPANA-EXISTE = "N"
           DISPLAY "No existe una campana con ese codigo."
           ELSE
           IF CAMPANA-FECHA-LISTA = SPACES
           DISPLAY "La campana todavia no tiene lista de objetivos."
           ELSE
           MOVE CAMPANA-CODIGO TO PARAMETROS-DEL-REPORTE
           PERFORM CARGA-TABLA-DE-TASAS
           PERFORM RECORRE-OBJETIVOS
           PERFORM IMPRIME-REPORTE
           END-IF
           END-IF.
           GOBACK.

      *Los objetivos de la campana estan juntos en la clave
      *primaria, que empieza por el codigo de la campana:
       RECORRE-OBJETIVOS.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-CAMPANA-OBJETIVOS.
           MOVE "0" TO FIN-DE-OBJETIVOS.
           IF CAMPANA-OBJETIVOS-STATUS = "00"
           MOVE CAMPANA-CODIGO TO OBJETIVO-CAMPANA
           MOVE LOW-VALUES TO OBJETIVO-CLIENTES-ID
           START ARCHIVO-CAMPANA-OBJETIVOS
               KEY IS NOT LESS OBJETIVO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-OBJETIVOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-OBJETIVOS
           END-START
           END-IF.
           PERFORM CUENTA-OBJETIVO
           UNTIL FIN-DE-OBJETIVOS = "0".
           CLOSE ARCHIVO-CAMPANA-OBJETIVOS.
           CLOSE ARCHIVO-CLIENTES.

       CUENTA-OBJETIVO.
           READ ARCHIVO-CAMPANA-OBJETIVOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-OBJETIVOS
           NOT AT END
           IF OBJETIVO-CAMPANA NOT = CAMPANA-CODIGO
           MOVE "0" TO FIN-DE-OBJETIVOS
           ELSE
           PERFORM SUMA-OBJETIVO
           END-IF
           END-READ.

       SUMA-OBJETIVO.
           ADD 1 TO CONTADOR-OBJETIVOS.
           IF OBJETIVO-FECHA-CONTACTO NOT = SPACES
           ADD 1 TO CONTADOR-CONTACTADOS
           END-IF.
           IF OBJETIVO-FECHA-RESPUESTA NOT = SPACES
           ADD 1 TO CONTADOR-RESPONDIERON
           END-IF.
           IF OBJETIVO-FECHA-CONVERSION NOT = SPACES
           ADD 1 TO CONTADOR-CONVIRTIERON
           END-IF.
           MOVE OBJETIVO-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           ADD 1 TO CONTADOR-SIN-FICHA
           NOT INVALID KEY
           PERFORM SUMA-CRECIMIENTO
           END-READ.

      *El crecimiento es el saldo de hoy menos el que tenia al
      *generarse la lista, en la moneda de la cuenta:
       SUMA-CRECIMIENTO.
           COMPUTE CRECIMIENTO-CLIENTE =
               CLIENTES-SALDO - OBJETIVO-SALDO-INICIAL.
           MOVE OBJETIVO-MONEDA TO MONEDA-DEL-REGISTRO.
           PERFORM CONVIERTE-CRECIMIENTO-A-PESOS.
           IF OBJETIVO-FECHA-RESPUESTA NOT = SPACES
           ADD 1 TO CANTIDAD-RESPONDIO
           ADD CRECIMIENTO-CLIENTE TO CRECIMIENTO-RESPONDIO
           ELSE
           ADD 1 TO CANTIDAD-NO-RESPONDIO
           ADD CRECIMIENTO-CLIENTE TO CRECIMIENTO-NO-RESPONDIO
           END-IF.

      *Una cuenta en otra moneda se convierte con la tasa de hoy;
      *si la moneda no tiene tasa se suma el importe
      *sin convertir y se avisa al final:
       CONVIERTE-CRECIMIENTO-A-PESOS.
           IF MONEDA-DEL-REGISTRO NOT = SPACES AND
              MONEDA-DEL-REGISTRO NOT = "ARS"
           MOVE "N" TO MONEDA-HALLADA
           PERFORM BUSCA-TASA-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS
               OR MONEDA-HALLADA = "S"
           IF MONEDA-HALLADA = "S"
           SUBTRACT 1 FROM INDICE-MONEDA
           COMPUTE CRECIMIENTO-CLIENTE ROUNDED =
               CRECIMIENTO-CLIENTE * DETALLE-TASA (INDICE-MONEDA)
           ELSE
           ADD 1 TO CONTADOR-SIN-TASA
           END-IF
           END-IF.

       BUSCA-TASA-MONEDA.
           IF DETALLE-CODIGO (INDICE-MONEDA) = MONEDA-DEL-REGISTRO
           MOVE "S" TO MONEDA-HALLADA
           END-IF.

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
           MOVE SPACES TO CONSULTA-TASA-FECHA
           CALL "Tasa-de-cambio" USING TASA-CONSULTA
           IF CANTIDAD-MONEDAS < MAXIMO-MONEDAS AND
              TASA-CONSULTA-HALLADA
           ADD 1 TO CANTIDAD-MONEDAS
           MOVE MONEDA-CODIGO TO DETALLE-CODIGO (CANTIDAD-MONEDAS)
           MOVE CONSULTA-TASA-VALOR TO DETALLE-TASA (CANTIDAD-MONEDAS)
           END-IF
           END-READ.

       IMPRIME-REPORTE.
           PERFORM ABRE-SPOOL.
           STRING "RESULTADOS DE LA CAMPANA "
                  FUNCTION TRIM(CAMPANA-CODIGO) " - "
                  FUNCTION TRIM(CAMPANA-NOMBRE)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Vigencia " CAMPANA-FECHA-DESDE " al "
                  CAMPANA-FECHA-HASTA "  canal " CAMPANA-CANAL
                  "  lista del " CAMPANA-FECHA-LISTA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Objetivos" TO LIN-CONCEPTO.
           MOVE CONTADOR-OBJETIVOS TO CANTIDAD-DEL-RENGLON.
           PERFORM ARMA-LINEA-EMBUDO.
           MOVE "Contactados" TO LIN-CONCEPTO.
           MOVE CONTADOR-CONTACTADOS TO CANTIDAD-DEL-RENGLON.
           PERFORM ARMA-LINEA-EMBUDO.
           MOVE "Respondieron" TO LIN-CONCEPTO.
           MOVE CONTADOR-RESPONDIERON TO CANTIDAD-DEL-RENGLON.
           PERFORM ARMA-LINEA-EMBUDO.
           MOVE "Convirtieron" TO LIN-CONCEPTO.
           MOVE CONTADOR-CONVIRTIERON TO CANTIDAD-DEL-RENGLON.
           PERFORM ARMA-LINEA-EMBUDO.
           MOVE CAMPANA-EXCLUIDOS TO CAMPO-TOTAL-MUESTRA.
           STRING "Excluidos de la lista por preferencia de contacto "
                  "o direccion: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Crecimiento del saldo desde la lista, en pesos:"
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Grupo            Clientes" TO LINEA-SPOOL.
           MOVE "Crecimiento total" TO LINEA-SPOOL (32:).
           MOVE "Promedio" TO LINEA-SPOOL (58:).
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Respondieron" TO LIN-GRUPO.
           MOVE CANTIDAD-RESPONDIO TO CANTIDAD-DEL-RENGLON.
           MOVE CRECIMIENTO-RESPONDIO TO LIN-TOTAL.
           PERFORM ARMA-LINEA-CRECIMIENTO.
           MOVE "No respondieron" TO LIN-GRUPO.
           MOVE CANTIDAD-NO-RESPONDIO TO CANTIDAD-DEL-RENGLON.
           MOVE CRECIMIENTO-NO-RESPONDIO TO LIN-TOTAL.
           PERFORM ARMA-LINEA-CRECIMIENTO.
           IF CONTADOR-SIN-FICHA > ZEROES
           MOVE CONTADOR-SIN-FICHA TO CAMPO-TOTAL-MUESTRA
           STRING "Atencion: " CAMPO-TOTAL-MUESTRA
                  " objetivos ya no tienen ficha de cliente y no "
                  "entran en el crecimiento."
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           IF CONTADOR-SIN-TASA > ZEROES
           MOVE CONTADOR-SIN-TASA TO CAMPO-TOTAL-MUESTRA
           STRING "Atencion: " CAMPO-TOTAL-MUESTRA
                  " cuentas en monedas sin tasa vigente se "
                  "sumaron sin convertir."
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

      *Cada etapa del embudo con su porcentaje sobre los objetivos:
       ARMA-LINEA-EMBUDO.
           MOVE CANTIDAD-DEL-RENGLON TO LIN-CANTIDAD.
           MOVE ZERO TO LIN-PORCENTAJE.
           IF CONTADOR-OBJETIVOS > ZEROES
           COMPUTE LIN-PORCENTAJE ROUNDED =
               CANTIDAD-DEL-RENGLON * 100 / CONTADOR-OBJETIVOS
           END-IF.
           MOVE LINEA-EMBUDO TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       ARMA-LINEA-CRECIMIENTO.
           MOVE CANTIDAD-DEL-RENGLON TO LIN-CLIENTES.
           MOVE ZERO TO CRECIMIENTO-PROMEDIO.
           IF CANTIDAD-DEL-RENGLON > ZEROES
           IF LIN-GRUPO = "Respondieron"
           COMPUTE CRECIMIENTO-PROMEDIO ROUNDED =
               CRECIMIENTO-RESPONDIO / CANTIDAD-DEL-RENGLON
           ELSE
           COMPUTE CRECIMIENTO-PROMEDIO ROUNDED =
               CRECIMIENTO-NO-RESPONDIO / CANTIDAD-DEL-RENGLON
           END-IF
           END-IF.
           MOVE CRECIMIENTO-PROMEDIO TO LIN-PROMEDIO.
           MOVE LINEA-CRECIMIENTO TO LINEA-SPOOL.
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

       END PROGRAM Reporte-resultados-campana.
