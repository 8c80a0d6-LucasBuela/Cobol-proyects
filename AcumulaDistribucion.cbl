      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Acumulador de Reporte-distribucion-pais: recibe de
      *          Reporte-pasada-unica cada registro de clientes y
      *          cuenta los activos por CLIENTES-PAIS (con el filtro
      *          de sucursal opcional que llega en los parametros),
      *          y al cerrar lista el subtotal de cada pais en orden
      *          alfabetico y el total. Lo usan la corrida suelta del
      *          menu y la pasada unica de la cola de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acumula-distribucion-pais.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *Solo por la forma del registro; el archivo lo lee la pasada:
       COPY "DataBase.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".
      *Sesion del operador, para registrar quien corrio el reporte:
       COPY "DataBaseSesion.cbl".

       DATA DIVISION.
       FILE SECTION.
      *Datos a almacenar de los usuarios:
       COPY "Data.cbl".

       COPY "DataEntrenamiento.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       WORKING-STORAGE SECTION.
      *Spool y catalogo, para que el reporte no se pierda cuando la
      *pantalla scrollea:
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "DISTRIBUCION".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CONTADOR-TOTAL-ACTIVOS PIC 9(6) VALUE ZEROES.
       01  PAIS-A-MOSTRAR PIC X(20).
      *Filtro opcional por sucursal (blanco = todas):
       01  FILTRO-SUCURSAL PIC X(3).
      *Un casillero por pais, mantenido en orden alfabetico al
      *insertar: el registro llega en orden de ID y ya no se ordena
      *el archivo, pero el listado sale igual que con el SORT por
      *pais (el pais en blanco primero). Si la tabla se llena, los
      *paises que no entran se cuentan aparte (el casillero de mas
      *es el tope de la busqueda):
       77  MAXIMO-PAISES PIC 9(3) VALUE 300.
       77  CANTIDAD-PAISES PIC 9(3) VALUE ZEROES.
       77  INDICE-PAIS PIC 9(3).
       77  POSICION-PAIS PIC 9(3).
       77  CLIENTES-SIN-CASILLERO PIC 9(6) VALUE ZEROES.
       01  TABLA-PAISES.
           05 PAIS-TABLA OCCURS 301 TIMES.
              10 PAIS-TAB-NOMBRE PIC X(20).
              10 PAIS-TAB-CLIENTES PIC 9(5).

       LINKAGE SECTION.
       COPY "DataPasadaReporte.cbl".

       PROCEDURE DIVISION USING PASADA-REPORTE.
       EMPIEZA-PROGRAMA.
           EVALUATE TRUE
               WHEN PASADA-INICIO
                   PERFORM INICIA-REPORTE
               WHEN PASADA-REGISTRO
                   MOVE PASADA-CLIENTE
                       (1:LENGTH OF CLIENTES-REGISTRO) TO
                       CLIENTES-REGISTRO
                   PERFORM REVISA-REGISTRO
               WHEN PASADA-FIN
                   PERFORM MUESTRA-SUBTOTAL-PAIS
                       VARYING INDICE-PAIS FROM 1 BY 1
                       UNTIL INDICE-PAIS > CANTIDAD-PAISES
                   PERFORM MUESTRA-TOTAL-GENERAL
                   PERFORM CIERRA-SPOOL
           END-EVALUATE.
           GOBACK.

       INICIA-REPORTE.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE ZEROES TO CONTADOR-TOTAL-ACTIVOS.
           MOVE ZEROES TO CANTIDAD-PAISES.
           MOVE ZEROES TO CLIENTES-SIN-CASILLERO.
           MOVE FUNCTION UPPER-CASE(PASADA-PARAMETROS (1:3)) TO
               FILTRO-SUCURSAL.
           PERFORM ABRE-SPOOL.
           MOVE SPACES TO PARAMETROS-DEL-REPORTE.
           IF FILTRO-SUCURSAL NOT = SPACE
           STRING "SUCURSAL=" FILTRO-SUCURSAL
               DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE
           END-STRING
           END-IF.
           DISPLAY " ".
           MOVE "===== DISTRIBUCION DE CLIENTES POR PAIS =====" TO
               LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       REVISA-REGISTRO.
           IF FILTRO-SUCURSAL NOT = SPACE AND
              CLIENTES-SUCURSAL NOT = FILTRO-SUCURSAL
           CONTINUE
           ELSE
           IF CLIENTE-ACTIVO
           ADD 1 TO CONTADOR-TOTAL-ACTIVOS
           PERFORM ACUMULA-PAIS
           END-IF
           END-IF.

      *Busca el primer casillero que no es menor que el pais: si es
      *el mismo pais suma ahi, y si no abre uno nuevo en ese lugar
      *corriendo los siguientes un lugar hacia abajo:
       ACUMULA-PAIS.
           PERFORM BUSCA-LUGAR-PAIS
               VARYING INDICE-PAIS FROM 1 BY 1
               UNTIL INDICE-PAIS > CANTIDAD-PAISES
               OR PAIS-TAB-NOMBRE (INDICE-PAIS) NOT < CLIENTES-PAIS.
           IF INDICE-PAIS NOT > CANTIDAD-PAISES AND
              PAIS-TAB-NOMBRE (INDICE-PAIS) = CLIENTES-PAIS
           ADD 1 TO PAIS-TAB-CLIENTES (INDICE-PAIS)
           ELSE
           IF CANTIDAD-PAISES NOT < MAXIMO-PAISES
           ADD 1 TO CLIENTES-SIN-CASILLERO
           ELSE
           PERFORM CORRE-UN-PAIS
               VARYING POSICION-PAIS FROM CANTIDAD-PAISES BY -1
               UNTIL POSICION-PAIS < INDICE-PAIS
           ADD 1 TO CANTIDAD-PAISES
           MOVE CLIENTES-PAIS TO PAIS-TAB-NOMBRE (INDICE-PAIS)
           MOVE 1 TO PAIS-TAB-CLIENTES (INDICE-PAIS)
           END-IF
           END-IF.

       BUSCA-LUGAR-PAIS.
           CONTINUE.

       CORRE-UN-PAIS.
           MOVE PAIS-TABLA (POSICION-PAIS) TO
               PAIS-TABLA (POSICION-PAIS + 1).

       MUESTRA-SUBTOTAL-PAIS.
           MOVE PAIS-TAB-NOMBRE (INDICE-PAIS) TO PAIS-A-MOSTRAR.
           IF PAIS-A-MOSTRAR = SPACE
           MOVE "(SIN PAIS)" TO PAIS-A-MOSTRAR
           END-IF.
           STRING PAIS-A-MOSTRAR ": " PAIS-TAB-CLIENTES (INDICE-PAIS)
               DELIMITED BY SIZE INTO LINEA-SPOOL
           END-STRING.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-TOTAL-GENERAL.
           IF CLIENTES-SIN-CASILLERO > ZEROES
           STRING "Activos de paises que no entraron en la tabla: "
               CLIENTES-SIN-CASILLERO
               DELIMITED BY SIZE INTO LINEA-SPOOL
           END-STRING
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           DISPLAY " ".
           STRING "Total de clientes activos: " CONTADOR-TOTAL-ACTIVOS
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       COPY "ProcEntrenamiento.cbl".

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
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".

       END PROGRAM Acumula-distribucion-pais.
