      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Acumulador de Reporte-productos: recibe de
      *          Reporte-pasada-unica cada registro de clientes y
      *          cuenta los activos y morosos de cada producto del
      *          catalogo (y los que quedan en la tasa y el cargo
      *          generales); al cerrar lista cada producto con su
      *          tasa y su cargo vigentes, en spool y catalogo. Lo
      *          usan la corrida suelta del menu y la pasada unica de
      *          la cola de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acumula-productos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Solo por la forma del registro; el archivo lo lee la pasada:
       COPY "DataBase.cbl".
      *Catalogo de productos:
       COPY "DataBaseProductos.cbl".
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
       COPY "Data.cbl".
       COPY "DataProductos.cbl".
       COPY "DataEntrenamiento.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
      *Spool y catalogo, para que el reporte no se pierda cuando la
      *pantalla scrollea:
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "PRODUCTOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CLIENTES-STATUS PIC XX.
       77  PRODUCTOS-STATUS PIC XX.
       77  FIN-PRODUCTOS PIC X.
       77  MAXIMO-PRODUCTOS PIC 9(2) VALUE 20.
       77  CANTIDAD-PRODUCTOS PIC 9(2) VALUE ZEROES.
       77  INDICE-PRODUCTO PIC 9(2).
       77  PRODUCTO-HALLADO PIC X.
       77  CLIENTES-SIN-PRODUCTO PIC 9(6) VALUE ZEROES.
       01  TABLA-PRODUCTOS.
           05 PROD-TABLA OCCURS 20 TIMES.
              10 PROD-TAB-CODIGO PIC X(3).
              10 PROD-TAB-NOMBRE PIC X(20).
              10 PROD-TAB-TASA PIC 9(1)V9(4).
              10 PROD-TAB-CARGO PIC 9(5)V99.
              10 PROD-TAB-CLIENTES PIC 9(6).

       LINKAGE SECTION.
       COPY "DataPasadaReporte.cbl".

       PROCEDURE DIVISION USING PASADA-REPORTE.
       EMPIEZA-PROGRAMA.
           EVALUATE TRUE
               WHEN PASADA-INICIO
                   PERFORM COMPRUEBA-MODO-ENTRENAMIENTO
                   PERFORM ABRE-SPOOL
                   DISPLAY " "
                   MOVE "===== CLIENTES POR PRODUCTO =====" TO
                       LINEA-SPOOL
                   PERFORM MUESTRA-Y-SPOOL
                   MOVE ZEROES TO CLIENTES-SIN-PRODUCTO
                   PERFORM CARGA-CATALOGO
               WHEN PASADA-REGISTRO
                   MOVE PASADA-CLIENTE
                       (1:LENGTH OF CLIENTES-REGISTRO) TO
                       CLIENTES-REGISTRO
                   PERFORM CUENTA-CLIENTE
               WHEN PASADA-FIN
                   PERFORM MUESTRA-RESUMEN
                   PERFORM CIERRA-SPOOL
           END-EVALUATE.
           GOBACK.

       CARGA-CATALOGO.
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
           MOVE PRODUCTO-NOMBRE TO
               PROD-TAB-NOMBRE (CANTIDAD-PRODUCTOS)
           MOVE PRODUCTO-TASA TO PROD-TAB-TASA (CANTIDAD-PRODUCTOS)
           MOVE PRODUCTO-CARGO TO
               PROD-TAB-CARGO (CANTIDAD-PRODUCTOS)
           MOVE ZEROES TO PROD-TAB-CLIENTES (CANTIDAD-PRODUCTOS)
           END-IF.

       CUENTA-CLIENTE.
           IF CLIENTE-ACTIVO OR CLIENTE-MOROSO
           MOVE "N" TO PRODUCTO-HALLADO
           IF CLIENTES-PRODUCTO NOT = SPACE
           PERFORM SUMA-EN-PRODUCTO
               VARYING INDICE-PRODUCTO FROM 1 BY 1
               UNTIL INDICE-PRODUCTO > CANTIDAD-PRODUCTOS
               OR PRODUCTO-HALLADO = "S"
           END-IF
           IF PRODUCTO-HALLADO = "N"
           ADD 1 TO CLIENTES-SIN-PRODUCTO
           END-IF
           END-IF.

       SUMA-EN-PRODUCTO.
           IF PROD-TAB-CODIGO (INDICE-PRODUCTO) = CLIENTES-PRODUCTO
           ADD 1 TO PROD-TAB-CLIENTES (INDICE-PRODUCTO)
           MOVE "S" TO PRODUCTO-HALLADO
           END-IF.

       MUESTRA-RESUMEN.
           PERFORM MUESTRA-PRODUCTO
               VARYING INDICE-PRODUCTO FROM 1 BY 1
               UNTIL INDICE-PRODUCTO > CANTIDAD-PRODUCTOS.
           STRING "(config general)  Clientes: " CLIENTES-SIN-PRODUCTO
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-PRODUCTO.
           STRING PROD-TAB-CODIGO (INDICE-PRODUCTO) " "
               PROD-TAB-NOMBRE (INDICE-PRODUCTO)
               "  Tasa: " PROD-TAB-TASA (INDICE-PRODUCTO)
               "  Cargo: " PROD-TAB-CARGO (INDICE-PRODUCTO)
               "  Clientes: " PROD-TAB-CLIENTES (INDICE-PRODUCTO)
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

       END PROGRAM Acumula-productos.
