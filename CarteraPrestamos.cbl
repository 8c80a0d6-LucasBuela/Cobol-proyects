      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cartera de prestamos personales: capital adeudado de
      *          los prestamos vigentes, abierto por sucursal y por
      *          producto del cliente (CLIENTES-SUCURSAL y
      *          CLIENTES-PRODUCTO actuales), con la cantidad de
      *          prestamos de cada uno y el total de la cartera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cartera-prestamos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Prestamos personales:
       COPY "DataBasePrestamos.cbl".

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
       COPY "DataPrestamos.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PRESTAMOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "CARTERA".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  SUCURSAL-DEL-PRESTAMO PIC X(3).
       77  PRODUCTO-DEL-PRESTAMO PIC X(3).
       77  CONTADOR-VIGENTES PIC 9(6) VALUE ZEROES.
       01  TOTAL-CARTERA PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
      *Acumulados en memoria, misma tecnica de tabla que
      *Reporte-productos; un codigo nuevo se agrega al final:
       77  MAXIMO-GRUPOS PIC 9(3) VALUE 100.
       77  GRUPO-HALLADO PIC X.
       77  CANTIDAD-SUCURSALES PIC 9(3) VALUE ZEROES.
       77  INDICE-SUCURSAL PIC 9(3).
       01  TABLA-SUCURSALES.
           05 SUC-TABLA OCCURS 100 TIMES.
              10 SUC-TAB-CODIGO PIC X(3).
              10 SUC-TAB-PRESTAMOS PIC 9(6).
              10 SUC-TAB-CAPITAL PIC S9(11)V99 COMP-3.
       77  CANTIDAD-PRODUCTOS PIC 9(3) VALUE ZEROES.
       77  INDICE-PRODUCTO PIC 9(3).
       01  TABLA-PRODUCTOS.
           05 PROD-TABLA OCCURS 100 TIMES.
              10 PROD-TAB-CODIGO PIC X(3).
              10 PROD-TAB-PRESTAMOS PIC 9(6).
              10 PROD-TAB-CAPITAL PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM ABRE-SPOOL.
           MOVE "===== CARTERA DE PRESTAMOS PERSONALES ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Al " FECHA-HORA-CORRIDA (1:8)
                  "  (capital adeudado de los prestamos vigentes)"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-PRESTAMOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF PRESTAMOS-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-PRESTAMO
           END-IF.
           PERFORM REVISA-PRESTAMO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-CLIENTES.
           PERFORM MUESTRA-SUCURSALES.
           PERFORM MUESTRA-PRODUCTOS.
           MOVE TOTAL-CARTERA TO CAMPO-TOTAL-MUESTRA.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Prestamos vigentes: " CONTADOR-VIGENTES
                  "   Total de la cartera: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

       LEE-SIGUIENTE-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *La sucursal y el producto son los actuales del cliente; un
      *cliente sin alguno de los dos cae en el grupo "---":
       REVISA-PRESTAMO.
           IF PRESTAMO-VIGENTE
           ADD 1 TO CONTADOR-VIGENTES
           ADD PRESTAMO-SALDO-CAPITAL TO TOTAL-CARTERA
           MOVE "---" TO SUCURSAL-DEL-PRESTAMO
           MOVE "---" TO PRODUCTO-DEL-PRESTAMO
           MOVE PRESTAMO-CLIENTES-ID TO CLIENTES-ID
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           IF CLIENTES-SUCURSAL NOT = SPACES
           MOVE CLIENTES-SUCURSAL TO SUCURSAL-DEL-PRESTAMO
           END-IF
           IF CLIENTES-PRODUCTO NOT = SPACES
           MOVE CLIENTES-PRODUCTO TO PRODUCTO-DEL-PRESTAMO
           END-IF
           END-READ
           PERFORM ACUMULA-SUCURSAL
           PERFORM ACUMULA-PRODUCTO
           END-IF.
           PERFORM LEE-SIGUIENTE-PRESTAMO.

       ACUMULA-SUCURSAL.
           MOVE "N" TO GRUPO-HALLADO.
           PERFORM SUMA-EN-SUCURSAL
               VARYING INDICE-SUCURSAL FROM 1 BY 1
               UNTIL INDICE-SUCURSAL > CANTIDAD-SUCURSALES
               OR GRUPO-HALLADO = "S".
           IF GRUPO-HALLADO = "N" AND
              CANTIDAD-SUCURSALES < MAXIMO-GRUPOS
           ADD 1 TO CANTIDAD-SUCURSALES
           MOVE SUCURSAL-DEL-PRESTAMO TO
               SUC-TAB-CODIGO (CANTIDAD-SUCURSALES)
           MOVE 1 TO SUC-TAB-PRESTAMOS (CANTIDAD-SUCURSALES)
           MOVE PRESTAMO-SALDO-CAPITAL TO
               SUC-TAB-CAPITAL (CANTIDAD-SUCURSALES)
           END-IF.

       SUMA-EN-SUCURSAL.
           IF SUC-TAB-CODIGO (INDICE-SUCURSAL) = SUCURSAL-DEL-PRESTAMO
           ADD 1 TO SUC-TAB-PRESTAMOS (INDICE-SUCURSAL)
           ADD PRESTAMO-SALDO-CAPITAL TO
               SUC-TAB-CAPITAL (INDICE-SUCURSAL)
           MOVE "S" TO GRUPO-HALLADO
           END-IF.

       ACUMULA-PRODUCTO.
           MOVE "N" TO GRUPO-HALLADO.
           PERFORM SUMA-EN-PRODUCTO
               VARYING INDICE-PRODUCTO FROM 1 BY 1
               UNTIL INDICE-PRODUCTO > CANTIDAD-PRODUCTOS
               OR GRUPO-HALLADO = "S".
           IF GRUPO-HALLADO = "N" AND
              CANTIDAD-PRODUCTOS < MAXIMO-GRUPOS
           ADD 1 TO CANTIDAD-PRODUCTOS
           MOVE PRODUCTO-DEL-PRESTAMO TO
               PROD-TAB-CODIGO (CANTIDAD-PRODUCTOS)
           MOVE 1 TO PROD-TAB-PRESTAMOS (CANTIDAD-PRODUCTOS)
           MOVE PRESTAMO-SALDO-CAPITAL TO
               PROD-TAB-CAPITAL (CANTIDAD-PRODUCTOS)
           END-IF.

       SUMA-EN-PRODUCTO.
           IF PROD-TAB-CODIGO (INDICE-PRODUCTO) = PRODUCTO-DEL-PRESTAMO
           ADD 1 TO PROD-TAB-PRESTAMOS (INDICE-PRODUCTO)
           ADD PRESTAMO-SALDO-CAPITAL TO
               PROD-TAB-CAPITAL (INDICE-PRODUCTO)
           MOVE "S" TO GRUPO-HALLADO
           END-IF.

       MUESTRA-SUCURSALES.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Por sucursal:  Sucursal  Prestamos  Capital adeudado"
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-SUCURSAL
               VARYING INDICE-SUCURSAL FROM 1 BY 1
               UNTIL INDICE-SUCURSAL > CANTIDAD-SUCURSALES.

       MUESTRA-SUCURSAL.
           MOVE SUC-TAB-CAPITAL (INDICE-SUCURSAL)
               TO CAMPO-TOTAL-MUESTRA.
           STRING "               " SUC-TAB-CODIGO (INDICE-SUCURSAL)
                  "       " SUC-TAB-PRESTAMOS (INDICE-SUCURSAL)
                  "     " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-PRODUCTOS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Por producto:  Producto  Prestamos  Capital adeudado"
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-PRODUCTO
               VARYING INDICE-PRODUCTO FROM 1 BY 1
               UNTIL INDICE-PRODUCTO > CANTIDAD-PRODUCTOS.

       MUESTRA-PRODUCTO.
           MOVE PROD-TAB-CAPITAL (INDICE-PRODUCTO)
               TO CAMPO-TOTAL-MUESTRA.
           STRING "               " PROD-TAB-CODIGO (INDICE-PRODUCTO)
                  "       " PROD-TAB-PRESTAMOS (INDICE-PRODUCTO)
                  "     " CAMPO-TOTAL-MUESTRA
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

       END PROGRAM Cartera-prestamos.
