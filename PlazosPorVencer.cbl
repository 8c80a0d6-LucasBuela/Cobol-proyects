      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Plazos fijos que vencen en los proximos 7 dias, para
      *          que la sucursal llame a sus clientes antes del
      *          vencimiento: cada certificado con el cliente, el
      *          capital, el interes, la fecha y la instruccion al
      *          vencer, filtrado por la sucursal del cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-plazos-por-vencer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Plazos fijos:
       COPY "DataBasePlazosFijos.cbl".

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
       COPY "DataPlazosFijos.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PLAZOS-FIJOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "PLAZOSVENCER".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
      *Filtro opcional por sucursal (blanco = todas):
       01  FILTRO-SUCURSAL PIC X(3).
      *Ventana de vencimientos: de hoy a hoy mas 7 dias:
       77  DIAS-DE-VENTANA PIC 9(2) VALUE 7.
       77  FECHA-HOY PIC X(8).
       77  FECHA-HASTA PIC X(8).
       77  DIAS-ENTERO PIC 9(8).
       77  NOMBRE-DEL-CLIENTE PIC X(30).
       77  SUCURSAL-DEL-CLIENTE PIC X(3).
       77  DESCRIPCION-INSTRUCCION PIC X(14).
       77  CONTADOR-POR-VENCER PIC 9(6) VALUE ZEROES.
       01  TOTAL-POR-VENCER PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-INTERES-MUESTRA PIC Z(6)9.99.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE SPACE TO FILTRO-SUCURSAL.
           DISPLAY "Sucursal a filtrar (blanco = todas): ".
           ACCEPT FILTRO-SUCURSAL.
           MOVE FUNCTION UPPER-CASE(FILTRO-SUCURSAL) TO
               FILTRO-SUCURSAL.
           PERFORM ABRE-SPOOL.
           IF FILTRO-SUCURSAL NOT = SPACE
           STRING "SUCURSAL=" FILTRO-SUCURSAL
               DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE
           END-STRING
           END-IF.
           MOVE FECHA-HORA-CORRIDA (1:8) TO FECHA-HOY.
           COMPUTE DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-HOY))
               + DIAS-DE-VENTANA.
           MOVE FUNCTION DATE-OF-INTEGER(DIAS-ENTERO) TO FECHA-HASTA.
           MOVE "===== PLAZOS FIJOS POR VENCER =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Vencimientos del " FECHA-HOY " al " FECHA-HASTA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF FILTRO-SUCURSAL NOT = SPACE
           STRING "Sucursal: " FILTRO-SUCURSAL
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           STRING "Certif.  Cliente Nombre                         "
                  "Suc  Vence         Capital     Interes  "
                  "Al vencer"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CLIENTES.
           OPEN INPUT ARCHIVO-PLAZOS-FIJOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF PLAZOS-FIJOS-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           ELSE
           PERFORM LEE-SIGUIENTE-PLAZO
           END-IF.
           PERFORM REVISA-PLAZO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-PLAZOS-FIJOS.
           CLOSE ARCHIVO-CLIENTES.
           MOVE TOTAL-POR-VENCER TO CAMPO-TOTAL-MUESTRA.
           STRING "Plazos fijos por vencer: " CONTADOR-POR-VENCER
                  "   Capital total: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

       LEE-SIGUIENTE-PLAZO.
           READ ARCHIVO-PLAZOS-FIJOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       REVISA-PLAZO.
           IF PLAZO-VIGENTE AND
              PLAZO-FECHA-VENCIMIENTO NOT < FECHA-HOY AND
              PLAZO-FECHA-VENCIMIENTO NOT > FECHA-HASTA
           PERFORM LEE-CLIENTE-DEL-PLAZO
           IF FILTRO-SUCURSAL = SPACE OR
              SUCURSAL-DEL-CLIENTE = FILTRO-SUCURSAL
           PERFORM INFORMA-PLAZO
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-PLAZO.

       LEE-CLIENTE-DEL-PLAZO.
           MOVE PLAZO-CLIENTES-ID TO CLIENTES-ID.
           MOVE SPACES TO NOMBRE-DEL-CLIENTE.
           MOVE SPACES TO SUCURSAL-DEL-CLIENTE.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "(cliente no encontrado)" TO NOMBRE-DEL-CLIENTE
           NOT INVALID KEY
           MOVE CLIENTES-SUCURSAL TO SUCURSAL-DEL-CLIENTE
           STRING CLIENTES-APELLIDO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CLIENTES-NOMBRE DELIMITED BY "  "
                  INTO NOMBRE-DEL-CLIENTE
           END-READ.

       INFORMA-PLAZO.
           ADD 1 TO CONTADOR-POR-VENCER.
           ADD PLAZO-CAPITAL TO TOTAL-POR-VENCER.
           EVALUATE TRUE
               WHEN PLAZO-RENUEVA-CAPITAL
                   MOVE "RENUEVA CAPIT." TO DESCRIPCION-INSTRUCCION
               WHEN PLAZO-RENUEVA-TOTAL
                   MOVE "RENUEVA TODO" TO DESCRIPCION-INSTRUCCION
               WHEN OTHER
                   MOVE "ACREDITA" TO DESCRIPCION-INSTRUCCION
           END-EVALUATE.
           MOVE PLAZO-CAPITAL TO CAMPO-IMPORTE-MUESTRA.
           MOVE PLAZO-INTERES TO CAMPO-INTERES-MUESTRA.
           STRING PLAZO-NUMERO " "
                  PLAZO-CLIENTES-ID "  "
                  NOMBRE-DEL-CLIENTE " "
                  SUCURSAL-DEL-CLIENTE "  "
                  PLAZO-FECHA-VENCIMIENTO " "
                  CAMPO-IMPORTE-MUESTRA " "
                  CAMPO-INTERES-MUESTRA "  "
                  DESCRIPCION-INSTRUCCION
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

       END PROGRAM Reporte-plazos-por-vencer.
