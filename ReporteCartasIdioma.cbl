      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Reporte de cartas por idioma: para un rango de
      *          fechas (por defecto el mes en curso) cuenta, de
      *          cartas_idioma.log, cuantas cartas y estados de cuenta
      *          salieron de cada tipo en cada idioma, y lista una por
      *          una las que salieron en castellano porque no habia
      *          texto en el idioma del cliente, para saber que
      *          traducciones faltan en textos_cartas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-cartas-idioma.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro de cartas emitidas por idioma:
       COPY "DataBaseCartasIdioma.cbl".

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
       COPY "DataCartasIdioma.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CARTAS-IDIOMA-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "IDIOMAS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FECHA-DESDE PIC X(8).
       77  FECHA-HASTA PIC X(8).
       77  FECHA-DE-LA-CARTA PIC X(8).
       77  CONTADOR-CARTAS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-SUSTITUIDAS PIC 9(6) VALUE ZEROES.
      *Cantidades por tipo de carta e idioma en que salio:
       77  MAXIMO-CUENTAS PIC 9(3) VALUE 100.
       77  CANTIDAD-CUENTAS PIC 9(3) VALUE ZEROES.
       77  INDICE-CUENTA PIC 9(3).
       77  CUENTA-HALLADA PIC 9(3).
       01  TABLA-CUENTAS.
           05 CUENTA-CARTA OCCURS 100 TIMES.
              10 CUENTA-CODIGO PIC X(4).
              10 CUENTA-IDIOMA PIC X(2).
              10 CUENTA-CANTIDAD PIC 9(6).
              10 CUENTA-SUSTITUIDAS PIC 9(6).
       77  DESCRIPCION-CARTA PIC X(25).
       77  CAMPO-CANTIDAD-MUESTRA PIC ZZZ,ZZ9.
       77  CAMPO-SUSTITUIDAS-MUESTRA PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM PIDE-RANGO-FECHAS.
           PERFORM ABRE-SPOOL.
           STRING FECHA-DESDE "-" FECHA-HASTA
               DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           DISPLAY " ".
           MOVE "===== CARTAS POR IDIOMA =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Del " FECHA-DESDE " al " FECHA-HASTA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Enviadas en castellano por falta de traduccion:"
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "  Fecha      Cliente Carta Pedido" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CARTAS-IDIOMA.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           IF CARTAS-IDIOMA-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ARCHIVO
           END-IF.
           PERFORM PROCESA-CARTA
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CARTAS-IDIOMA.
           IF CONTADOR-SUSTITUIDAS = ZEROES
           MOVE "  (ninguna)" TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Cartas por tipo e idioma en que salieron:"
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "  Carta                          Idioma  Cartas"
                  "  En castellano por falta"
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM INFORMA-CUENTA
               VARYING INDICE-CUENTA FROM 1 BY 1
               UNTIL INDICE-CUENTA > CANTIDAD-CUENTAS.
           MOVE CONTADOR-CARTAS TO CAMPO-CANTIDAD-MUESTRA.
           MOVE CONTADOR-SUSTITUIDAS TO CAMPO-SUSTITUIDAS-MUESTRA.
           STRING "Total de cartas: " CAMPO-CANTIDAD-MUESTRA
                  "   En castellano por falta de traduccion: "
                  CAMPO-SUSTITUIDAS-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

      *Sin fechas se toma el mes en curso completo:
       PIDE-RANGO-FECHAS.
           MOVE SPACES TO FECHA-DESDE.
           MOVE SPACES TO FECHA-HASTA.
           DISPLAY "Fecha desde (AAAAMMDD, blanco = mes en curso): ".
           ACCEPT FECHA-DESDE.
           IF FECHA-DESDE = SPACES
           MOVE FUNCTION CURRENT-DATE (1:6) TO FECHA-DESDE
           MOVE "01" TO FECHA-DESDE (7:2)
           MOVE FUNCTION CURRENT-DATE (1:6) TO FECHA-HASTA
           MOVE "31" TO FECHA-HASTA (7:2)
           ELSE
           DISPLAY "Fecha hasta (AAAAMMDD): "
           ACCEPT FECHA-HASTA
           IF FECHA-HASTA = SPACES
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HASTA
           END-IF
           END-IF.

       PROCESA-CARTA.
           READ ARCHIVO-CARTAS-IDIOMA
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO
           NOT AT END
           MOVE CARTAIDI-FECHA-HORA (1:8) TO FECHA-DE-LA-CARTA
           IF FECHA-DE-LA-CARTA NOT < FECHA-DESDE AND
              FECHA-DE-LA-CARTA NOT > FECHA-HASTA
           PERFORM CUENTA-CARTA-EMITIDA
           END-IF
           END-READ.

       CUENTA-CARTA-EMITIDA.
           ADD 1 TO CONTADOR-CARTAS.
           PERFORM BUSCA-CUENTA.
           IF CUENTA-HALLADA = ZEROES
           IF CANTIDAD-CUENTAS < MAXIMO-CUENTAS
           ADD 1 TO CANTIDAD-CUENTAS
           MOVE CANTIDAD-CUENTAS TO CUENTA-HALLADA
           MOVE CARTAIDI-CODIGO TO CUENTA-CODIGO (CUENTA-HALLADA)
           MOVE CARTAIDI-IDIOMA-USADO TO CUENTA-IDIOMA (CUENTA-HALLADA)
           MOVE ZEROES TO CUENTA-CANTIDAD (CUENTA-HALLADA)
           MOVE ZEROES TO CUENTA-SUSTITUIDAS (CUENTA-HALLADA)
           ELSE
           DISPLAY "Tabla de tipos de carta llena; no se cuenta "
                   CARTAIDI-CODIGO " " CARTAIDI-IDIOMA-USADO
           END-IF
           END-IF.
           IF CUENTA-HALLADA > ZEROES
           ADD 1 TO CUENTA-CANTIDAD (CUENTA-HALLADA)
           IF CARTAIDI-EN-CASTELLANO-POR-FALTA
           ADD 1 TO CUENTA-SUSTITUIDAS (CUENTA-HALLADA)
           END-IF
           END-IF.
           IF CARTAIDI-EN-CASTELLANO-POR-FALTA
           ADD 1 TO CONTADOR-SUSTITUIDAS
           PERFORM INFORMA-SUSTITUIDA
           END-IF.

       BUSCA-CUENTA.
           MOVE ZEROES TO CUENTA-HALLADA.
           PERFORM COMPARA-CUENTA
               VARYING INDICE-CUENTA FROM 1 BY 1
               UNTIL INDICE-CUENTA > CANTIDAD-CUENTAS
                  OR CUENTA-HALLADA > ZEROES.

       COMPARA-CUENTA.
           IF CUENTA-CODIGO (INDICE-CUENTA) = CARTAIDI-CODIGO AND
              CUENTA-IDIOMA (INDICE-CUENTA) = CARTAIDI-IDIOMA-USADO
           MOVE INDICE-CUENTA TO CUENTA-HALLADA
           END-IF.

       INFORMA-SUSTITUIDA.
           STRING "  " FECHA-DE-LA-CARTA (7:2) "/"
                  FECHA-DE-LA-CARTA (5:2) "/"
                  FECHA-DE-LA-CARTA (1:4) " "
                  CARTAIDI-CLIENTES-ID "  "
                  CARTAIDI-CODIGO "  "
                  CARTAIDI-IDIOMA-PEDIDO
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       INFORMA-CUENTA.
           PERFORM DESCRIBE-CARTA.
           MOVE CUENTA-CANTIDAD (INDICE-CUENTA)
               TO CAMPO-CANTIDAD-MUESTRA.
           MOVE CUENTA-SUSTITUIDAS (INDICE-CUENTA)
               TO CAMPO-SUSTITUIDAS-MUESTRA.
           STRING "  " CUENTA-CODIGO (INDICE-CUENTA) " "
                  DESCRIPCION-CARTA " "
                  CUENTA-IDIOMA (INDICE-CUENTA) "     "
                  CAMPO-CANTIDAD-MUESTRA "  "
                  CAMPO-SUSTITUIDAS-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Los codigos son los de textos_cartas.dat:
       DESCRIBE-CARTA.
           EVALUATE CUENTA-CODIGO (INDICE-CUENTA)
               WHEN "MORA"
                   MOVE "Mora" TO DESCRIPCION-CARTA
               WHEN "BIEN"
                   MOVE "Bienvenida" TO DESCRIPCION-CARTA
               WHEN "DIRE"
                   MOVE "Cambio de direccion" TO DESCRIPCION-CARTA
               WHEN "ACHQ"
                   MOVE "Cheque rechazado" TO DESCRIPCION-CARTA
               WHEN "ADEB"
                   MOVE "Debito rechazado" TO DESCRIPCION-CARTA
               WHEN "ATRF"
                   MOVE "Transferencia rechazada" TO DESCRIPCION-CARTA
               WHEN "AMAY"
                   MOVE "Mayoria de edad" TO DESCRIPCION-CARTA
               WHEN "ALIM"
                   MOVE "Limite de descubierto" TO DESCRIPCION-CARTA
               WHEN "AGEN"
                   MOVE "Aviso general" TO DESCRIPCION-CARTA
               WHEN "ESTC"
                   MOVE "Estado de cuenta" TO DESCRIPCION-CARTA
               WHEN OTHER
                   MOVE "(otra)" TO DESCRIPCION-CARTA
           END-EVALUATE.

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

       END PROGRAM Reporte-cartas-idioma.
