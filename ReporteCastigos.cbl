      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Reporte de castigos y recuperos de un periodo AAAAMM:
      *          los saldos que se castigaron en el mes, los cobros
      *          que se imputaron como recupero y, por moneda, lo
      *          castigado, lo recuperado y lo que sigue pendiente en
      *          cuentas de orden. Sale por pantalla y queda en el
      *          spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-castigos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Saldos castigados y sus recuperos:
       COPY "DataBaseCastigos.cbl".
       COPY "DataBaseRecuperos.cbl".

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
       COPY "DataCastigos.cbl".
       COPY "DataRecuperos.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CASTIGOS-STATUS PIC XX.
       77  RECUPEROS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-CASTIGOS PIC X.
       77  FIN-DE-RECUPEROS PIC X.
       77  PERIODO-PEDIDO PIC X(6).
       77  ANIO-ANTERIOR PIC 9(4).
       77  MES-ANTERIOR PIC 9(2).
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "CASTIGOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  CONTADOR-CASTIGOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-RECUPEROS PIC 9(5) VALUE ZEROES.
       77  CAMPO-TOTAL-MUESTRA PIC -Z(10)9.99.

      *Totales por moneda: lo castigado y lo recuperado en el
      *periodo, y lo que sigue pendiente hoy en todos los castigos:
       77  MAXIMO-MONEDAS PIC 9(2) VALUE 10.
       77  CANTIDAD-MONEDAS PIC 9(2) VALUE ZEROES.
       77  INDICE-MONEDA PIC 9(2).
       77  MONEDA-BUSCADA PIC X(3).
       77  MONEDA-HALLADA PIC X.
       01  TABLA-MONEDAS.
           05 MONEDA-TOTAL OCCURS 10 TIMES.
              10 MONEDA-TAB-CODIGO PIC X(3).
              10 MONEDA-TAB-CASTIGADO PIC S9(11)V99 COMP-3.
              10 MONEDA-TAB-RECUPERADO PIC S9(11)V99 COMP-3.
              10 MONEDA-TAB-PENDIENTE PIC S9(11)V99 COMP-3.

      *Renglon de un castigo del periodo:
       01  LINEA-CASTIGO.
           05 CAS-NUMERO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-CLIENTES-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-MONEDA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-RECUPERADO PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-ESTADO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAS-MOTIVO PIC X(30).

      *Renglon de un recupero del periodo:
       01  LINEA-RECUPERO.
           05 REC-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-CASTIGO-NUMERO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-CLIENTES-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-MONEDA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-PAGO PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-PENDIENTE PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-ORIGEN PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REC-OPERADOR PIC X(10).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CASTIGOS Y RECUPEROS =====".
           DISPLAY "Periodo (AAAAMM, blanco = mes anterior): ".
           MOVE SPACES TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO = SPACES
           PERFORM TOMA-MES-ANTERIOR
           END-IF.
           IF PERIODO-PEDIDO NOT NUMERIC OR
              PERIODO-PEDIDO (5:2) < "01" OR
              PERIODO-PEDIDO (5:2) > "12"
           DISPLAY "El periodo debe ser AAAAMM, no se hizo nada."
           GOBACK
           END-IF.
           INITIALIZE TABLA-MONEDAS.
           MOVE PERIODO-PEDIDO TO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== CASTIGOS Y RECUPEROS =====" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Periodo " PERIODO-PEDIDO (5:2) "/"
                  PERIODO-PEDIDO (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM LISTA-CASTIGOS.
           PERFORM LISTA-RECUPEROS.
           PERFORM MUESTRA-TOTALES-POR-MONEDA.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

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

      *Los castigos son pocos y estan por numero: se recorren todos,
      *se listan los del periodo y de cada uno se acumula lo que
      *queda pendiente, para el saldo en cuentas de orden:
       LISTA-CASTIGOS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Castigos del periodo" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Castigo  Client Fecha    Mon    Castigado Recuperado"
               TO LINEA-SPOOL.
           MOVE " E Superv.    Motivo" TO LINEA-SPOOL (54:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-CASTIGOS.
           IF CASTIGOS-STATUS = "00"
           MOVE "1" TO FIN-DE-CASTIGOS
           PERFORM LEE-SIGUIENTE-CASTIGO
           PERFORM REVISA-CASTIGO
           UNTIL FIN-DE-CASTIGOS = "0"
           END-IF.
           CLOSE ARCHIVO-CASTIGOS.
           IF CONTADOR-CASTIGOS = ZEROES
           MOVE "  (ningun castigo en el periodo)" TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

       LEE-SIGUIENTE-CASTIGO.
           READ ARCHIVO-CASTIGOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CASTIGOS.

       REVISA-CASTIGO.
           MOVE CASTIGO-MONEDA TO MONEDA-BUSCADA.
           PERFORM BUSCA-MONEDA.
           IF INDICE-MONEDA > ZEROES
           COMPUTE MONEDA-TAB-PENDIENTE (INDICE-MONEDA) =
               MONEDA-TAB-PENDIENTE (INDICE-MONEDA)
               + CASTIGO-IMPORTE - CASTIGO-RECUPERADO
           END-IF.
           IF CASTIGO-FECHA (1:6) = PERIODO-PEDIDO
           ADD 1 TO CONTADOR-CASTIGOS
           IF INDICE-MONEDA > ZEROES
           ADD CASTIGO-IMPORTE TO
               MONEDA-TAB-CASTIGADO (INDICE-MONEDA)
           END-IF
           MOVE CASTIGO-NUMERO TO CAS-NUMERO
           MOVE CASTIGO-CLIENTES-ID TO CAS-CLIENTES-ID
           MOVE CASTIGO-FECHA TO CAS-FECHA
           MOVE CASTIGO-MONEDA TO CAS-MONEDA
           MOVE CASTIGO-IMPORTE TO CAS-IMPORTE
           MOVE CASTIGO-RECUPERADO TO CAS-RECUPERADO
           MOVE CASTIGO-ESTADO TO CAS-ESTADO
           MOVE CASTIGO-OPERADOR TO CAS-OPERADOR
           MOVE CASTIGO-MOTIVO TO CAS-MOTIVO
           MOVE LINEA-CASTIGO TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           PERFORM LEE-SIGUIENTE-CASTIGO.

      *Los recuperos estan por fecha-hora: el recorrido arranca en el
      *primer dia del periodo y corta al cambiar de mes:
       LISTA-RECUPEROS.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Recuperos del periodo" TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Fecha    Castigo  Client Mon       Pago   Recupero"
               TO LINEA-SPOOL.
           MOVE "  Pendiente Origen   Operador" TO LINEA-SPOOL (52:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-RECUPEROS.
           IF RECUPEROS-STATUS = "00"
           MOVE LOW-VALUES TO RECUPERO-CLAVE
           MOVE PERIODO-PEDIDO TO RECUPERO-FECHA-HORA (1:6)
           MOVE "1" TO FIN-DE-RECUPEROS
           START ARCHIVO-RECUPEROS
               KEY IS NOT LESS THAN RECUPERO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-RECUPEROS
           END-START
           IF FIN-DE-RECUPEROS = "1"
           PERFORM LEE-SIGUIENTE-RECUPERO
           END-IF
           PERFORM MUESTRA-RECUPERO
           UNTIL FIN-DE-RECUPEROS = "0"
           END-IF.
           CLOSE ARCHIVO-RECUPEROS.
           IF CONTADOR-RECUPEROS = ZEROES
           MOVE "  (ningun recupero en el periodo)" TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.

       LEE-SIGUIENTE-RECUPERO.
           READ ARCHIVO-RECUPEROS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RECUPEROS
           NOT AT END
           IF RECUPERO-FECHA-HORA (1:6) NOT = PERIODO-PEDIDO
           MOVE "0" TO FIN-DE-RECUPEROS
           END-IF
           END-READ.

       MUESTRA-RECUPERO.
           ADD 1 TO CONTADOR-RECUPEROS.
           MOVE RECUPERO-MONEDA TO MONEDA-BUSCADA.
           PERFORM BUSCA-MONEDA.
           IF INDICE-MONEDA > ZEROES
           ADD RECUPERO-IMPORTE TO
               MONEDA-TAB-RECUPERADO (INDICE-MONEDA)
           END-IF.
           MOVE RECUPERO-FECHA-HORA (1:8) TO REC-FECHA.
           MOVE RECUPERO-CASTIGO-NUMERO TO REC-CASTIGO-NUMERO.
           MOVE RECUPERO-CLIENTES-ID TO REC-CLIENTES-ID.
           MOVE RECUPERO-MONEDA TO REC-MONEDA.
           MOVE RECUPERO-PAGO TO REC-PAGO.
           MOVE RECUPERO-IMPORTE TO REC-IMPORTE.
           MOVE RECUPERO-PENDIENTE TO REC-PENDIENTE.
           EVALUATE TRUE
               WHEN RECUPERO-POR-CAJA
                   MOVE "CAJA" TO REC-ORIGEN
               WHEN RECUPERO-POR-BANCO
                   MOVE "BANCO" TO REC-ORIGEN
               WHEN RECUPERO-POR-SUSPENSO
                   MOVE "SUSPENSO" TO REC-ORIGEN
               WHEN RECUPERO-POR-AGENCIA
                   MOVE "AGENCIA" TO REC-ORIGEN
               WHEN OTHER
                   MOVE RECUPERO-ORIGEN TO REC-ORIGEN
           END-EVALUATE.
           MOVE RECUPERO-OPERADOR TO REC-OPERADOR.
           MOVE LINEA-RECUPERO TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM LEE-SIGUIENTE-RECUPERO.

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
           STRING "Castigos del periodo: " CONTADOR-CASTIGOS
                  "  Recuperos del periodo: " CONTADOR-RECUPEROS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-TOTAL-MONEDA
               VARYING INDICE-MONEDA FROM 1 BY 1
               UNTIL INDICE-MONEDA > CANTIDAD-MONEDAS.

       MUESTRA-TOTAL-MONEDA.
           MOVE MONEDA-TAB-CASTIGADO (INDICE-MONEDA) TO
               CAMPO-TOTAL-MUESTRA.
           STRING MONEDA-TAB-CODIGO (INDICE-MONEDA)
                  "  castigado en el periodo:  " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE MONEDA-TAB-RECUPERADO (INDICE-MONEDA) TO
               CAMPO-TOTAL-MUESTRA.
           STRING MONEDA-TAB-CODIGO (INDICE-MONEDA)
                  "  recuperado en el periodo: " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE MONEDA-TAB-PENDIENTE (INDICE-MONEDA) TO
               CAMPO-TOTAL-MUESTRA.
           STRING MONEDA-TAB-CODIGO (INDICE-MONEDA)
                  "  pendiente hoy en orden:   " CAMPO-TOTAL-MUESTRA
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

       END PROGRAM Reporte-castigos.
