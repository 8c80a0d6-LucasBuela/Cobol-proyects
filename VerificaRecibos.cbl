      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Verificar la numeracion de los recibos de caja para
      *          los auditores: recorre el registro de recibos en
      *          orden de numero y muestra que no falta ninguno entre
      *          el 1 y el ultimo que repartio recibo_control.dat,
      *          con los anulados aparte y el total de depositos,
      *          cheques depositados y extracciones emitidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verificar-recibos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro de recibos de caja y control de su numeracion:
       COPY "DataBaseRecibos.cbl".
       COPY "DataBaseReciboControl.cbl".

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
       COPY "DataRecibos.cbl".
       COPY "DataReciboControl.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  RECIBOS-STATUS PIC XX.
       77  RECIBO-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "RECIBOS".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  NUMERO-ESPERADO PIC 9(8) VALUE 1.
       77  ULTIMO-NUMERO-CONTROL PIC 9(8) VALUE ZEROES.
       77  CONTADOR-RECIBOS PIC 9(8) VALUE ZEROES.
       77  CONTADOR-ANULADOS PIC 9(8) VALUE ZEROES.
       77  CONTADOR-HUECOS PIC 9(8) VALUE ZEROES.
       77  CONTADOR-DEPOSITOS PIC 9(8) VALUE ZEROES.
       77  CONTADOR-EXTRACCIONES PIC 9(8) VALUE ZEROES.
       77  CONTADOR-CHEQUES PIC 9(8) VALUE ZEROES.
       01  TOTAL-DEPOSITOS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-CHEQUES PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  TOTAL-EXTRACCIONES PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CAMPO-TOTAL-MUESTRA PIC +9(11).99.
       77  HUECO-DESDE PIC 9(8).
       77  HUECO-HASTA PIC 9(8).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           PERFORM ABRE-SPOOL.
           PERFORM LEE-CONTROL.
           MOVE "===== VERIFICACION DE NUMERACION DE RECIBOS ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           OPEN INPUT ARCHIVO-RECIBOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-RECIBO.
           PERFORM REVISA-RECIBO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-RECIBOS.
      *Los numeros que el control ya repartio y no llegaron al
      *registro tambien son huecos:
           IF NUMERO-ESPERADO NOT > ULTIMO-NUMERO-CONTROL
           MOVE NUMERO-ESPERADO TO HUECO-DESDE
           MOVE ULTIMO-NUMERO-CONTROL TO HUECO-HASTA
           PERFORM INFORMA-HUECO
           END-IF.
           PERFORM MUESTRA-TOTALES.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           GOBACK.

      *Mismo esquema de lectura del contador que
      *ASIGNA-NUMERO-RECIBO:
       LEE-CONTROL.
           MOVE ZEROES TO ULTIMO-NUMERO-CONTROL.
           OPEN INPUT ARCHIVO-RECIBO-CONTROL.
           IF RECIBO-CONTROL-STATUS = "00"
           READ ARCHIVO-RECIBO-CONTROL
               AT END
               CONTINUE
               NOT AT END
               MOVE RECIBO-NUMERO-ACTUAL TO ULTIMO-NUMERO-CONTROL
           END-READ
           END-IF.
           CLOSE ARCHIVO-RECIBO-CONTROL.

       LEE-SIGUIENTE-RECIBO.
           READ ARCHIVO-RECIBOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *El archivo se lee en orden de numero: cada recibo tiene que
      *ser exactamente el siguiente al anterior; si no, lo que hay
      *entre los dos es un hueco.
       REVISA-RECIBO.
           ADD 1 TO CONTADOR-RECIBOS.
           IF RECIBO-NUMERO > NUMERO-ESPERADO
           MOVE NUMERO-ESPERADO TO HUECO-DESDE
           COMPUTE HUECO-HASTA = RECIBO-NUMERO - 1
           PERFORM INFORMA-HUECO
           END-IF.
           IF RECIBO-ANULADO
           ADD 1 TO CONTADOR-ANULADOS
           STRING "Recibo " RECIBO-NUMERO " anulado (cajero "
                  RECIBO-OPERADOR ")"
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           ELSE
           IF RECIBO-DEPOSITO
           ADD 1 TO CONTADOR-DEPOSITOS
           ADD RECIBO-IMPORTE TO TOTAL-DEPOSITOS
           ELSE
           IF RECIBO-DEPOSITO-CHEQUE
           ADD 1 TO CONTADOR-CHEQUES
           ADD RECIBO-IMPORTE TO TOTAL-CHEQUES
           ELSE
           ADD 1 TO CONTADOR-EXTRACCIONES
           ADD RECIBO-IMPORTE TO TOTAL-EXTRACCIONES
           END-IF
           END-IF
           END-IF.
           IF RECIBO-NUMERO > ULTIMO-NUMERO-CONTROL
           STRING "Recibo " RECIBO-NUMERO " mayor que el control "
                  ULTIMO-NUMERO-CONTROL
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           COMPUTE NUMERO-ESPERADO = RECIBO-NUMERO + 1.
           PERFORM LEE-SIGUIENTE-RECIBO.

       INFORMA-HUECO.
           COMPUTE CONTADOR-HUECOS =
               CONTADOR-HUECOS + HUECO-HASTA - HUECO-DESDE + 1.
           STRING "FALTAN los recibos " HUECO-DESDE " a "
                  HUECO-HASTA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       MUESTRA-TOTALES.
           STRING "Ultimo numero repartido por el control: "
                  ULTIMO-NUMERO-CONTROL
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Recibos en el registro: " CONTADOR-RECIBOS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-DEPOSITOS TO CAMPO-TOTAL-MUESTRA.
           STRING "  Depositos emitidos: " CONTADOR-DEPOSITOS
                  "  por " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-CHEQUES TO CAMPO-TOTAL-MUESTRA.
           STRING "  Cheques depositados: " CONTADOR-CHEQUES
                  "  por " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-EXTRACCIONES TO CAMPO-TOTAL-MUESTRA.
           STRING "  Extracciones emitidas: " CONTADOR-EXTRACCIONES
                  "  por " CAMPO-TOTAL-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "  Anulados: " CONTADOR-ANULADOS
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF CONTADOR-HUECOS = ZEROES
           MOVE "Numeracion completa, sin recibos faltantes."
               TO LINEA-SPOOL
           ELSE
           STRING "RECIBOS FALTANTES: " CONTADOR-HUECOS
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

       END PROGRAM Verificar-recibos.
