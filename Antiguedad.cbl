      *          vencidas (al dia / hasta 30 / hasta 60 / hasta 90 /
      *          mas de 90 dias), con totales por franja; lo que los
      *          contadores piden todos los meses y hasta ahora no
      *          existia. Debajo de cada factura se listan las
      *          notas de credito que ya le bajaron el saldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      *Facturas emitidas:
       COPY "DataBaseFacturas.cbl".
      *Notas de credito contra las facturas:
       COPY "DataBaseNotasCredito.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       DATA DIVISION.
       FILE SECTION.
       COPY "DataFacturas.cbl".
       COPY "DataNotasCredito.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FACTURAS-STATUS PIC XX.
       77  FIN-DE-FACTURAS PIC X.
       77  NOTAS-CREDITO-STATUS PIC XX.
       77  HAY-NOTAS-CREDITO PIC X.
       77  FIN-DE-NOTAS PIC X.
       77  CAMPO-NOTA-MUESTRA PIC +9(7).99.
       77  TOTAL-NOTAS PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  CUENTA-NOTAS PIC 9(6) VALUE ZEROES.
       77  DIA-DE-HOY PIC 9(8).
       77  DIAS-HOY-ENTERO PIC 9(7).
       77  DIAS-VENCIMIENTO-ENTERO PIC 9(7).
           COMPUTE DIAS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(DIA-DE-HOY).
           OPEN INPUT ARCHIVO-FACTURAS.
           OPEN INPUT ARCHIVO-NOTAS-CREDITO.
           MOVE "S" TO HAY-NOTAS-CREDITO.
           IF NOTAS-CREDITO-STATUS NOT = "00"
           MOVE "N" TO HAY-NOTAS-CREDITO
           END-IF.
           MOVE "1" TO FIN-DE-FACTURAS.
           PERFORM LEE-SIGUIENTE-FACTURA.
           PERFORM PROCESA-FACTURA
           UNTIL FIN-DE-FACTURAS = "0".
           CLOSE ARCHIVO-NOTAS-CREDITO.
           CLOSE ARCHIVO-FACTURAS.
           PERFORM MUESTRA-TOTALES.
           PERFORM CIERRA-SPOOL.
           PERFORM CALCULA-DIAS-VENCIDA
           PERFORM ACUMULA-EN-FRANJA
           PERFORM MUESTRA-FACTURA
           IF HAY-NOTAS-CREDITO = "S"
           PERFORM MUESTRA-NOTAS-DE-LA-FACTURA
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-FACTURA.

               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Las notas de credito ya estan descontadas del saldo (se suman
      *a FACTURA-COBRADO); se listan debajo de la factura para que
      *se vea por que el saldo es menor que el importe emitido:
       MUESTRA-NOTAS-DE-LA-FACTURA.
           MOVE FACTURA-NUMERO TO NOTA-CREDITO-FACTURA.
           MOVE "1" TO FIN-DE-NOTAS.
           START ARCHIVO-NOTAS-CREDITO
               KEY IS EQUAL TO NOTA-CREDITO-FACTURA
           INVALID KEY
           MOVE "0" TO FIN-DE-NOTAS
           END-START.
           PERFORM MUESTRA-SIGUIENTE-NOTA
           UNTIL FIN-DE-NOTAS = "0".

       MUESTRA-SIGUIENTE-NOTA.
           READ ARCHIVO-NOTAS-CREDITO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-NOTAS
           NOT AT END
           IF NOTA-CREDITO-FACTURA NOT = FACTURA-NUMERO
           MOVE "0" TO FIN-DE-NOTAS
           ELSE
           ADD NOTA-CREDITO-IMPORTE TO TOTAL-NOTAS
           ADD 1 TO CUENTA-NOTAS
           MOVE NOTA-CREDITO-IMPORTE TO CAMPO-NOTA-MUESTRA
           STRING "   Nota de credito " NOTA-CREDITO-NUMERO
               "  del " NOTA-CREDITO-FECHA
               "  por " CAMPO-NOTA-MUESTRA
               "  " NOTA-CREDITO-MOTIVO
               DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF
           END-READ.

       MUESTRA-TOTALES.
           DISPLAY " ".
           MOVE "TOTALES POR FRANJA:" TO LINEA-SPOOL.
               CAMPO-TOTAL-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE TOTAL-NOTAS TO CAMPO-TOTAL-MUESTRA.
           STRING "  Notas de credito ya descontadas: " CUENTA-NOTAS
               "  " CAMPO-TOTAL-MUESTRA
               DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Arma el nombre del spool fechado, lo abre y toma el operador
      *de la sesion del menu si existe:
