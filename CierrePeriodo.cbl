      *          anterior" mas los movimientos del periodo como un
      *          resumen de banco de verdad, y para que el archivo no
      *          crezca para siempre.
      *          El fin de cadena de hash del tramo archivado queda
      *          como ancla del ledger nuevo y en cadena_anclas.log.
      *          Cada corrida real pasa por el control de cierre
      *          mensual (Control-cierre-mensual): no corre si falta
      *          completar un paso previo del cierre del periodo o si
      *          el periodo anterior no quedo cerrado, y al terminar
      *          queda anotada con su operador y su hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".
      *Registro de anclas de la cadena de hash:
       COPY "DataBaseCadenaAnclas.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataMovimientos.cbl".

       FD  ARCHIVO-CIERRE.
           01 CIERRE-REGISTRO PIC X(200).

       FD  ARCHIVO-LEDGER-NUEVO.
           01 LEDGER-NUEVO-REGISTRO PIC X(200).

       COPY "DataEntrenamiento.cbl".
       COPY "DataCadenaAnclas.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  FIN-DEL-ARCHIVO PIC X.
       77  NOMBRE-ARCHIVO-CIERRE PIC X(30).
       77  FECHA-DE-CORTE PIC X(8).
       77  FECHA-CORTE-NUM PIC 9(8).
       77  DIA-ANTERIOR-AL-CORTE PIC 9(8).
       77  SALDO-ARRASTRE PIC S9(9)V99 COMP-3.
       77  MOVIMIENTOS-VIEJOS PIC 9(7).
       77  CONTADOR-ARCHIVADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CONSERVADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-APERTURAS PIC 9(6) VALUE ZEROES.
       01  OPERADOR-CIERRE PIC X(10) VALUE "CIERRE".
      *Tramo de la cadena de hash que sale al archivo fechado: el
      *primer y el ultimo numero archivados y el hash del ultimo, que
      *queda como ancla del ledger nuevo:
       77  CADENA-ANCLAS-STATUS PIC XX.
       77  CADENA-ARCHIVADA-DESDE PIC 9(9) VALUE ZEROES.
       77  CADENA-ARCHIVADA-HASTA PIC 9(9) VALUE ZEROES.
       77  CADENA-HASH-HASTA PIC X(24) VALUE SPACES.
       77  RENGLON-A-SELLAR PIC X.
       COPY "DataCadena.cbl".
       COPY "DataCierreControl.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
                   "intente mas tarde."
           ELSE
           PERFORM PIDE-FECHA-DE-CORTE
           IF FECHA-DE-CORTE NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL
                  (FECHA-DE-CORTE)) = ZERO
           PERFORM TOMA-PERIODO-CERRADO
           PERFORM VERIFICA-CONTROL-CIERRE
           IF CONTROL-CIERRE-AUTORIZADO
           PERFORM EJECUTA-CIERRE
           MOVE CONTADOR-ARCHIVADOS TO CONTROL-CIERRE-CANTIDAD
           STRING "corte " FECHA-DE-CORTE DELIMITED BY SIZE
               INTO CONTROL-CIERRE-REFERENCIA
           END-STRING
           PERFORM COMPLETA-CONTROL-CIERRE
           END-IF
           ELSE
           DISPLAY "La fecha de corte debe ser AAAAMMDD, no se "
                   "hizo nada."
           END-IF.
           GOBACK.

      *El periodo que se cierra es el del dia anterior al corte: con
      *corte el primero de noviembre, se archiva octubre.
       TOMA-PERIODO-CERRADO.
           INITIALIZE CIERRE-CONTROL.
           MOVE "Cerrar-periodo-ledger" TO CONTROL-CIERRE-PROGRAMA.
           MOVE FECHA-DE-CORTE TO FECHA-CORTE-NUM.
           COMPUTE DIA-ANTERIOR-AL-CORTE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(FECHA-CORTE-NUM) - 1).
           MOVE DIA-ANTERIOR-AL-CORTE (1:6) TO CONTROL-CIERRE-PERIODO.

       COMPRUEBA-BLOQUEO.
           MOVE "N" TO ARCHIVO-BLOQUEADO.
           OPEN INPUT ARCHIVO-CLIENTES-LOCK.
           PERFORM SIEMBRA-SALDOS-ANTERIORES.
           PERFORM CONSERVA-MOVIMIENTOS-NUEVOS.
           PERFORM RECONSTRUYE-LEDGER.
           PERFORM ANCLA-CADENA-DEL-LEDGER.
           DISPLAY "Movimientos archivados en " NOMBRE-ARCHIVO-CIERRE
                   ": " CONTADOR-ARCHIVADOS.
           DISPLAY "Renglones de saldo anterior sembrados: "
               CIERRE-REGISTRO (1:LENGTH OF MOVIMIENTO-REGISTRO)
           WRITE CIERRE-REGISTRO
           ADD 1 TO CONTADOR-ARCHIVADOS
           PERFORM MARCA-TRAMO-ARCHIVADO
           END-IF.
           PERFORM LEE-SIGUIENTE-MOVIMIENTO.

       MARCA-TRAMO-ARCHIVADO.
           IF MOVIMIENTO-CADENA-NUMERO NUMERIC AND
              MOVIMIENTO-CADENA-NUMERO > ZEROES
           IF CADENA-ARCHIVADA-DESDE = ZEROES OR
              MOVIMIENTO-CADENA-NUMERO < CADENA-ARCHIVADA-DESDE
           MOVE MOVIMIENTO-CADENA-NUMERO TO CADENA-ARCHIVADA-DESDE
           END-IF
           IF MOVIMIENTO-CADENA-NUMERO > CADENA-ARCHIVADA-HASTA
           MOVE MOVIMIENTO-CADENA-NUMERO TO CADENA-ARCHIVADA-HASTA
           MOVE MOVIMIENTO-CADENA-HASH TO CADENA-HASH-HASTA
           END-IF
           END-IF.

      *Un renglon de saldo anterior por cliente con movimientos en el
      *periodo cerrado (o con arrastre distinto de cero): la suma de
      *lo archivado entra al ledger nuevo como un unico importe, asi
           MOVE SPACES TO MOVIMIENTO-FECHA-HORA.
           MOVE FECHA-DE-CORTE TO MOVIMIENTO-FECHA-HORA (1:8).
           MOVE "0000000000000" TO MOVIMIENTO-FECHA-HORA (9:13).
           MOVE FECHA-DE-CORTE TO MOVIMIENTO-FECHA-VALOR.
           MOVE OPERADOR-CIERRE TO MOVIMIENTO-OPERADOR.
           MOVE CLIENTES-ID TO MOVIMIENTO-CLIENTES-ID.
           MOVE SALDO-ARRASTRE TO MOVIMIENTO-IMPORTE.
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Los movimientos conservados pasan con su sello tal como
      *estaban; los renglones de arrastre son nuevos y se sellan al
      *entrar al ledger, detras de todo lo ya encadenado:
       PASA-AL-LEDGER.
           MOVE LEDGER-NUEVO-REGISTRO
               (1:LENGTH OF MOVIMIENTO-REGISTRO)
               TO MOVIMIENTO-REGISTRO.
           MOVE "N" TO RENGLON-A-SELLAR.
           IF MOVIMIENTO-SALDO-ANTERIOR AND MOVIMIENTO-CADENA = SPACES
           MOVE "S" TO RENGLON-A-SELLAR
           PERFORM SELLA-MOVIMIENTO
           END-IF.
           WRITE MOVIMIENTO-REGISTRO
           INVALID KEY
           ADD 1 TO MOVIMIENTO-SECUENCIA
           PERFORM REINTENTA-PASE-AL-LEDGER
           NOT INVALID KEY
           PERFORM CONFIRMA-SI-SELLADO.
           PERFORM LEE-LEDGER-NUEVO.

       REINTENTA-PASE-AL-LEDGER.
           IF RENGLON-A-SELLAR = "S"
           PERFORM SELLA-MOVIMIENTO
           END-IF.
           WRITE MOVIMIENTO-REGISTRO
           INVALID KEY
           ADD 1 TO MOVIMIENTO-SECUENCIA
           DISPLAY "Clave duplicada persistente en el ledger, "
                   "revisar: " MOVIMIENTO-CLAVE
           NOT INVALID KEY
           PERFORM CONFIRMA-SI-SELLADO.

       CONFIRMA-SI-SELLADO.
           IF RENGLON-A-SELLAR = "S"
           PERFORM CONFIRMA-SELLO-MOVIMIENTO
           END-IF.

      *El ultimo renglon archivado queda como ancla del ledger
      *nuevo, y el tramo queda asentado con su archivo fechado para
      *poder probar la cadena de punta a punta:
       ANCLA-CADENA-DEL-LEDGER.
           IF CADENA-ARCHIVADA-HASTA > ZEROES
           MOVE "A" TO CADENA-ACCION
           MOVE NOMBRE-ARCHIVO-MOVIMIENTOS TO CADENA-ARCHIVO
           MOVE CADENA-ARCHIVADA-HASTA TO CADENA-NUMERO
           MOVE CADENA-HASH-HASTA TO CADENA-HASH
           CALL "Encadenar-registro" USING CADENA-CONSULTA
           OPEN EXTEND ARCHIVO-CADENA-ANCLAS
           MOVE SPACES TO CADENA-ANCLA-REGISTRO
           MOVE FUNCTION CURRENT-DATE TO CADENA-ANCLA-FECHA-HORA
           MOVE NOMBRE-ARCHIVO-MOVIMIENTOS TO CADENA-ANCLA-ARCHIVO
           MOVE NOMBRE-ARCHIVO-CIERRE TO CADENA-ANCLA-DESTINO
           MOVE CADENA-ARCHIVADA-DESDE TO CADENA-ANCLA-DESDE
           MOVE CADENA-ARCHIVADA-HASTA TO CADENA-ANCLA-HASTA
           MOVE CADENA-HASH-HASTA TO CADENA-ANCLA-HASH
           WRITE CADENA-ANCLA-REGISTRO
           CLOSE ARCHIVO-CADENA-ANCLAS
           DISPLAY "Fin de cadena del tramo archivado: numero "
                   CADENA-ARCHIVADA-HASTA " hash " CADENA-HASH-HASTA
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcControlCierre.cbl".

       END PROGRAM Cerrar-periodo-ledger.
