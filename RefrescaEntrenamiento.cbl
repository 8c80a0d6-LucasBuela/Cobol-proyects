      *          dinamico: cada archivo se descarga con su nombre de
      *          produccion y se recarga con el nombre *_entr por el
      *          mismo SELECT, sin duplicar layouts. No corre si hay
      *          una sesion de entrenamiento activa. Las copias del
      *          log y del ledger se llevan tambien la punta y el
      *          ancla de su cadena de hash, asi las practicas siguen
      *          la cadena copiada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBaseMovimientos.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".
      *Estado de las cadenas de hash del log y del ledger:
       COPY "DataBaseCadenaEstado.cbl".
      *Copia de trabajo entre descarga y recarga:
       SELECT ARCHIVO-TRABAJO
       ASSIGN TO "entrenamiento_copia.tmp"
       COPY "DataLog.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataEntrenamiento.cbl".
       COPY "DataCadenaEstado.cbl".

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(400).
       77  CONTADOR-LOG PIC 9(7) VALUE ZEROES.
       77  CONTADOR-MOVIMIENTOS PIC 9(7) VALUE ZEROES.
       77  SESION-ACTIVA PIC X.
       77  CADENA-ESTADO-STATUS PIC XX.
       77  CADENA-ORIGEN PIC X(30).
       77  CADENA-DESTINO PIC X(30).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COPIA-BAJAS
           PERFORM COPIA-LOG
           PERFORM COPIA-MOVIMIENTOS
           PERFORM COPIA-ESTADO-CADENAS
           DISPLAY "Clientes copiados: " CONTADOR-CLIENTES
           DISPLAY "Bajas copiadas: " CONTADOR-BAJAS
           DISPLAY "Asientos de auditoria copiados: " CONTADOR-LOG
           DISPLAY "Error copiando un movimiento del ledger.".
           PERFORM LEE-TRABAJO.

      *La cadena de la copia es la de produccion: el estado se copia
      *con el nombre *_entr, y si produccion todavia no tiene cadena
      *se borra el de una copia anterior:
       COPIA-ESTADO-CADENAS.
           OPEN I-O ARCHIVO-CADENA-ESTADO.
           MOVE "clientes.log" TO CADENA-ORIGEN.
           MOVE "clientes_entr.log" TO CADENA-DESTINO.
           PERFORM COPIA-UNA-CADENA.
           MOVE "movimientos_saldo.dat" TO CADENA-ORIGEN.
           MOVE "movimientos_entr.dat" TO CADENA-DESTINO.
           PERFORM COPIA-UNA-CADENA.
           CLOSE ARCHIVO-CADENA-ESTADO.

       COPIA-UNA-CADENA.
           MOVE CADENA-ORIGEN TO CADENA-ESTADO-ARCHIVO.
           READ ARCHIVO-CADENA-ESTADO RECORD
           INVALID KEY
           MOVE CADENA-DESTINO TO CADENA-ESTADO-ARCHIVO
           DELETE ARCHIVO-CADENA-ESTADO RECORD
           INVALID KEY
           CONTINUE
           END-DELETE
           NOT INVALID KEY
           MOVE CADENA-DESTINO TO CADENA-ESTADO-ARCHIVO
           WRITE CADENA-ESTADO-REGISTRO
           INVALID KEY
           REWRITE CADENA-ESTADO-REGISTRO
           END-WRITE
           END-READ.

       END PROGRAM Refrescar-entrenamiento.
