      *          12 meses para todo) se mueven a un archivo de archivo
      *          fechado en lugar de borrarse. Pensado como paso del
      *          proceso nocturno, para que no se olvide nunca.
      *          En la auditoria y el detalle, que llevan cadena de
      *          hash, el fin de cadena de lo archivado queda como
      *          ancla del archivo vivo y en cadena_anclas.log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ASSIGN TO "rotacion_conserva.tmp"
       ORGANIZATION SEQUENTIAL.

      *Registro de anclas de la cadena de hash:
       COPY "DataBaseCadenaAnclas.cbl".

      *Contador de registros para el historial del nocturno:
       COPY "DataBasePasoContador.cbl".

       FD  ARCHIVO-CONSERVA.
           01 CONSERVA-REGISTRO PIC X(900).

       COPY "DataCadenaAnclas.cbl".

       COPY "DataPasoContador.cbl".

       COPY "DataEntrenamiento.cbl".
       77  CONTADOR-ARCHIVADAS PIC 9(7).
       77  CONTADOR-CONSERVADAS PIC 9(7).
       77  TOTAL-ARCHIVADAS PIC 9(7) VALUE ZEROES.
      *Tramo de la cadena de hash que sale al archivo fechado en la
      *rotacion en curso:
       77  CADENA-ANCLAS-STATUS PIC XX.
       77  CADENA-ARCHIVADA-DESDE PIC 9(9).
       77  CADENA-ARCHIVADA-HASTA PIC 9(9).
       77  CADENA-HASH-HASTA PIC X(24).
       77  NUMERO-ROTADO PIC 9(9).
       77  HASH-ROTADO PIC X(24).
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           END-STRING.
           MOVE ZEROES TO CONTADOR-ARCHIVADAS.
           MOVE ZEROES TO CONTADOR-CONSERVADAS.
           PERFORM INICIA-TRAMO-CADENA.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN OUTPUT ARCHIVO-ROTACION.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-ROTACION.
           MOVE NOMBRE-ARCHIVO-LOG TO CADENA-ARCHIVO.
           PERFORM ANCLA-TRAMO-CADENA.
           PERFORM INFORMA-ROTACION.

       LEE-AUDITORIA.
           WRITE ROTACION-REGISTRO
           DELETE ARCHIVO-CLIENTES-LOG RECORD
           ADD 1 TO CONTADOR-ARCHIVADAS
           IF LOG-CADENA-NUMERO NUMERIC
           MOVE LOG-CADENA-NUMERO TO NUMERO-ROTADO
           MOVE LOG-CADENA-HASH TO HASH-ROTADO
           PERFORM MARCA-TRAMO-CADENA
           END-IF
           ELSE
           ADD 1 TO CONTADOR-CONSERVADAS
           END-IF.
           PERFORM LEE-AUDITORIA.

      *Las entradas rotadas se llevan su sello tal como estaban; de
      *la parte encadenada se toma el primer y el ultimo numero y el
      *hash del ultimo:
       INICIA-TRAMO-CADENA.
           MOVE ZEROES TO CADENA-ARCHIVADA-DESDE.
           MOVE ZEROES TO CADENA-ARCHIVADA-HASTA.
           MOVE SPACES TO CADENA-HASH-HASTA.

       MARCA-TRAMO-CADENA.
           IF NUMERO-ROTADO > ZEROES
           IF CADENA-ARCHIVADA-DESDE = ZEROES OR
              NUMERO-ROTADO < CADENA-ARCHIVADA-DESDE
           MOVE NUMERO-ROTADO TO CADENA-ARCHIVADA-DESDE
           END-IF
           IF NUMERO-ROTADO > CADENA-ARCHIVADA-HASTA
           MOVE NUMERO-ROTADO TO CADENA-ARCHIVADA-HASTA
           MOVE HASH-ROTADO TO CADENA-HASH-HASTA
           END-IF
           END-IF.

      *El fin del tramo rotado queda como ancla del archivo vivo (su
      *primera entrada encadenada se ata a ese hash) y asentado con
      *el nombre del archivo fechado que lo guarda:
       ANCLA-TRAMO-CADENA.
           IF CADENA-ARCHIVADA-HASTA > ZEROES
           MOVE "A" TO CADENA-ACCION
           MOVE CADENA-ARCHIVADA-HASTA TO CADENA-NUMERO
           MOVE CADENA-HASH-HASTA TO CADENA-HASH
           CALL "Encadenar-registro" USING CADENA-CONSULTA
           OPEN EXTEND ARCHIVO-CADENA-ANCLAS
           MOVE SPACES TO CADENA-ANCLA-REGISTRO
           MOVE FUNCTION CURRENT-DATE TO CADENA-ANCLA-FECHA-HORA
           MOVE CADENA-ARCHIVO TO CADENA-ANCLA-ARCHIVO
           MOVE NOMBRE-ARCHIVO-ROTACION TO CADENA-ANCLA-DESTINO
           MOVE CADENA-ARCHIVADA-DESDE TO CADENA-ANCLA-DESDE
           MOVE CADENA-ARCHIVADA-HASTA TO CADENA-ANCLA-HASTA
           MOVE CADENA-HASH-HASTA TO CADENA-ANCLA-HASH
           WRITE CADENA-ANCLA-REGISTRO
           CLOSE ARCHIVO-CADENA-ANCLAS
           END-IF.

       INFORMA-ROTACION.
           DISPLAY FUNCTION TRIM(NOMBRE-ARCHIVO-ROTACION)
                   ": archivadas " CONTADOR-ARCHIVADAS
           END-STRING.
           MOVE ZEROES TO CONTADOR-ARCHIVADAS.
           MOVE ZEROES TO CONTADOR-CONSERVADAS.
           PERFORM INICIA-TRAMO-CADENA.
           OPEN INPUT ARCHIVO-LOG-DETALLE.
           OPEN OUTPUT ARCHIVO-ROTACION.
           OPEN OUTPUT ARCHIVO-CONSERVA.
           CLOSE ARCHIVO-ROTACION.
           CLOSE ARCHIVO-CONSERVA.
           PERFORM RECONSTRUYE-DETALLE.
           MOVE NOMBRE-ARCHIVO-DETALLE TO CADENA-ARCHIVO.
           PERFORM ANCLA-TRAMO-CADENA.
           PERFORM INFORMA-ROTACION.

       LEE-DETALLE.
               ROTACION-REGISTRO (1:LENGTH OF DETALLE-REGISTRO)
           WRITE ROTACION-REGISTRO
           ADD 1 TO CONTADOR-ARCHIVADAS
           IF DETALLE-CADENA-NUMERO NUMERIC
           MOVE DETALLE-CADENA-NUMERO TO NUMERO-ROTADO
           MOVE DETALLE-CADENA-HASH TO HASH-ROTADO
           PERFORM MARCA-TRAMO-CADENA
           END-IF
           ELSE
           MOVE SPACES TO CONSERVA-REGISTRO
           MOVE DETALLE-REGISTRO TO
