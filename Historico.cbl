      * Purpose: Archivado de fin de ano de clientes inactivos o muy
      *          antiguos, para mantener rapidas las consultas del
      *          dia a dia sobre ARCHIVO-CLIENTES.
      *          Cada movimiento que sale del ledger deja su numero y
      *          su hash en cadena_bajas.dat, para que la cadena del
      *          ledger se siga probando a traves del hueco.
      *          El saldo de cada cliente archivado queda en el
      *          diario de traslados para la prueba diaria de totales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBaseContactosHistorico.cbl".
       COPY "DataBaseMovimientos.cbl".
       COPY "DataBaseMovimientosHistorico.cbl".
      *Bajas justificadas de la cadena de hash del ledger:
       COPY "DataBaseCadenaBajas.cbl".
      *Diario de saldos que salen de clientes.dat sin ledger:
       COPY "DataBaseTrasladosSaldo.cbl".
      *Copia de trabajo para reescribir un satelite secuencial:
       SELECT OPTIONAL ARCHIVO-SATELITE-TRABAJO
       ASSIGN TO "archivado_trabajo.tmp"
       COPY "DataContactosHistorico.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataMovimientosHistorico.cbl".
       COPY "DataCadenaBajas.cbl".
       COPY "DataTrasladosSaldo.cbl".

       FD  ARCHIVO-SATELITE-TRABAJO.
           01 SATELITE-TRABAJO-REGISTRO PIC X(120).
      *una sola pasada al final:
       77  FIN-SATELITE PIC X.
       77  MOVIMIENTO-GRABADO PIC X.
       77  CADENA-BAJAS-STATUS PIC XX.
       77  TRASLADOS-STATUS PIC XX.
       77  ID-EN-TABLA PIC X.
       77  ID-REVISADO-SAT PIC X(6).
       77  MAXIMO-ARCHIVADOS PIC 9(3) VALUE 500.
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY "Error archivando el registro del cliente."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-ARCHIVADOS
           MOVE "S" TO TRASLADO-SENTIDO
           MOVE "A" TO TRASLADO-ORIGEN
           MOVE OPERADOR TO TRASLADO-OPERADOR
           PERFORM GRABA-TRASLADO-SALDO
           END-DELETE.
           PERFORM GRABA-LOG-ARCHIVADO.

           MOVE CLIENTES-PREF-CONTACTO TO HISTORICO-PREF-CONTACTO.
           MOVE CLIENTES-DIRECCION-INVALIDA TO
               HISTORICO-DIRECCION-INVALIDA.
           MOVE CLIENTES-CUIT TO HISTORICO-CUIT.
           MOVE CLIENTES-CONDICION-IVA TO HISTORICO-CONDICION-IVA.
           MOVE CLIENTES-IDIOMA TO HISTORICO-IDIOMA.
           MOVE CLIENTES-CONDICIONES-VERSION TO
               HISTORICO-CONDICIONES-VERSION.
           MOVE CLIENTES-CONDICIONES-FECHA TO
               HISTORICO-CONDICIONES-FECHA.
           MOVE CLIENTES-MONEDA TO HISTORICO-CLIENTES-MONEDA.
           MOVE CLIENTES-SEGUIMIENTO TO
               HISTORICO-CLIENTES-SEGUIMIENTO.
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

      *Barrido de satelites: las notas, contactos y movimientos de
      *los clientes archivados pasan a sus companeros historicos y
       BARRE-MOVIMIENTOS.
           OPEN I-O ARCHIVO-MOVIMIENTOS-SALDO.
           OPEN EXTEND ARCHIVO-MOVIMIENTOS-HISTORICO.
           OPEN I-O ARCHIVO-CADENA-BAJAS.
           PERFORM BARRE-MOVIMIENTOS-DE-UNO
               VARYING INDICE-ARCHIVADO FROM 1 BY 1
               UNTIL INDICE-ARCHIVADO > CANTIDAD-IDS-ARCHIVADOS.
           CLOSE ARCHIVO-MOVIMIENTOS-SALDO.
           CLOSE ARCHIVO-MOVIMIENTOS-HISTORICO.
           CLOSE ARCHIVO-CADENA-BAJAS.

       BARRE-MOVIMIENTOS-DE-UNO.
           MOVE SPACES TO MOVIMIENTO-CLAVE.
               MOV-HIST-SALDO-RESULTANTE.
           MOVE MOVIMIENTO-TIPO TO MOV-HIST-TIPO.
           MOVE MOVIMIENTO-CONCEPTO TO MOV-HIST-CONCEPTO.
           MOVE MOVIMIENTO-FECHA-VALOR TO MOV-HIST-FECHA-VALOR.
           WRITE MOV-HIST-REGISTRO.
           ADD 1 TO MOVIMIENTOS-BARRIDOS.
           DELETE ARCHIVO-MOVIMIENTOS-SALDO RECORD
           INVALID KEY
           DISPLAY "Error borrando un movimiento archivado."
           NOT INVALID KEY
           PERFORM REGISTRA-BAJA-EN-CADENA.
           PERFORM LEE-MOVIMIENTO-DEL-ARCHIVADO.

      *Un renglon sellado que sale del medio del ledger deja su
      *numero y su hash, asi Verificar-cadenas ata el renglon que le
      *sigue a traves del hueco; uno anterior a la cadena no deja
      *nada:
       REGISTRA-BAJA-EN-CADENA.
           IF MOVIMIENTO-CADENA-NUMERO NUMERIC AND
              MOVIMIENTO-CADENA-NUMERO > ZEROES
           MOVE NOMBRE-ARCHIVO-MOVIMIENTOS TO CADENA-BAJA-ARCHIVO
           MOVE MOVIMIENTO-CADENA-NUMERO TO CADENA-BAJA-NUMERO
           MOVE MOVIMIENTO-CADENA-HASH TO CADENA-BAJA-HASH
           MOVE "movimientos_historico.dat" TO CADENA-BAJA-DESTINO
           MOVE "Archivar-clientes" TO CADENA-BAJA-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO CADENA-BAJA-FECHA-HORA
           WRITE CADENA-BAJA-REGISTRO
           INVALID KEY
           DISPLAY "Baja de cadena ya registrada: "
                   MOVIMIENTO-CADENA-NUMERO
           END-WRITE
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcTrasladosSaldo.cbl".

       END PROGRAM Archivar-clientes.
