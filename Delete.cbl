       77  LOCK-STATUS PIC XX.
       77  ARCHIVO-BLOQUEADO PIC X.

      *Un cliente con saldo o con algo abierto no se da de baja por
      *aca: se cierra con Cerrar-cuenta-cliente, que lo liquida:
       77  CLIENTE-ELIMINABLE PIC X.
       COPY "DataPendientes.cbl".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY "DIRECCION: " CLIENTES-DIRECCION.

       PREGUNTA-ELIMINAR.
           PERFORM COMPRUEBA-ELIMINABLE.
           IF CLIENTE-ELIMINABLE = "N"
           MOVE "N" TO SI-A-ELIMINAR
           ELSE
           MOVE "SEGURO QUE QUIERES ELIMINAR ESTE REGISTRO (S/N)?" TO
               CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-ELIMINAR
           END-IF.

      *La baja simple no deja plata ni compromisos olvidados: con
      *saldo distinto de cero, pendientes abiertos u ordenes
      *permanentes vigentes hay que cerrar la cuenta con su
      *liquidacion final:
       COMPRUEBA-ELIMINABLE.
           MOVE "S" TO CLIENTE-ELIMINABLE.
           MOVE CLIENTES-ID TO PENDIENTES-CLIENTES-ID.
           CALL "Revisar-pendientes-cliente" USING PENDIENTES-CONSULTA.
           IF CLIENTES-SALDO NOT = ZERO OR CLIENTE-CON-PENDIENTES OR
              PENDIENTES-ORDENES > ZEROES
           MOVE "N" TO CLIENTE-ELIMINABLE
           DISPLAY "No se puede eliminar: el cliente tiene saldo, "
                   "pendientes u ordenes permanentes."
           DISPLAY "Use Cerrar-cuenta-cliente (opcion 123) para "
                   "cerrar la cuenta con su liquidacion final."
           END-IF.

      *Baja logica: se marca el registro como inactivo en lugar de
      *borrarlo fisicamente del archivo, pero antes se guarda una
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".
