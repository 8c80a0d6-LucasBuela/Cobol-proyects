      * Date:21/8/2026
      * Purpose: Reinstalar en el archivo vivo de clientes un registro
      *          que Archivar-clientes mando al historico de fin de
      *          ano, sin tener que recargarlo a mano. El saldo
      *          que vuelve queda en el diario de traslados para la
      *          prueba diaria de totales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBaseContactosHistorico.cbl".
       COPY "DataBaseMovimientos.cbl".
       COPY "DataBaseMovimientosHistorico.cbl".
      *Diario de saldos que vuelven a clientes.dat sin ledger:
       COPY "DataBaseTrasladosSaldo.cbl".
      *Copia de trabajo para reescribir un companero historico:
       SELECT OPTIONAL ARCHIVO-SATELITE-TRABAJO
       ASSIGN TO "desarchivo_trabajo.tmp"
       COPY "DataContactosHistorico.cbl".
       COPY "DataMovimientos.cbl".
       COPY "DataMovimientosHistorico.cbl".
       COPY "DataTrasladosSaldo.cbl".

       FD  ARCHIVO-SATELITE-TRABAJO.
           01 SATELITE-TRABAJO-REGISTRO PIC X(120).
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  TRASLADOS-STATUS PIC XX.
       77  HISTORICO-ENCONTRADO PIC X.
       77  RESTAURACION-OK PIC X.
       77  FIN-HISTORICO PIC X.
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE HISTORICO-PREF-CONTACTO TO CLIENTES-PREF-CONTACTO.
           MOVE HISTORICO-DIRECCION-INVALIDA TO
               CLIENTES-DIRECCION-INVALIDA.
           MOVE HISTORICO-CUIT TO CLIENTES-CUIT.
           MOVE HISTORICO-CONDICION-IVA TO CLIENTES-CONDICION-IVA.
           MOVE HISTORICO-IDIOMA TO CLIENTES-IDIOMA.
           MOVE HISTORICO-CONDICIONES-VERSION TO
               CLIENTES-CONDICIONES-VERSION.
           MOVE HISTORICO-CONDICIONES-FECHA TO
               CLIENTES-CONDICIONES-FECHA.
           WRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Ya existe un cliente con ese ID en el archivo "
           NOT INVALID KEY
           MOVE "S" TO RESTAURACION-OK
           PERFORM GRABA-LOG-DESARCHIVADO
           MOVE "E" TO TRASLADO-SENTIDO
           MOVE "D" TO TRASLADO-ORIGEN
           MOVE OPERADOR TO TRASLADO-OPERADOR
           PERFORM GRABA-TRASLADO-SALDO
           DISPLAY "Cliente reinstalado en el archivo activo."
           END-WRITE.

           MOVE HISTORICO-PREF-CONTACTO TO HTEMP-PREF-CONTACTO.
           MOVE HISTORICO-DIRECCION-INVALIDA TO
               HTEMP-DIRECCION-INVALIDA.
           MOVE HISTORICO-CUIT TO HTEMP-CUIT.
           MOVE HISTORICO-CONDICION-IVA TO HTEMP-CONDICION-IVA.
           MOVE HISTORICO-IDIOMA TO HTEMP-IDIOMA.
           MOVE HISTORICO-CONDICIONES-VERSION TO
               HTEMP-CONDICIONES-VERSION.
           MOVE HISTORICO-CONDICIONES-FECHA TO
               HTEMP-CONDICIONES-FECHA.
           MOVE HISTORICO-CLIENTES-MONEDA TO HTEMP-MONEDA.
           MOVE HISTORICO-CLIENTES-SEGUIMIENTO TO
               HTEMP-SEGUIMIENTO.
           MOVE HTEMP-PREF-CONTACTO TO HISTORICO-PREF-CONTACTO.
           MOVE HTEMP-DIRECCION-INVALIDA TO
               HISTORICO-DIRECCION-INVALIDA.
           MOVE HTEMP-CUIT TO HISTORICO-CUIT.
           MOVE HTEMP-CONDICION-IVA TO HISTORICO-CONDICION-IVA.
           MOVE HTEMP-IDIOMA TO HISTORICO-IDIOMA.
           MOVE HTEMP-CONDICIONES-VERSION TO
               HISTORICO-CONDICIONES-VERSION.
           MOVE HTEMP-CONDICIONES-FECHA TO
               HISTORICO-CONDICIONES-FECHA.
           MOVE HTEMP-MONEDA TO HISTORICO-CLIENTES-MONEDA.
           MOVE HTEMP-SEGUIMIENTO TO
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

      *Las notas, contactos y movimientos que el archivado de fin
      *de ano llevo a los companeros historicos vuelven con el
               MOVIMIENTO-SALDO-RESULTANTE
           MOVE MOV-HIST-TIPO TO MOVIMIENTO-TIPO
           MOVE MOV-HIST-CONCEPTO TO MOVIMIENTO-CONCEPTO
           MOVE MOV-HIST-FECHA-VALOR TO MOVIMIENTO-FECHA-VALOR
           PERFORM GRABA-MOVIMIENTO-CON-REINTENTO
           ADD 1 TO MOVIMIENTOS-VUELTOS
           ELSE
               UNTIL MOVIMIENTO-GRABADO = "S".

       INTENTA-GRABAR-MOVIMIENTO.
           PERFORM SELLA-MOVIMIENTO.
           WRITE MOVIMIENTO-REGISTRO
           INVALID KEY
           ADD 1 TO MOVIMIENTO-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO MOVIMIENTO-GRABADO
           PERFORM CONFIRMA-SELLO-MOVIMIENTO.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaMovimientos.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcTrasladosSaldo.cbl".

       END PROGRAM Desarchivar-cliente.
