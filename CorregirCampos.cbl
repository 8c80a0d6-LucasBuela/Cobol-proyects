              10 REGLA-TAB-ACIERTOS PIC 9(6).
       01  OPERADOR-BATCH PIC X(10) VALUE "REGLAS".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE IMAGEN-ANTES-CORRECCION TO DETALLE-IMAGEN-ANTES.
           MOVE SPACES TO DETALLE-IMAGEN-DESPUES.
           MOVE CLIENTES-REGISTRO TO DETALLE-IMAGEN-DESPUES.
           PERFORM GRABA-DETALLE-ENCADENADO.

      *Dos asientos del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave del log; el sufijo de secuencia
               UNTIL LOG-GRABADO = "S".

       INTENTA-GRABAR-LOG.
           PERFORM SELLA-LOG.
           WRITE LOG-REGISTRO
           INVALID KEY
           ADD 1 TO LOG-SECUENCIA
           NOT INVALID KEY
           MOVE "S" TO LOG-GRABADO
           PERFORM CONFIRMA-SELLO-LOG.

       MUESTRA-RESUMEN-REGLAS.
           DISPLAY " ".

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcCadenaLog.cbl".

       COPY "ProcCadenaDetalle.cbl".

       END PROGRAM Corregir-campos-lote.
