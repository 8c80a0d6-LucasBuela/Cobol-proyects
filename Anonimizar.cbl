      * Date:02/9/2026
      * Purpose: Anonimizar a un ex cliente que pide que borren sus
      *          datos: blanquea los campos personales (nombre,
      *          apellido, telefonos, direcciones, email, DNI, CUIT y
      *          fecha de nacimiento) en el registro vigente, en la
      *          papelera y en sus notas, dejando intactos el ID y el
      *          ledger para que los totales financieros sigan
      *          cerrando. La accion es irreversible: pide la palabra
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE SPACES TO CLIENTES-DIRECCION-ALT
           MOVE SPACES TO CLIENTES-EMAIL
           MOVE SPACES TO CLIENTES-DNI
           MOVE SPACES TO CLIENTES-CUIT
           MOVE SPACES TO CLIENTES-FECHA-NACIMIENTO
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
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

       END PROGRAM Anonimizar-cliente.
