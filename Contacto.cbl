      *          carta) con un cliente en ARCHIVO-CONTACTOS, para que
      *          Reporte-inactividad derive la ultima fecha de
      *          contacto del log en lugar de depender de que alguien
      *          la tipee a mano en Modificar-registro. Si el
      *          cliente es objetivo de una campana de marketing en
      *          curso, el contacto se le atribuye.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  TIPO-CONTACTO-INGRESADO PIC X.
      *Atribucion del hecho a las campanas de marketing en curso:
       COPY "DataCampanaAtribucion.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           MOVE OPERADOR TO CONTACTO-OPERADOR.
           WRITE CONTACTO-REGISTRO.
           DISPLAY "Contacto registrado para el cliente " CLIENTES-ID.
           MOVE CLIENTES-ID TO ATRIBUCION-CLIENTES-ID.
           MOVE "C" TO ATRIBUCION-EVENTO.
           MOVE SPACES TO ATRIBUCION-PRODUCTO.
           CALL "Atribuir-campana" USING ATRIBUCION-CAMPANA.

       COPY "ProcEntrenamiento.cbl".

