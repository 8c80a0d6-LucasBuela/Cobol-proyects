      *Lista de operadores, para validar la firma del supervisor:
       COPY "DataBaseOperadores.cbl".
      *Resultados de cuadre firmados:
       COPY "DataBaseCuadres.cbl".
      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       FILE SECTION.
       COPY "DataMovimientos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataCuadres.cbl".

       COPY "DataEntrenamiento.cbl".

