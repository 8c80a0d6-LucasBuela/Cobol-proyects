      * Author:Lucas Gustavo Buela
      * Date:08/8/2026
      * Purpose: Carga masiva de clientes desde un archivo CSV, como
      *          contrapartida de Exportar.cbl. Los saldos
      *          cargados quedan en el diario de traslados para la
      *          prueba diaria de totales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "DataBaseRechazos.cbl".
      *Registro de corridas, para poder deshacer una carga entera:
       COPY "DataBaseCargasCorridas.cbl".
      *Diario de saldos que entran a clientes.dat sin ledger:
       COPY "DataBaseTrasladosSaldo.cbl".
      *Archivo de entrada con los clientes a cargar:
       SELECT ARCHIVO-CSV
       ASSIGN TO "carga.csv"
       COPY "DataSesion.cbl".
       COPY "DataRechazos.cbl".
       COPY "DataCargasCorridas.cbl".
       COPY "DataTrasladosSaldo.cbl".

       FD  ARCHIVO-CSV.
           01 LINEA-CSV PIC X(250).
       77  CLIENTES-STATUS PIC XX.
       77  CHECKPOINT-STATUS PIC XX.
       77  SECUENCIA-STATUS PIC XX.
       77  TRASLADOS-STATUS PIC XX.
       77  FIN-DEL-ARCHIVO PIC X.
       77  CONTADOR-CARGADOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-RECHAZADOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-DUPLICADOS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-COINCIDENCIAS PIC 9(5) VALUE ZEROES.
       77  ID-DUPLICADO PIC X.
       77  CAMPO-EDAD-CSV PIC 9(3).
       77  CAMPO-ESTADO-CSV PIC X(1).
       77  IMPORTE-CARACTER PIC X.
       77  IMPORTE-DIGITOS PIC 9(2).
       77  IMPORTE-PUNTOS PIC 9(2).
      *Cotejo de cada alta contra las listas de sanciones y PEP:
       COPY "DataCotejo.cbl".
       77  IMPORTE-DIGITOS-CENTAVOS PIC 9(2).
       77  IMPORTE-NEGATIVO PIC X.
       77  IMPORTE-PARTE-ENTERA PIC 9(7).
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
                   CONTADOR-RECHAZADOS.
           DISPLAY "Registros con ID duplicado (omitidos): "
                   CONTADOR-DUPLICADOS.
           IF CONTADOR-COINCIDENCIAS > 0
           DISPLAY "Clientes con coincidencia en listas de "
                   "sanciones/PEP (pendientes de revision): "
                   CONTADOR-COINCIDENCIAS
           END-IF.
           IF CONTADOR-RECHAZADOS > 0 OR CONTADOR-DUPLICADOS > 0
           DISPLAY "Las lineas no cargadas quedaron en "
                   "carga_rechazos.csv con su motivo."
           NOT INVALID KEY
           PERFORM GRABA-LOG-ALTA
           PERFORM GRABA-CORRIDA-ALTA
           PERFORM ANOTA-SALDO-IMPORTADO
           PERFORM COTEJA-LISTAS-CUMPLIMIENTO
           ADD 1 TO CONTADOR-CARGADOS
           END-WRITE.

      *Un saldo cargado desde la planilla entra sin ledger: queda en
      *el diario de traslados para la prueba diaria de totales:
       ANOTA-SALDO-IMPORTADO.
           IF CLIENTES-SALDO NOT = ZERO
           MOVE "E" TO TRASLADO-SENTIDO
           MOVE "I" TO TRASLADO-ORIGEN
           MOVE OPERADOR TO TRASLADO-OPERADOR
           PERFORM GRABA-TRASLADO-SALDO
           END-IF.

      *Como en Agregar-registro, la carga no se frena por una
      *coincidencia: queda pendiente para el supervisor:
       COTEJA-LISTAS-CUMPLIMIENTO.
           MOVE CLIENTES-ID TO COTEJO-CLIENTES-ID.
           MOVE CLIENTES-DNI TO COTEJO-DNI.
           MOVE CLIENTES-NOMBRE TO COTEJO-NOMBRE.
           MOVE CLIENTES-APELLIDO TO COTEJO-APELLIDO.
           MOVE "I" TO COTEJO-ORIGEN.
           CALL "Cotejar-listas-cumplimiento" USING COTEJO-CONSULTA.
           IF COTEJO-COINCIDENCIAS > ZEROES
           ADD 1 TO CONTADOR-COINCIDENCIAS
           DISPLAY "Coincidencia en listas de sanciones/PEP: "
                   CLIENTES-ID
           END-IF.

      *Deja el alta atada a su corrida, para Deshacer-carga:
       GRABA-CORRIDA-ALTA.
           MOVE RUN-ID-CORRIDA TO CARGA-RUN-ID.
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

       COPY "ProcTrasladosSaldo.cbl".

       END PROGRAM Importar-csv.
