      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Exenciones de interes punitorio para la corrida
      *          mensual (Calcular-punitorios): un supervisor exime a
      *          un cliente entero o a una factura sola para un
      *          periodo AAAAMM, antes de que corra el fin de mes, y
      *          puede quitar una exencion o listar las del periodo.
      *          El nivel basico solo lista.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exenciones-punitorio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Facturas emitidas:
       COPY "DataBaseFacturas.cbl".
      *Exenciones de punitorio por periodo:
       COPY "DataBaseExencionesPunitorio.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataFacturas.cbl".
       COPY "DataExencionesPunitorio.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  FACTURAS-STATUS PIC XX.
       77  EXENCIONES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIN-DE-EXENCIONES PIC X.
       77  FIN-OPERADORES PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-FACTURA PIC X(8).
       77  CAMPO-PERIODO PIC X(6).
       77  CAMPO-MOTIVO PIC X(30).
       77  PERIODO-DE-TRABAJO PIC X(6).
       77  CONTADOR-LISTADAS PIC 9(5).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== EXENCIONES DE PUNITORIO =====".
           PERFORM PIDE-OPERADOR.
           PERFORM PIDE-PERIODO.
           OPEN I-O ARCHIVO-EXENCIONES-PUNITORIO.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-EXENCIONES-PUNITORIO.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Liberar-bloqueos:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           MOVE SESION-OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

       BUSCA-NIVEL-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE SPACE TO OPERADOR-NIVEL-ACTUAL.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *La corrida de punitorios es la del ultimo dia habil del mes,
      *asi que por omision se trabaja sobre el mes en curso:
       PIDE-PERIODO.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PERIODO-DE-TRABAJO.
           MOVE SPACES TO CAMPO-PERIODO.
           DISPLAY "Periodo AAAAMM (vacio para " PERIODO-DE-TRABAJO
                   "): ".
           ACCEPT CAMPO-PERIODO.
           IF CAMPO-PERIODO NOT = SPACES
           IF CAMPO-PERIODO NUMERIC AND
              CAMPO-PERIODO (5:2) >= "01" AND
              CAMPO-PERIODO (5:2) <= "12"
           MOVE CAMPO-PERIODO TO PERIODO-DE-TRABAJO
           ELSE
           DISPLAY "Periodo invalido, se usa " PERIODO-DE-TRABAJO "."
           END-IF
           END-IF.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(C) Eximir un cliente, (F) Eximir una factura, "
                   "(Q) Quitar una exencion, (L) Listar, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "C"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM EXIME-CLIENTE
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "eximir de punitorios."
                   END-IF
               WHEN "F"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM EXIME-FACTURA
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "eximir de punitorios."
                   END-IF
               WHEN "Q"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM QUITA-EXENCION
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "quitar una exencion."
                   END-IF
               WHEN "L"
                   PERFORM LISTA-EXENCIONES
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       EXIME-CLIENTE.
           DISPLAY "ID del cliente a eximir: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.
           CLOSE ARCHIVO-CLIENTES.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           MOVE "C" TO EXENCION-TIPO
           MOVE SPACES TO EXENCION-CODIGO
           MOVE CLIENTES-ID TO EXENCION-CODIGO
           PERFORM GRABA-EXENCION
           END-IF.

       EXIME-FACTURA.
           DISPLAY "Numero de factura a eximir: ".
           ACCEPT CAMPO-FACTURA.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           IF FUNCTION TRIM(CAMPO-FACTURA) NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-FACTURA) TO FACTURA-NUMERO
           OPEN INPUT ARCHIVO-FACTURAS
           MOVE "S" TO REGISTRO-ENCONTRADO
           READ ARCHIVO-FACTURAS RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ
           CLOSE ARCHIVO-FACTURAS
           END-IF.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ninguna factura con ese numero."
           ELSE
           MOVE "F" TO EXENCION-TIPO
           MOVE FACTURA-NUMERO TO EXENCION-CODIGO
           PERFORM GRABA-EXENCION
           END-IF.

       GRABA-EXENCION.
           DISPLAY "Motivo de la exencion: ".
           MOVE SPACES TO CAMPO-MOTIVO.
           ACCEPT CAMPO-MOTIVO.
           IF CAMPO-MOTIVO = SPACES
           DISPLAY "El motivo es obligatorio, no se grabo."
           ELSE
           MOVE PERIODO-DE-TRABAJO TO EXENCION-PERIODO
           MOVE CAMPO-MOTIVO TO EXENCION-MOTIVO
           MOVE OPERADOR TO EXENCION-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO EXENCION-FECHA-HORA
           WRITE EXENCION-REGISTRO
           INVALID KEY
           DISPLAY "Ya estaba eximido en el periodo "
                   PERIODO-DE-TRABAJO "."
           NOT INVALID KEY
           DISPLAY "Exencion grabada para el periodo "
                   PERIODO-DE-TRABAJO "."
           END-WRITE
           END-IF.

       QUITA-EXENCION.
           DISPLAY "Tipo de exencion a quitar, (C) cliente o "
                   "(F) factura: ".
           ACCEPT EXENCION-TIPO.
           MOVE FUNCTION UPPER-CASE(EXENCION-TIPO) TO EXENCION-TIPO.
           DISPLAY "ID del cliente o numero de factura: ".
           MOVE SPACES TO CAMPO-FACTURA.
           ACCEPT CAMPO-FACTURA.
           MOVE PERIODO-DE-TRABAJO TO EXENCION-PERIODO.
           MOVE SPACES TO EXENCION-CODIGO.
           IF EXENCION-DE-FACTURA AND
              FUNCTION TRIM(CAMPO-FACTURA) NUMERIC
           MOVE FUNCTION NUMVAL(CAMPO-FACTURA) TO FACTURA-NUMERO
           MOVE FACTURA-NUMERO TO EXENCION-CODIGO
           ELSE
           MOVE CAMPO-FACTURA TO EXENCION-CODIGO
           END-IF.
           READ ARCHIVO-EXENCIONES-PUNITORIO RECORD
           INVALID KEY
           DISPLAY "No hay esa exencion en el periodo "
                   PERIODO-DE-TRABAJO "."
           NOT INVALID KEY
           DELETE ARCHIVO-EXENCIONES-PUNITORIO RECORD
           END-DELETE
           DISPLAY "Exencion quitada."
           END-READ.

       LISTA-EXENCIONES.
           MOVE ZEROES TO CONTADOR-LISTADAS.
           MOVE PERIODO-DE-TRABAJO TO EXENCION-PERIODO.
           MOVE LOW-VALUES TO EXENCION-TIPO.
           MOVE LOW-VALUES TO EXENCION-CODIGO.
           MOVE "1" TO FIN-DE-EXENCIONES.
           START ARCHIVO-EXENCIONES-PUNITORIO
               KEY IS NOT LESS THAN EXENCION-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-EXENCIONES
           END-START.
           PERFORM MUESTRA-EXENCION
           UNTIL FIN-DE-EXENCIONES = "0".
           DISPLAY "Exenciones del periodo " PERIODO-DE-TRABAJO ": "
                   CONTADOR-LISTADAS.

       MUESTRA-EXENCION.
           READ ARCHIVO-EXENCIONES-PUNITORIO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-EXENCIONES
           NOT AT END
           IF EXENCION-PERIODO NOT = PERIODO-DE-TRABAJO
           MOVE "0" TO FIN-DE-EXENCIONES
           ELSE
           ADD 1 TO CONTADOR-LISTADAS
           IF EXENCION-DE-CLIENTE
           DISPLAY "Cliente " EXENCION-CODIGO (1:6) "    "
                   FUNCTION TRIM(EXENCION-MOTIVO) " ("
                   FUNCTION TRIM(EXENCION-OPERADOR) ")"
           ELSE
           DISPLAY "Factura " EXENCION-CODIGO "  "
                   FUNCTION TRIM(EXENCION-MOTIVO) " ("
                   FUNCTION TRIM(EXENCION-OPERADOR) ")"
           END-IF
           END-IF
           END-READ.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Exenciones-punitorio.
