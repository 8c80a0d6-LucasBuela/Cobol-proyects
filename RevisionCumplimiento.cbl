      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Revision de las coincidencias contra las listas de
      *          sanciones y PEP: muestra la cola pendiente y el
      *          supervisor decide cada una como falso positivo o
      *          como coincidencia confirmada, con una observacion.
      *          La decision queda registrada con su fecha y quien la
      *          tomo. Una coincidencia confirmada suspende al
      *          cliente (estado "S") y queda asentada en el log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisar-coincidencias-cumplimiento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
       COPY "DataBaseLog.cbl".
      *Bloqueo de edicion por registro, contra pisadas cruzadas:
       COPY "DataBaseRegistroLocks.cbl".
      *Cola de revision de cumplimiento:
       COPY "DataBaseRevisionCumplimiento.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataLog.cbl".
       COPY "DataRegistroLocks.cbl".
       COPY "DataRevisionCumplimiento.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LOG-GRABADO PIC X.
       77  CLIENTES-STATUS PIC XX.
       77  REVISION-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  RLOCK-STATUS PIC XX.
       77  REGISTRO-EN-USO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-COLA PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-TIPO-LISTA PIC X(1).
       77  CAMPO-ID-LISTA PIC X(10).
       77  CAMPO-DECISION PIC X(1).
       77  CAMPO-OBSERVACION PIC X(40).
       77  SIGUE-REVISANDO PIC X.
       77  CONTADOR-PENDIENTES PIC 9(5) VALUE ZEROES.
       77  CONTADOR-DECIDIDAS PIC 9(5) VALUE ZEROES.
       77  CONTADOR-SUSPENDIDOS PIC 9(5) VALUE ZEROES.
       77  FECHA-HORA-DECISION PIC X(21).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Sello de la cadena de hash de la auditoria y del ledger:
       COPY "DataCadena.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== REVISION SANCIONES Y PEP =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para decidir las "
                   "coincidencias."
           GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           OPEN I-O ARCHIVO-CLIENTES-LOG.
           OPEN I-O ARCHIVO-REGISTRO-LOCKS.
           OPEN I-O ARCHIVO-REVISION-CUMPLIMIENTO.
           PERFORM LISTA-PENDIENTES.
           MOVE "S" TO SIGUE-REVISANDO.
           IF CONTADOR-PENDIENTES = ZEROES
           DISPLAY "No hay coincidencias pendientes de revision."
           MOVE "N" TO SIGUE-REVISANDO
           END-IF.
           PERFORM ATIENDE-UNA-COINCIDENCIA
           UNTIL SIGUE-REVISANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CLIENTES-LOG.
           CLOSE ARCHIVO-REGISTRO-LOCKS.
           CLOSE ARCHIVO-REVISION-CUMPLIMIENTO.
           DISPLAY "Coincidencias decididas en esta sesion: "
                   CONTADOR-DECIDIDAS.
           DISPLAY "Clientes suspendidos:                   "
                   CONTADOR-SUSPENDIDOS.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Castigar-saldo:
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

      *Recorre la cola entera en orden de cliente y muestra solo lo
      *que espera decision:
       LISTA-PENDIENTES.
           MOVE ZEROES TO CONTADOR-PENDIENTES.
           MOVE LOW-VALUES TO REV-CLAVE.
           MOVE "1" TO FIN-DE-COLA.
           START ARCHIVO-REVISION-CUMPLIMIENTO
               KEY IS NOT LESS THAN REV-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-COLA
           END-START.
           IF FIN-DE-COLA = "1"
           DISPLAY " "
           DISPLAY "CLIENTE L ID LISTA    M ORIGEN FECHA    NOMBRE "
                   "LISTADO"
           PERFORM LEE-SIGUIENTE-EN-COLA
           END-IF.
           PERFORM MUESTRA-SI-PENDIENTE
           UNTIL FIN-DE-COLA = "0".

       LEE-SIGUIENTE-EN-COLA.
           READ ARCHIVO-REVISION-CUMPLIMIENTO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-COLA.

       MUESTRA-SI-PENDIENTE.
           IF REV-PENDIENTE
           ADD 1 TO CONTADOR-PENDIENTES
           DISPLAY REV-CLIENTES-ID "  " REV-TIPO-LISTA " "
                   REV-ID-LISTA " " REV-COINCIDENCIA " "
                   REV-ORIGEN "      " REV-FECHA-DETECCION " "
                   FUNCTION TRIM(REV-NOMBRE-LISTA)
           END-IF.
           PERFORM LEE-SIGUIENTE-EN-COLA.

       ATIENDE-UNA-COINCIDENCIA.
           PERFORM PIDE-COINCIDENCIA.
           IF CAMPO-CLIENTES-ID = SPACES OR
              CAMPO-CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-REVISANDO
           ELSE
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM DECIDE-COINCIDENCIA
           END-IF
           END-IF.

       PIDE-COINCIDENCIA.
           DISPLAY " ".
           DISPLAY "ID del cliente (vacio o cero para salir): ".
           MOVE SPACES TO CAMPO-CLIENTES-ID.
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           IF CAMPO-CLIENTES-ID NOT = SPACES AND
              CAMPO-CLIENTES-ID NOT = ZEROES
           DISPLAY "Lista (S sanciones, P PEP): "
           ACCEPT CAMPO-TIPO-LISTA
           MOVE FUNCTION UPPER-CASE(CAMPO-TIPO-LISTA)
               TO CAMPO-TIPO-LISTA
           DISPLAY "ID en la lista: "
           MOVE SPACES TO CAMPO-ID-LISTA
           ACCEPT CAMPO-ID-LISTA
           MOVE CAMPO-CLIENTES-ID TO REV-CLIENTES-ID
           MOVE CAMPO-TIPO-LISTA TO REV-TIPO-LISTA
           MOVE CAMPO-ID-LISTA TO REV-ID-LISTA
           MOVE "S" TO REGISTRO-ENCONTRADO
           READ ARCHIVO-REVISION-CUMPLIMIENTO RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No hay ninguna coincidencia con esa clave."
           ELSE
           IF NOT REV-PENDIENTE
           MOVE "N" TO REGISTRO-ENCONTRADO
           DISPLAY "Esa coincidencia ya fue decidida el "
                   REV-FECHA-DECISION " por "
                   FUNCTION TRIM(REV-SUPERVISOR) " (" REV-ESTADO ")."
           END-IF
           END-IF
           END-IF.

       DECIDE-COINCIDENCIA.
           PERFORM MUESTRA-COINCIDENCIA.
           MOVE SPACE TO CAMPO-DECISION.
           DISPLAY "Decision (F falso positivo, C confirmada, otra "
                   "cosa para dejarla pendiente): ".
           ACCEPT CAMPO-DECISION.
           MOVE FUNCTION UPPER-CASE(CAMPO-DECISION) TO CAMPO-DECISION.
           IF CAMPO-DECISION = "F" OR CAMPO-DECISION = "C"
           PERFORM PIDE-OBSERVACION
           IF CAMPO-OBSERVACION NOT = SPACES
           PERFORM CONFIRMA-DECISION
           IF SI-A-GRABAR = "S"
           PERFORM ASIENTA-DECISION
           END-IF
           END-IF
           END-IF.

       MUESTRA-COINCIDENCIA.
           MOVE REV-CLIENTES-ID TO CLIENTES-ID.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE SPACES TO CLIENTES-NOMBRE CLIENTES-APELLIDO
               CLIENTES-DNI
           END-READ.
           DISPLAY "Cliente:  " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE)
                   "  DNI " CLIENTES-DNI "  Estado " CLIENTES-ESTADO.
           DISPLAY "Listado:  " FUNCTION TRIM(REV-NOMBRE-LISTA)
                   "  Doc. " REV-DOCUMENTO-LISTA.
           IF REV-POR-DOCUMENTO
           DISPLAY "Coincide por documento."
           ELSE
           DISPLAY "Coincide por nombre."
           END-IF.

       PIDE-OBSERVACION.
           MOVE SPACES TO CAMPO-OBSERVACION.
           DISPLAY "Observacion (obligatoria): ".
           ACCEPT CAMPO-OBSERVACION.
           IF CAMPO-OBSERVACION = SPACES
           DISPLAY "Sin observacion no se registra la decision."
           END-IF.

       CONFIRMA-DECISION.
           MOVE SPACES TO CONFIRMA-MENSAJE.
           IF CAMPO-DECISION = "C"
           MOVE "¿Confirma la coincidencia y suspende (S/N)?"
               TO CONFIRMA-MENSAJE
           ELSE
           MOVE "¿Registra falso positivo (S/N)?"
               TO CONFIRMA-MENSAJE
           END-IF.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *Una coincidencia confirmada suspende primero al cliente; si
      *otro operador lo tiene tomado la decision queda pendiente:
       ASIENTA-DECISION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-DECISION.
           IF CAMPO-DECISION = "C"
           MOVE REV-CLIENTES-ID TO CLIENTES-ID
           PERFORM TOMA-BLOQUEO-REGISTRO
           IF REGISTRO-EN-USO = "N"
           PERFORM SUSPENDE-CLIENTE
           PERFORM LIBERA-BLOQUEO-REGISTRO
           PERFORM GRABA-DECISION
           END-IF
           ELSE
           PERFORM GRABA-DECISION
           END-IF.

       GRABA-DECISION.
           MOVE CAMPO-DECISION TO REV-ESTADO.
           MOVE FECHA-HORA-DECISION (1:8) TO REV-FECHA-DECISION.
           MOVE OPERADOR TO REV-SUPERVISOR.
           MOVE CAMPO-OBSERVACION TO REV-OBSERVACION.
           REWRITE REVISION-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la decision, status: "
                   REVISION-STATUS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-DECIDIDAS
           DISPLAY "Decision registrada."
           END-REWRITE.

      *Toma el bloqueo de edicion de este cliente, la misma tecnica
      *que Caja-mostrador: si otro operador lo esta editando, no se
      *suspende hasta que lo libere.
       TOMA-BLOQUEO-REGISTRO.
           MOVE "N" TO REGISTRO-EN-USO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           READ ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           PERFORM GRABA-BLOQUEO-REGISTRO
           NOT INVALID KEY
           IF RLOCK-OPERADOR NOT = OPERADOR
           MOVE "S" TO REGISTRO-EN-USO
           DISPLAY "Registro en uso por "
                   FUNCTION TRIM(RLOCK-OPERADOR) " desde "
                   RLOCK-FECHA-HORA (9:2) ":"
                   RLOCK-FECHA-HORA (11:2) "; la coincidencia sigue "
                   "pendiente."
           END-IF
           END-READ.

       GRABA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           MOVE OPERADOR TO RLOCK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO RLOCK-FECHA-HORA.
           WRITE RLOCK-REGISTRO
           INVALID KEY
           DISPLAY "No se pudo tomar el bloqueo del registro.".

       LIBERA-BLOQUEO-REGISTRO.
           MOVE CLIENTES-ID TO RLOCK-CLIENTES-ID.
           DELETE ARCHIVO-REGISTRO-LOCKS RECORD
           INVALID KEY
           CONTINUE.

      *El registro se relee despues de tomar el bloqueo. Una baja o
      *un castigo ya estan fuera de operatoria y no se tocan; lo que
      *ya estaba suspendido queda como esta:
       SUSPENDE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "El cliente ya no esta en el archivo; se registra "
                   "solo la decision."
           ELSE
           IF CLIENTE-INACTIVO OR CLIENTE-CASTIGADO OR
              CLIENTE-SUSPENDIDO
           DISPLAY "El cliente esta en estado " CLIENTES-ESTADO
                   "; no se cambia."
           ELSE
           SET CLIENTE-SUSPENDIDO TO TRUE
           REWRITE CLIENTES-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el registro del cliente, no "
                   "quedo suspendido."
           NOT INVALID KEY
           PERFORM GRABA-LOG-MODIFICACION
           ADD 1 TO CONTADOR-SUSPENDIDOS
           DISPLAY "Cliente " CLIENTES-ID " suspendido."
           END-REWRITE
           END-IF
           END-IF.

      *Registra la suspension en el archivo de auditoria, con el
      *mismo codigo "M" que usa una modificacion del estado:
       GRABA-LOG-MODIFICACION.
           MOVE FECHA-HORA-DECISION TO LOG-FECHA-HORA.
           MOVE OPERADOR TO LOG-OPERADOR.
           MOVE CLIENTES-ID TO LOG-CLIENTES-ID.
           MOVE "M" TO LOG-ACCION.
           MOVE ZEROES TO LOG-SECUENCIA.
           PERFORM GRABA-LOG-CON-REINTENTO.

      *Dos asientos del mismo cliente en el mismo centesimo de
      *segundo chocan en la clave del log; el sufijo de secuencia
      *los separa reintentando:
       GRABA-LOG-CON-REINTENTO.
           MOVE "N" TO LOG-GRABADO.
           PERFORM INTENTA-GRABAR-LOG
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

       END PROGRAM Revisar-coincidencias-cumplimiento.
