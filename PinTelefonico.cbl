      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: PIN de la consulta de saldo por la central telefonica
      *          automatica. Se asigna o se cambia en el mostrador,
      *          con el cliente presente y su documento a la vista
      *          (tiene que coincidir con el DNI registrado); un PIN
      *          bloqueado por intentos fallidos solo se rehabilita
      *          asignando uno nuevo. El PIN se guarda como hash con
      *          una sal propia, nunca tal cual. Cada alta, cambio y
      *          baja queda en pin_telefonico_historia.log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-pin-telefonico.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *PIN telefonico por cliente y su auditoria:
       COPY "DataBasePinTelefonico.cbl".
       COPY "DataBasePinHistoria.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataPinTelefonico.cbl".
       COPY "DataPinHistoria.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PIN-TELEFONICO-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  PIN-EXISTE PIC X.
       77  DOCUMENTO-VERIFICADO PIC X.
       77  PIN-VALIDO PIC X.
       77  ACCION-PIN PIC X.
       77  FIN-OPERADORES PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  DNI-PRESENTADO PIC X(9).
       77  PIN-REPETIDO PIC X(6).
       77  LARGO-PIN PIC 9(2).
       77  CONTADOR-IGUALES PIC 9(2).
       77  CONTADOR-ESCALERA PIC 9(2).
       77  FECHA-HOY PIC X(8).
       77  SEMILLA-DEL-AZAR PIC 9(9).
       77  AZAR-DE-LA-SAL PIC V9(9).
       77  NUMERO-SAL PIC 9(8).
       77  SAL-INICIADA PIC X VALUE "N".
       01  DIGITOS-EN-ESCALERA PIC X(10) VALUE "0123456789".
      *Hash del PIN con Encadenar-registro:
       COPY "DataCadena.cbl".
       COPY "DataPinCalculo.cbl".
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== PIN DE CONSULTA TELEFONICA =====".
      *El archivo de PIN no tiene juego de practica: una practica
      *no puede tocar el PIN de un cliente real:
           IF MODO-ENTRENAMIENTO = "S"
           DISPLAY "En modo entrenamiento no se asignan PIN."
           GOBACK
           END-IF.
           PERFORM PIDE-OPERADOR.
           IF OPERADOR-NIVEL-ACTUAL = SPACE
           DISPLAY "Operador no registrado, no se puede continuar."
           GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN I-O ARCHIVO-PIN-TELEFONICO.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-PIN-TELEFONICO.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

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

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(C) Consultar el PIN de un cliente, (A) Asignar o "
                   "cambiar el PIN, (B) Baja del PIN, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "C"
                   PERFORM CONSULTA-PIN
               WHEN "A"
                   PERFORM ASIGNA-PIN
               WHEN "B"
                   PERFORM BAJA-PIN
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       PIDE-CLIENTE.
           DISPLAY "ID del cliente: ".
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
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
           PERFORM LEE-PIN
           END-IF.

       LEE-PIN.
           MOVE CLIENTES-ID TO PIN-CLIENTES-ID.
           MOVE "S" TO PIN-EXISTE.
           READ ARCHIVO-PIN-TELEFONICO RECORD
           INVALID KEY
           MOVE "N" TO PIN-EXISTE
           END-READ.

       CONSULTA-PIN.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           IF PIN-EXISTE = "N"
           DISPLAY "El cliente no tiene PIN telefonico."
           ELSE
           PERFORM MUESTRA-PIN
           END-IF
           END-IF.

       MUESTRA-PIN.
           IF PIN-BLOQUEADO
           DISPLAY "PIN BLOQUEADO desde " PIN-FECHA-BLOQUEO (7:2) "/"
                   PIN-FECHA-BLOQUEO (5:2) "/"
                   PIN-FECHA-BLOQUEO (1:4) " "
                   PIN-FECHA-BLOQUEO (9:2) ":"
                   PIN-FECHA-BLOQUEO (11:2)
                   ": hay que asignarle uno nuevo."
           ELSE
           DISPLAY "PIN habilitado, intentos fallidos seguidos: "
                   PIN-INTENTOS
           END-IF.
           DISPLAY "Asignado el " PIN-FECHA-ALTA " por "
                   PIN-OPERADOR.
           IF PIN-ULTIMO-USO NOT = SPACES
           DISPLAY "Ultima consulta telefonica: "
                   PIN-ULTIMO-USO (7:2) "/" PIN-ULTIMO-USO (5:2) "/"
                   PIN-ULTIMO-USO (1:4) " " PIN-ULTIMO-USO (9:2) ":"
                   PIN-ULTIMO-USO (11:2)
           END-IF.

      *Con el cliente presente: el documento que muestra tiene que
      *coincidir con el DNI registrado, igual que la reactivacion de
      *una cuenta inmovilizada:
       VERIFICA-DOCUMENTO.
           MOVE "N" TO DOCUMENTO-VERIFICADO.
           IF CLIENTES-DNI = SPACES
           DISPLAY "El cliente no tiene DNI registrado: cargarlo en "
                   "Modificar-registro antes de darle un PIN."
           ELSE
           DISPLAY "Numero de documento que presenta el cliente "
                   "(sin puntos): "
           MOVE SPACES TO DNI-PRESENTADO
           ACCEPT DNI-PRESENTADO
           IF DNI-PRESENTADO NOT = CLIENTES-DNI
           DISPLAY "El documento no coincide con el DNI "
                   "registrado, no se toca el PIN."
           ELSE
           MOVE "S" TO DOCUMENTO-VERIFICADO
           END-IF
           END-IF.

      *Un PIN nuevo reemplaza al anterior y levanta el bloqueo:
       ASIGNA-PIN.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           IF CLIENTE-INACTIVO
           DISPLAY "El cliente esta dado de baja."
           ELSE
           IF PIN-EXISTE = "S"
           PERFORM MUESTRA-PIN
           END-IF
           PERFORM VERIFICA-DOCUMENTO
           IF DOCUMENTO-VERIFICADO = "S"
           PERFORM PIDE-PIN-NUEVO
           IF PIN-VALIDO = "S"
           PERFORM GRABA-PIN
           END-IF
           END-IF
           END-IF
           END-IF.

      *El cliente lo tipea dos veces; de 4 a 6 digitos, y ni todos
      *iguales ni en escalera (1234, 3456...), que son los primeros
      *que prueba cualquiera:
       PIDE-PIN-NUEVO.
           MOVE "S" TO PIN-VALIDO.
           DISPLAY "PIN nuevo (4 a 6 digitos, lo tipea el cliente): ".
           MOVE SPACES TO PIN-TIPEADO.
           ACCEPT PIN-TIPEADO.
           MOVE ZEROES TO LARGO-PIN.
           INSPECT PIN-TIPEADO TALLYING LARGO-PIN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LARGO-PIN < 4
           MOVE "N" TO PIN-VALIDO
           ELSE
           IF PIN-TIPEADO (1:LARGO-PIN) NOT NUMERIC
           MOVE "N" TO PIN-VALIDO
           END-IF
           END-IF.
           IF PIN-VALIDO = "N"
           DISPLAY "El PIN tiene que ser de 4 a 6 digitos."
           ELSE
           PERFORM CONTROLA-PIN-OBVIO
           END-IF.
           IF PIN-VALIDO = "S"
           DISPLAY "Repita el PIN: "
           MOVE SPACES TO PIN-REPETIDO
           ACCEPT PIN-REPETIDO
           IF PIN-REPETIDO NOT = PIN-TIPEADO
           MOVE "N" TO PIN-VALIDO
           DISPLAY "Los dos PIN no coinciden, no se grabo nada."
           END-IF
           END-IF.

       CONTROLA-PIN-OBVIO.
           MOVE ZEROES TO CONTADOR-IGUALES.
           INSPECT PIN-TIPEADO (1:LARGO-PIN) TALLYING CONTADOR-IGUALES
               FOR ALL PIN-TIPEADO (1:1).
           MOVE ZEROES TO CONTADOR-ESCALERA.
           INSPECT DIGITOS-EN-ESCALERA TALLYING CONTADOR-ESCALERA
               FOR ALL PIN-TIPEADO (1:LARGO-PIN).
           IF CONTADOR-IGUALES = LARGO-PIN OR CONTADOR-ESCALERA > 0
           MOVE "N" TO PIN-VALIDO
           DISPLAY "Ese PIN es demasiado facil de adivinar, elija "
                   "otro."
           END-IF.

      *Cada PIN lleva su propia sal al azar; la primera sal de la
      *corrida siembra la serie con la hora:
       GRABA-PIN.
           IF SAL-INICIADA = "N"
           MOVE FUNCTION CURRENT-DATE (8:9) TO SEMILLA-DEL-AZAR
           COMPUTE AZAR-DE-LA-SAL = FUNCTION RANDOM(SEMILLA-DEL-AZAR)
           MOVE "S" TO SAL-INICIADA
           ELSE
           COMPUTE AZAR-DE-LA-SAL = FUNCTION RANDOM
           END-IF.
           COMPUTE NUMERO-SAL = AZAR-DE-LA-SAL * 100000000.
           MOVE CLIENTES-ID TO PIN-CLIENTES-ID.
           MOVE NUMERO-SAL TO PIN-SAL.
           PERFORM CALCULA-HASH-PIN.
           MOVE HASH-PIN-CALCULADO TO PIN-HASH.
           MOVE SPACES TO PIN-TIPEADO.
           MOVE SPACES TO PIN-REPETIDO.
           MOVE ZERO TO PIN-INTENTOS.
           SET PIN-HABILITADO TO TRUE.
           MOVE FECHA-HOY TO PIN-FECHA-ALTA.
           MOVE OPERADOR TO PIN-OPERADOR.
           MOVE SPACES TO PIN-ULTIMO-USO.
           MOVE SPACES TO PIN-FECHA-BLOQUEO.
           IF PIN-EXISTE = "S"
           REWRITE PIN-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el PIN, status: "
                   PIN-TELEFONICO-STATUS
           NOT INVALID KEY
           MOVE "M" TO ACCION-PIN
           PERFORM GRABA-HISTORIA-PIN
           DISPLAY "PIN del cliente " PIN-CLIENTES-ID
                   " cambiado y habilitado."
           END-REWRITE
           ELSE
           WRITE PIN-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el PIN, status: "
                   PIN-TELEFONICO-STATUS
           NOT INVALID KEY
           MOVE "A" TO ACCION-PIN
           PERFORM GRABA-HISTORIA-PIN
           DISPLAY "PIN del cliente " PIN-CLIENTES-ID
                   " asignado: ya puede consultar por telefono."
           END-WRITE
           END-IF.

      *La baja deja al cliente sin consulta telefonica; tambien pide
      *el documento, para que nadie le corte el servicio a otro:
       BAJA-PIN.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           IF PIN-EXISTE = "N"
           DISPLAY "El cliente no tiene PIN telefonico."
           ELSE
           PERFORM MUESTRA-PIN
           PERFORM VERIFICA-DOCUMENTO
           IF DOCUMENTO-VERIFICADO = "S"
           MOVE "¿Confirma la baja del PIN telefonico (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM BORRA-PIN
           END-IF
           END-IF
           END-IF
           END-IF.

       BORRA-PIN.
           DELETE ARCHIVO-PIN-TELEFONICO RECORD
           INVALID KEY
           DISPLAY "Error borrando el PIN, status: "
                   PIN-TELEFONICO-STATUS
           NOT INVALID KEY
           MOVE "B" TO ACCION-PIN
           PERFORM GRABA-HISTORIA-PIN
           DISPLAY "PIN dado de baja."
           END-DELETE.

       GRABA-HISTORIA-PIN.
           OPEN EXTEND ARCHIVO-PIN-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO PINHIST-FECHA-HORA.
           MOVE OPERADOR TO PINHIST-OPERADOR.
           MOVE CLIENTES-ID TO PINHIST-CLIENTES-ID.
           MOVE ACCION-PIN TO PINHIST-ACCION.
           MOVE DNI-PRESENTADO TO PINHIST-DNI-PRESENTADO.
           WRITE PINHIST-REGISTRO.
           CLOSE ARCHIVO-PIN-HISTORIA.

       COPY "ProcEntrenamiento.cbl".

       COPY "ProcPinTelefonico.cbl".

       END PROGRAM Mantener-pin-telefonico.
