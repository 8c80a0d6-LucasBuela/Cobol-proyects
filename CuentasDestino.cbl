      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Registro de las cuentas propias de cada cliente en
      *          otros bancos, a las que puede pedir transferencias:
      *          alta con el CBU o el alias y el titular, baja y
      *          listado por cliente. Cada cuenta guarda quien la
      *          cargo y quien la dio de baja, con la fecha; no se
      *          modifica, se da de baja y se carga otra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-cuentas-destino.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Cuentas de destino en otros bancos:
       COPY "DataBaseCuentasDestino.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCuentasDestino.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CUENTAS-DESTINO-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIN-DE-CUENTAS PIC X.
       77  DATOS-CUENTA-VALIDOS PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-NUMERO PIC 9(2).
       77  CAMPO-CBU PIC X(22).
       77  CAMPO-ALIAS PIC X(20).
       77  CAMPO-TITULAR PIC X(40).
       77  ULTIMO-NUMERO PIC 9(2).
       77  CONTADOR-LISTADAS PIC 9(3).
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       77  SESION-STATUS PIC XX.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CUENTAS DE DESTINO EN OTROS BANCOS =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-CUENTAS-DESTINO.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-CUENTAS-DESTINO.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM VALIDA-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi y no se vuelve a pedir ni a validar; sin
      *sesion (programa corrido por afuera del menu) se pide y
      *valida como siempre:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT ARCHIVO-SESION-OPERADOR.
           IF SESION-STATUS = "00"
           READ ARCHIVO-SESION-OPERADOR
           AT END
           CONTINUE
           NOT AT END
           MOVE SESION-OPERADOR-ID TO OPERADOR
           END-READ
           END-IF.
           CLOSE ARCHIVO-SESION-OPERADOR.

      *Comprueba el operador contra la lista de operadores
      *autorizados, la misma tecnica que Eliminar-registro:
       VALIDA-OPERADOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO OPERADOR-AUTORIZADO.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OPERADOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.
           IF OPERADOR-AUTORIZADO = "N"
           DISPLAY "Operador no autorizado para mantener cuentas."
           PERFORM PIDE-OPERADOR
           END-IF.

       BUSCA-OPERADOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = OPERADOR
           MOVE "S" TO OPERADOR-AUTORIZADO
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(A) Alta de cuenta, (B) Baja, (L) Listar cuentas "
                   "de un cliente, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "A"
                   PERFORM ALTA-DE-CUENTA
               WHEN "B"
                   PERFORM BAJA-DE-CUENTA
               WHEN "L"
                   PERFORM LISTA-CUENTAS
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       ALTA-DE-CUENTA.
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           PERFORM BUSCA-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           IF CLIENTE-FUERA-DE-OPERATORIA
           DISPLAY "El cliente esta fuera de operatoria, no se "
                   "le registran cuentas."
           ELSE
           PERFORM PIDE-DATOS-CUENTA
           IF DATOS-CUENTA-VALIDOS = "S"
           PERFORM GRABA-CUENTA
           END-IF
           END-IF
           END-IF.

       BUSCA-CLIENTE.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.
           CLOSE ARCHIVO-CLIENTES.

      *Alcanza con el CBU o con el alias (el banco resuelve el
      *alias); el CBU, si se da, son 22 digitos y sus tres primeros
      *son el banco. El titular se pide siempre: el banco rechaza la
      *transferencia si no coincide con el de la cuenta.
       PIDE-DATOS-CUENTA.
           MOVE "S" TO DATOS-CUENTA-VALIDOS.
           MOVE SPACES TO CAMPO-CBU.
           DISPLAY "CBU de la cuenta (22 digitos, blanco si se usa "
                   "alias): ".
           ACCEPT CAMPO-CBU.
           MOVE SPACES TO CAMPO-ALIAS.
           DISPLAY "Alias de la cuenta (blanco si no tiene): ".
           ACCEPT CAMPO-ALIAS.
           MOVE FUNCTION UPPER-CASE(CAMPO-ALIAS) TO CAMPO-ALIAS.
           MOVE SPACES TO CAMPO-TITULAR.
           DISPLAY "Titular de la cuenta: ".
           ACCEPT CAMPO-TITULAR.
           IF CAMPO-CBU = SPACES AND CAMPO-ALIAS = SPACES
           MOVE "N" TO DATOS-CUENTA-VALIDOS
           DISPLAY "Hace falta el CBU o el alias, no se grabo."
           ELSE
           IF CAMPO-CBU NOT = SPACES AND CAMPO-CBU NOT NUMERIC
           MOVE "N" TO DATOS-CUENTA-VALIDOS
           DISPLAY "El CBU debe tener 22 digitos, no se grabo."
           ELSE
           IF CAMPO-TITULAR = SPACES
           MOVE "N" TO DATOS-CUENTA-VALIDOS
           DISPLAY "Falta el titular de la cuenta, no se grabo."
           END-IF
           END-IF
           END-IF.

      *La cuenta nueva lleva el numero siguiente al mayor que tenga
      *el cliente, contando tambien las dadas de baja:
       GRABA-CUENTA.
           PERFORM BUSCA-ULTIMO-NUMERO.
           IF ULTIMO-NUMERO = 99
           DISPLAY "El cliente ya uso los 99 numeros de cuenta, no "
                   "se grabo."
           ELSE
           MOVE CLIENTES-ID TO CUENTA-CLIENTES-ID
           COMPUTE CUENTA-NUMERO = ULTIMO-NUMERO + 1
           MOVE CAMPO-CBU (1:3) TO CUENTA-BANCO
           MOVE CAMPO-CBU TO CUENTA-CBU
           MOVE CAMPO-ALIAS TO CUENTA-ALIAS
           MOVE CAMPO-TITULAR TO CUENTA-TITULAR
           MOVE "A" TO CUENTA-ESTADO
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUENTA-FECHA-ALTA
           MOVE OPERADOR TO CUENTA-OPERADOR-ALTA
           MOVE SPACES TO CUENTA-FECHA-BAJA
           MOVE SPACES TO CUENTA-OPERADOR-BAJA
           WRITE CUENTA-DESTINO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la cuenta de " CLIENTES-ID "."
           NOT INVALID KEY
           DISPLAY "Cuenta " CUENTA-NUMERO " registrada para el "
                   "cliente " CLIENTES-ID "."
           END-WRITE
           END-IF.

       BUSCA-ULTIMO-NUMERO.
           MOVE ZEROES TO ULTIMO-NUMERO.
           MOVE CLIENTES-ID TO CUENTA-CLIENTES-ID.
           MOVE ZEROES TO CUENTA-NUMERO.
           START ARCHIVO-CUENTAS-DESTINO
               KEY IS NOT LESS CUENTA-DESTINO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-CUENTAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CUENTAS
           END-START.
           PERFORM LEE-NUMERO-DE-CUENTA
           UNTIL FIN-DE-CUENTAS = "0".

       LEE-NUMERO-DE-CUENTA.
           READ ARCHIVO-CUENTAS-DESTINO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUENTAS
           NOT AT END
           IF CUENTA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-CUENTAS
           ELSE
           MOVE CUENTA-NUMERO TO ULTIMO-NUMERO
           END-IF
           END-READ.

      *La baja es logica: la cuenta queda con la fecha y quien la
      *dio, y la pantalla de transferencias ya no la ofrece:
       BAJA-DE-CUENTA.
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           DISPLAY "Numero de cuenta a dar de baja: ".
           ACCEPT CAMPO-NUMERO.
           MOVE CAMPO-CLIENTES-ID TO CUENTA-CLIENTES-ID.
           MOVE CAMPO-NUMERO TO CUENTA-NUMERO.
           READ ARCHIVO-CUENTAS-DESTINO RECORD
           INVALID KEY
           DISPLAY "El cliente " CAMPO-CLIENTES-ID " no tiene la "
                   "cuenta " CAMPO-NUMERO "."
           NOT INVALID KEY
           IF CUENTA-DADA-DE-BAJA
           DISPLAY "La cuenta ya estaba dada de baja."
           ELSE
           MOVE "B" TO CUENTA-ESTADO
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUENTA-FECHA-BAJA
           MOVE OPERADOR TO CUENTA-OPERADOR-BAJA
           REWRITE CUENTA-DESTINO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la cuenta."
           NOT INVALID KEY
           DISPLAY "Cuenta " CUENTA-NUMERO " de " CUENTA-CLIENTES-ID
                   " dada de baja."
           END-REWRITE
           END-IF
           END-READ.

       LISTA-CUENTAS.
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           MOVE ZEROES TO CONTADOR-LISTADAS.
           MOVE CLIENTES-ID TO CUENTA-CLIENTES-ID.
           MOVE ZEROES TO CUENTA-NUMERO.
           START ARCHIVO-CUENTAS-DESTINO
               KEY IS NOT LESS CUENTA-DESTINO-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-CUENTAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CUENTAS
           END-START.
           PERFORM LISTA-SIGUIENTE-CUENTA
           UNTIL FIN-DE-CUENTAS = "0".
           DISPLAY "Cuentas listadas: " CONTADOR-LISTADAS.

       LISTA-SIGUIENTE-CUENTA.
           READ ARCHIVO-CUENTAS-DESTINO NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CUENTAS
           NOT AT END
           IF CUENTA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-CUENTAS
           ELSE
           ADD 1 TO CONTADOR-LISTADAS
           PERFORM MUESTRA-CUENTA
           END-IF
           END-READ.

       MUESTRA-CUENTA.
           DISPLAY "Cuenta " CUENTA-NUMERO
                   "  CBU: " CUENTA-CBU
                   "  Alias: " FUNCTION TRIM(CUENTA-ALIAS)
                   "  Titular: " FUNCTION TRIM(CUENTA-TITULAR).
           DISPLAY "    Estado: " CUENTA-ESTADO
                   "  Alta: " CUENTA-FECHA-ALTA " por "
                   FUNCTION TRIM(CUENTA-OPERADOR-ALTA)
                   "  Baja: " CUENTA-FECHA-BAJA " "
                   FUNCTION TRIM(CUENTA-OPERADOR-BAJA).

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-cuentas-destino.
