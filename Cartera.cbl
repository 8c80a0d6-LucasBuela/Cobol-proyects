      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cartera de los oficiales de cuenta: cada cliente
      *          tiene un oficial (un operador de operadores.dat) que
      *          lo atiende y al que la cola de contactos y la agenda
      *          le derivan sus llamadas. Cualquier operador consulta
      *          el oficial de un cliente o la cartera de un oficial;
      *          reasignar un cliente, o pasar en bloque la cartera de
      *          un oficial a otro (porque se va, o porque se parte
      *          una sucursal), necesita la aprobacion de un
      *          supervisor. Cada asignacion queda en
      *          cartera_historia.log con el oficial anterior y el
      *          nuevo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-cartera-oficiales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Oficial de cada cliente y la historia de las asignaciones:
       COPY "DataBaseCartera.cbl".
       COPY "DataBaseCarteraHistoria.cbl".
      *Lista de operadores, para comprobar el nivel y los oficiales:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCartera.cbl".
       COPY "DataCarteraHistoria.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CARTERA-STATUS PIC XX.
       77  CARTERA-HISTORIA-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  ASIGNACION-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-CARTERA PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-CLIENTE-ID PIC X(6).
       77  CAMPO-OFICIAL PIC X(10).
       77  OFICIAL-ORIGEN PIC X(10).
       77  OFICIAL-DESTINO PIC X(10).
       77  OFICIAL-ANTERIOR PIC X(10).
       77  SUCURSAL-FILTRO PIC X(3).
       77  OFICIAL-BUSCADO-EXISTE PIC X.
       77  MOTIVO-ASIGNACION PIC X(40).
       77  TIPO-ASIGNACION PIC X(1).
       77  APLICA-BLOQUE PIC X.
       77  CONTADOR-LISTADOS PIC 9(5).
       77  CONTADOR-REASIGNADOS PIC 9(5).
       77  NOMBRE-CLIENTE PIC X(61).
       77  FECHA-HOY PIC 9(8).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
      *Supervisor que aprueba una reasignacion; si el operador
      *logueado ya es supervisor, la aprueba el mismo:
       77  SUPERVISOR-QUE-APRUEBA PIC X(10).
       77  SUPERVISOR-BUSCADO-NIVEL PIC X(1).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CARTERA DE OFICIALES DE CUENTA =====".
           PERFORM PIDE-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN I-O ARCHIVO-CARTERA.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-CARTERA.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Mantener-tutores:
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
           DISPLAY "(C) Consultar un cliente, (L) Cartera de un "
                   "oficial, (A) Reasignar un cliente, (B) Reasignar "
                   "en bloque, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "C"
                   PERFORM CONSULTA-CLIENTE
               WHEN "L"
                   PERFORM CONSULTA-OFICIAL
               WHEN "A"
                   PERFORM REASIGNA-CLIENTE
               WHEN "B"
                   PERFORM REASIGNA-EN-BLOQUE
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       LEE-CLIENTE.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.
           CLOSE ARCHIVO-CLIENTES.

      *Pide el cliente y lee su asignacion, si la tiene:
       PIDE-CLIENTE.
           DISPLAY "ID del cliente: ".
           MOVE SPACES TO CAMPO-CLIENTE-ID.
           ACCEPT CAMPO-CLIENTE-ID.
           MOVE CAMPO-CLIENTE-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           MOVE SPACES TO NOMBRE-CLIENTE
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO NOMBRE-CLIENTE
           DISPLAY "Cliente: " FUNCTION TRIM(NOMBRE-CLIENTE)
                   "  Sucursal: " CLIENTES-SUCURSAL
           PERFORM LEE-ASIGNACION
           END-IF.

       LEE-ASIGNACION.
           MOVE CAMPO-CLIENTE-ID TO CARTERA-CLIENTES-ID.
           MOVE "S" TO ASIGNACION-EXISTE.
           READ ARCHIVO-CARTERA RECORD
           INVALID KEY
           MOVE "N" TO ASIGNACION-EXISTE
           END-READ.
           IF ASIGNACION-EXISTE = "S"
           MOVE CARTERA-OFICIAL TO OFICIAL-ANTERIOR
           ELSE
           MOVE SPACES TO OFICIAL-ANTERIOR
           END-IF.

       CONSULTA-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           IF OFICIAL-ANTERIOR = SPACES
           DISPLAY "El cliente no tiene oficial de cuenta asignado."
           ELSE
           DISPLAY "Oficial: " FUNCTION TRIM(CARTERA-OFICIAL)
                   "  desde " CARTERA-FECHA-DESDE
                   " por " FUNCTION TRIM(CARTERA-OPERADOR)
           END-IF
           END-IF.

      *Por la clave alternativa se recorren todos los clientes de un
      *mismo oficial:
       CONSULTA-OFICIAL.
           DISPLAY "Oficial de cuenta: ".
           MOVE SPACES TO CAMPO-OFICIAL.
           ACCEPT CAMPO-OFICIAL.
           MOVE ZEROES TO CONTADOR-LISTADOS.
           MOVE CAMPO-OFICIAL TO CARTERA-OFICIAL.
           START ARCHIVO-CARTERA KEY IS EQUAL TO CARTERA-OFICIAL
           INVALID KEY
           MOVE "0" TO FIN-DE-CARTERA
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CARTERA
           END-START.
           PERFORM LISTA-SIGUIENTE-CLIENTE
           UNTIL FIN-DE-CARTERA = "0".
           IF CONTADOR-LISTADOS = ZEROES
           DISPLAY "Ese oficial no tiene clientes asignados."
           ELSE
           DISPLAY "Clientes en la cartera: " CONTADOR-LISTADOS
           END-IF.

       LISTA-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CARTERA NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CARTERA
           NOT AT END
           IF CARTERA-OFICIAL NOT = CAMPO-OFICIAL
           MOVE "0" TO FIN-DE-CARTERA
           ELSE
           ADD 1 TO CONTADOR-LISTADOS
           PERFORM MUESTRA-CLIENTE-CARTERA
           END-IF
           END-READ.

       MUESTRA-CLIENTE-CARTERA.
           MOVE CARTERA-CLIENTES-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE SPACES TO NOMBRE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N"
           MOVE "(cliente no encontrado)" TO NOMBRE-CLIENTE
           ELSE
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO NOMBRE-CLIENTE
           END-IF.
           DISPLAY "  " CARTERA-CLIENTES-ID " "
                   NOMBRE-CLIENTE (1:40)
                   " suc " CLIENTES-SUCURSAL
                   " desde " CARTERA-FECHA-DESDE.

      *El oficial tiene que ser un operador que figure en la lista:
       VALIDA-OFICIAL.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE "N" TO OFICIAL-BUSCADO-EXISTE.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-OFICIAL UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-OFICIAL.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = CAMPO-OFICIAL
           MOVE "S" TO OFICIAL-BUSCADO-EXISTE
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       PIDE-MOTIVO.
           DISPLAY "Motivo de la reasignacion: ".
           MOVE SPACES TO MOTIVO-ASIGNACION.
           ACCEPT MOTIVO-ASIGNACION.
           IF MOTIVO-ASIGNACION = SPACES
           DISPLAY "Debe indicar un motivo."
           MOVE "N" TO DATOS-VALIDOS
           END-IF.

      *Reasignar de a un cliente; si todavia no tenia oficial queda
      *asignado por primera vez:
       REASIGNA-CLIENTE.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           MOVE "S" TO DATOS-VALIDOS
           IF OFICIAL-ANTERIOR = SPACES
           DISPLAY "Oficial actual: (sin asignar)"
           ELSE
           DISPLAY "Oficial actual: " FUNCTION TRIM(OFICIAL-ANTERIOR)
           END-IF
           DISPLAY "Nuevo oficial de cuenta: "
           MOVE SPACES TO CAMPO-OFICIAL
           ACCEPT CAMPO-OFICIAL
           PERFORM VALIDA-OFICIAL
           IF OFICIAL-BUSCADO-EXISTE = "N"
           DISPLAY "Ese oficial no figura en la lista de operadores."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF CAMPO-OFICIAL = OFICIAL-ANTERIOR
           DISPLAY "El cliente ya esta asignado a ese oficial."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-MOTIVO
           END-IF
           IF DATOS-VALIDOS = "S"
           PERFORM OBTIENE-APROBACION-SUPERVISOR
           IF SUPERVISOR-QUE-APRUEBA NOT = SPACES
           MOVE "¿Confirma reasignar el cliente (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           MOVE "I" TO TIPO-ASIGNACION
           PERFORM GRABA-ASIGNACION
           DISPLAY "Cliente reasignado."
           END-IF
           END-IF
           END-IF
           END-IF.

      *Pasa la cartera de un oficial a otro: todos sus clientes, o
      *solo los de una sucursal cuando se parte una oficina. Con el
      *oficial de origen en blanco se asignan los clientes que
      *todavia no tienen oficial. Primero se cuentan los clientes
      *alcanzados y despues, confirmado, se reasignan:
       REASIGNA-EN-BLOQUE.
           MOVE "S" TO DATOS-VALIDOS.
           DISPLAY "Oficial de origen (blanco = clientes sin "
                   "oficial): ".
           MOVE SPACES TO OFICIAL-ORIGEN.
           ACCEPT OFICIAL-ORIGEN.
           DISPLAY "Oficial de destino: ".
           MOVE SPACES TO CAMPO-OFICIAL.
           ACCEPT CAMPO-OFICIAL.
           MOVE CAMPO-OFICIAL TO OFICIAL-DESTINO.
           PERFORM VALIDA-OFICIAL.
           IF OFICIAL-BUSCADO-EXISTE = "N"
           DISPLAY "Ese oficial no figura en la lista de operadores."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF OFICIAL-DESTINO = OFICIAL-ORIGEN
           DISPLAY "El origen y el destino son el mismo oficial."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.
           IF DATOS-VALIDOS = "S"
           DISPLAY "Solo los clientes de la sucursal (blanco = "
                   "todas): "
           MOVE SPACES TO SUCURSAL-FILTRO
           ACCEPT SUCURSAL-FILTRO
           MOVE FUNCTION UPPER-CASE(SUCURSAL-FILTRO) TO
               SUCURSAL-FILTRO
           MOVE "N" TO APLICA-BLOQUE
           PERFORM RECORRE-CLIENTES-BLOQUE
           IF CONTADOR-REASIGNADOS = ZEROES
           DISPLAY "No hay clientes que reasignar."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           DISPLAY "Clientes a reasignar: " CONTADOR-REASIGNADOS
           END-IF
           END-IF.
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-MOTIVO
           END-IF.
           IF DATOS-VALIDOS = "S"
           PERFORM OBTIENE-APROBACION-SUPERVISOR
           IF SUPERVISOR-QUE-APRUEBA NOT = SPACES
           MOVE "¿Confirma la reasignacion en bloque (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           MOVE "S" TO APLICA-BLOQUE
           PERFORM RECORRE-CLIENTES-BLOQUE
           DISPLAY "Clientes reasignados: " CONTADOR-REASIGNADOS
           END-IF
           END-IF
           END-IF.

      *Se recorre el archivo de clientes (y no la clave alternativa
      *de la cartera) porque reasignar cambia justamente esa clave
      *y porque los clientes sin oficial no tienen registro:
       RECORRE-CLIENTES-BLOQUE.
           MOVE ZEROES TO CONTADOR-REASIGNADOS.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE LOW-VALUES TO CLIENTES-ID.
           START ARCHIVO-CLIENTES KEY IS NOT LESS CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-CLIENTES
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CLIENTES
           END-START.
           PERFORM REVISA-CLIENTE-BLOQUE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-CLIENTES.

       REVISA-CLIENTE-BLOQUE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES
           NOT AT END
           IF SUCURSAL-FILTRO = SPACES OR
              CLIENTES-SUCURSAL = SUCURSAL-FILTRO
           MOVE CLIENTES-ID TO CAMPO-CLIENTE-ID
           PERFORM LEE-ASIGNACION
           IF OFICIAL-ANTERIOR = OFICIAL-ORIGEN
           IF OFICIAL-ORIGEN NOT = SPACES OR NOT CLIENTE-INACTIVO
           ADD 1 TO CONTADOR-REASIGNADOS
           IF APLICA-BLOQUE = "S"
           MOVE "B" TO TIPO-ASIGNACION
           PERFORM GRABA-ASIGNACION
           END-IF
           END-IF
           END-IF
           END-IF
           END-READ.

       OBTIENE-APROBACION-SUPERVISOR.
           MOVE SPACES TO SUPERVISOR-QUE-APRUEBA.
           IF OPERADOR-ES-SUPERVISOR
           MOVE OPERADOR TO SUPERVISOR-QUE-APRUEBA
           ELSE
           DISPLAY "La reasignacion necesita aprobacion: ingrese el "
                   "ID de un supervisor: "
           ACCEPT SUPERVISOR-QUE-APRUEBA
           PERFORM BUSCA-NIVEL-SUPERVISOR
           IF SUPERVISOR-BUSCADO-NIVEL NOT = "2"
           DISPLAY "Ese operador no es supervisor; no se reasigno "
                   "nada."
           MOVE SPACES TO SUPERVISOR-QUE-APRUEBA
           END-IF
           END-IF.

       BUSCA-NIVEL-SUPERVISOR.
           OPEN INPUT ARCHIVO-OPERADORES.
           MOVE SPACE TO SUPERVISOR-BUSCADO-NIVEL.
           MOVE "1" TO FIN-OPERADORES.
           PERFORM BUSCA-SUPERVISOR UNTIL FIN-OPERADORES = "0".
           CLOSE ARCHIVO-OPERADORES.

       BUSCA-SUPERVISOR.
           READ ARCHIVO-OPERADORES
           AT END
           MOVE "0" TO FIN-OPERADORES
           NOT AT END
           IF OP-ID = SUPERVISOR-QUE-APRUEBA
           MOVE OP-NIVEL TO SUPERVISOR-BUSCADO-NIVEL
           MOVE "0" TO FIN-OPERADORES
           END-IF.

      *Deja al cliente CAMPO-CLIENTE-ID con el oficial CAMPO-OFICIAL
      *(el registro ya fue leido por LEE-ASIGNACION):
       GRABA-ASIGNACION.
           MOVE CAMPO-CLIENTE-ID TO CARTERA-CLIENTES-ID.
           MOVE CAMPO-OFICIAL TO CARTERA-OFICIAL.
           MOVE FECHA-HOY TO CARTERA-FECHA-DESDE.
           MOVE OPERADOR TO CARTERA-OPERADOR.
           IF ASIGNACION-EXISTE = "S"
           REWRITE CARTERA-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la cartera, status: "
                   CARTERA-STATUS
           NOT INVALID KEY
           PERFORM GRABA-HISTORIA-CARTERA
           END-REWRITE
           ELSE
           WRITE CARTERA-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la cartera, status: "
                   CARTERA-STATUS
           NOT INVALID KEY
           PERFORM GRABA-HISTORIA-CARTERA
           END-WRITE
           END-IF.

       GRABA-HISTORIA-CARTERA.
           OPEN EXTEND ARCHIVO-CARTERA-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO CARHIST-FECHA-HORA.
           MOVE OPERADOR TO CARHIST-OPERADOR.
           MOVE CAMPO-CLIENTE-ID TO CARHIST-CLIENTES-ID.
           MOVE OFICIAL-ANTERIOR TO CARHIST-OFICIAL-ANTERIOR.
           MOVE CAMPO-OFICIAL TO CARHIST-OFICIAL-NUEVO.
           MOVE TIPO-ASIGNACION TO CARHIST-TIPO.
           MOVE MOTIVO-ASIGNACION TO CARHIST-MOTIVO.
           WRITE CARHIST-REGISTRO.
           CLOSE ARCHIVO-CARTERA-HISTORIA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-cartera-oficiales.
