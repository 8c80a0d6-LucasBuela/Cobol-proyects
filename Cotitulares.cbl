      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Cotitulares y apoderados de una cuenta: liga a la
      *          cuenta de un titular otros clientes (titular,
      *          cotitular o apoderado) con su regla de firma
      *          (indistinta o conjunta), en lugar de cargar los dos
      *          nombres en CLIENTES-NOMBRE. Cualquier operador
      *          consulta, vincula o cambia rol y firma; la baja de
      *          un vinculo necesita la aprobacion de un supervisor.
      *          Cada cambio queda en cotitulares_historia.log con la
      *          imagen antes y despues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-cotitulares.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Vinculos de clientes con una cuenta y su auditoria:
       COPY "DataBaseCotitulares.cbl".
       COPY "DataBaseCotitularesHistoria.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCotitulares.cbl".
       COPY "DataCotitularesHistoria.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  COTITULARES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  VINCULO-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-VINCULOS PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-VINCULADO-ID PIC X(6).
       77  CAMPO-ROL PIC X(1).
       77  CAMPO-FIRMA PIC X(1).
       77  CUENTA-ELEGIDA PIC X(6).
       77  CONTADOR-LISTADOS PIC 9(3).
       77  DESCRIPCION-ROL PIC X(10).
       77  DESCRIPCION-FIRMA PIC X(10).
       77  NOMBRE-VINCULADO PIC X(61).
       77  ACCION-VINCULO PIC X(1).
       77  IMAGEN-ANTES PIC X(32).
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
      *Supervisor que aprueba una baja; si el operador logueado ya
      *es supervisor, la aprueba el mismo:
       77  SUPERVISOR-QUE-APRUEBA PIC X(10).
       77  SUPERVISOR-BUSCADO-NIVEL PIC X(1).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== COTITULARES Y APODERADOS =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-COTITULARES.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-COTITULARES.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Mantener-documentos:
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
           DISPLAY "(C) Consultar una cuenta, (A) Vincular un cliente, "
                   "(M) Cambiar rol o firma, (B) Baja de un vinculo, "
                   "(X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "C"
                   PERFORM CONSULTA-CUENTA
               WHEN "A"
                   PERFORM ALTA-VINCULO
               WHEN "M"
                   PERFORM MODIFICA-VINCULO
               WHEN "B"
                   PERFORM BAJA-VINCULO
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       PIDE-CLIENTE.
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
           END-IF.

       PIDE-CUENTA.
           DISPLAY "ID del cliente titular de la cuenta: ".
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           MOVE CLIENTES-ID TO CUENTA-ELEGIDA
           DISPLAY "Cuenta de " FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE)
           END-IF.

      *Pide el cliente vinculado y lee su vinculo con la cuenta
      *elegida, si lo tiene:
       PIDE-VINCULADO.
           DISPLAY "ID del cliente vinculado: ".
           MOVE SPACES TO CAMPO-VINCULADO-ID.
           ACCEPT CAMPO-VINCULADO-ID.
           MOVE CUENTA-ELEGIDA TO COTIT-CUENTA-ID.
           MOVE CAMPO-VINCULADO-ID TO COTIT-CLIENTES-ID.
           MOVE "S" TO VINCULO-EXISTE.
           READ ARCHIVO-COTITULARES RECORD
           INVALID KEY
           MOVE "N" TO VINCULO-EXISTE
           END-READ.

       CONSULTA-CUENTA.
           PERFORM PIDE-CUENTA.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM LISTA-VINCULOS-CUENTA
           END-IF.

       LISTA-VINCULOS-CUENTA.
           MOVE ZEROES TO CONTADOR-LISTADOS.
           MOVE CUENTA-ELEGIDA TO COTIT-CUENTA-ID.
           MOVE LOW-VALUES TO COTIT-CLIENTES-ID.
           START ARCHIVO-COTITULARES KEY IS NOT LESS THAN COTIT-CLAVE
           INVALID KEY
           MOVE "0" TO FIN-DE-VINCULOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-VINCULOS
           END-START.
           OPEN INPUT ARCHIVO-CLIENTES.
           PERFORM LISTA-SIGUIENTE-VINCULO
           UNTIL FIN-DE-VINCULOS = "0".
           CLOSE ARCHIVO-CLIENTES.
           IF CONTADOR-LISTADOS = ZEROES
           DISPLAY "La cuenta no tiene cotitulares ni apoderados."
           END-IF.

       LISTA-SIGUIENTE-VINCULO.
           READ ARCHIVO-COTITULARES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-VINCULOS
           NOT AT END
           IF COTIT-CUENTA-ID NOT = CUENTA-ELEGIDA
           MOVE "0" TO FIN-DE-VINCULOS
           ELSE
           ADD 1 TO CONTADOR-LISTADOS
           MOVE COTIT-CLIENTES-ID TO CLIENTES-ID
           MOVE SPACES TO NOMBRE-VINCULADO
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "(cliente no encontrado)" TO NOMBRE-VINCULADO
           NOT INVALID KEY
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO NOMBRE-VINCULADO
           END-READ
           PERFORM MUESTRA-VINCULO
           END-IF
           END-READ.

       MUESTRA-VINCULO.
           EVALUATE TRUE
               WHEN COTIT-ES-TITULAR
                   MOVE "titular" TO DESCRIPCION-ROL
               WHEN COTIT-ES-COTITULAR
                   MOVE "cotitular" TO DESCRIPCION-ROL
               WHEN OTHER
                   MOVE "apoderado" TO DESCRIPCION-ROL
           END-EVALUATE.
           IF COTIT-FIRMA-CONJUNTA
           MOVE "conjunta" TO DESCRIPCION-FIRMA
           ELSE
           MOVE "indistinta" TO DESCRIPCION-FIRMA
           END-IF.
           DISPLAY COTIT-CLIENTES-ID "  " DESCRIPCION-ROL " firma "
                   DESCRIPCION-FIRMA " "
                   FUNCTION TRIM(NOMBRE-VINCULADO)
                   "  desde " COTIT-FECHA-ALTA
                   " por " FUNCTION TRIM(COTIT-OPERADOR-ALTA).

      *El vinculado tiene que ser otro cliente existente y en
      *operatoria, y no estar ya ligado a la cuenta:
       ALTA-VINCULO.
           PERFORM PIDE-CUENTA.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM PIDE-VINCULADO
           MOVE "S" TO DATOS-VALIDOS
           IF CAMPO-VINCULADO-ID = CUENTA-ELEGIDA
           DISPLAY "El titular de la cuenta no se vincula a si mismo."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           IF DATOS-VALIDOS = "S" AND VINCULO-EXISTE = "S"
           DISPLAY "Ese cliente ya esta vinculado a la cuenta; use "
                   "(M) para cambiarlo."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           IF DATOS-VALIDOS = "S"
           PERFORM VALIDA-VINCULADO
           END-IF
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-ROL-Y-FIRMA
           END-IF
           IF DATOS-VALIDOS = "S"
           MOVE "¿Confirma vincular el cliente a la cuenta (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-ALTA-VINCULO
           END-IF
           END-IF
           END-IF.

       VALIDA-VINCULADO.
           MOVE CAMPO-VINCULADO-ID TO CLIENTES-ID.
           OPEN INPUT ARCHIVO-CLIENTES.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO DATOS-VALIDOS
           NOT INVALID KEY
           IF CLIENTE-INACTIVO
           DISPLAY "El cliente esta dado de baja, no se vincula."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           DISPLAY "Vincular a " FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  DNI: " CLIENTES-DNI
           END-IF
           END-READ.
           CLOSE ARCHIVO-CLIENTES.

       PIDE-ROL-Y-FIRMA.
           DISPLAY "Rol: (T) titular, (C) cotitular, (A) apoderado: ".
           MOVE SPACE TO CAMPO-ROL.
           ACCEPT CAMPO-ROL.
           MOVE FUNCTION UPPER-CASE(CAMPO-ROL) TO CAMPO-ROL.
           DISPLAY "Firma: (I) indistinta, firma solo; (C) conjunta, "
                   "firman los dos: ".
           MOVE SPACE TO CAMPO-FIRMA.
           ACCEPT CAMPO-FIRMA.
           MOVE FUNCTION UPPER-CASE(CAMPO-FIRMA) TO CAMPO-FIRMA.
           IF CAMPO-ROL NOT = "T" AND CAMPO-ROL NOT = "C" AND
              CAMPO-ROL NOT = "A"
           DISPLAY "Rol invalido."
           MOVE "N" TO DATOS-VALIDOS
           END-IF.
           IF CAMPO-FIRMA NOT = "I" AND CAMPO-FIRMA NOT = "C"
           DISPLAY "Regla de firma invalida."
           MOVE "N" TO DATOS-VALIDOS
           END-IF.

       GRABA-ALTA-VINCULO.
           MOVE CUENTA-ELEGIDA TO COTIT-CUENTA-ID.
           MOVE CAMPO-VINCULADO-ID TO COTIT-CLIENTES-ID.
           MOVE CAMPO-ROL TO COTIT-ROL.
           MOVE CAMPO-FIRMA TO COTIT-FIRMA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO COTIT-FECHA-ALTA.
           MOVE OPERADOR TO COTIT-OPERADOR-ALTA.
           WRITE COTITULAR-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el vinculo, status: "
                   COTITULARES-STATUS
           NOT INVALID KEY
           MOVE "A" TO ACCION-VINCULO
           MOVE SPACES TO IMAGEN-ANTES
           MOVE SPACES TO SUPERVISOR-QUE-APRUEBA
           PERFORM GRABA-HISTORIA-VINCULO
           DISPLAY "Cliente vinculado a la cuenta."
           END-WRITE.

       MODIFICA-VINCULO.
           PERFORM PIDE-CUENTA.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM PIDE-VINCULADO
           IF VINCULO-EXISTE = "N"
           DISPLAY "Ese cliente no esta vinculado a la cuenta."
           ELSE
           MOVE COTITULAR-REGISTRO TO IMAGEN-ANTES
           MOVE "S" TO DATOS-VALIDOS
           PERFORM PIDE-ROL-Y-FIRMA
           IF DATOS-VALIDOS = "S"
           MOVE CAMPO-ROL TO COTIT-ROL
           MOVE CAMPO-FIRMA TO COTIT-FIRMA
           REWRITE COTITULAR-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el vinculo, status: "
                   COTITULARES-STATUS
           NOT INVALID KEY
           MOVE "M" TO ACCION-VINCULO
           MOVE SPACES TO SUPERVISOR-QUE-APRUEBA
           PERFORM GRABA-HISTORIA-VINCULO
           DISPLAY "Vinculo actualizado."
           END-REWRITE
           END-IF
           END-IF
           END-IF.

      *Sacar a alguien de una cuenta le quita derechos sobre el
      *saldo: lo aprueba un supervisor, el mismo operador si lo es o
      *uno que firme la baja:
       BAJA-VINCULO.
           PERFORM PIDE-CUENTA.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM PIDE-VINCULADO
           IF VINCULO-EXISTE = "N"
           DISPLAY "Ese cliente no esta vinculado a la cuenta."
           ELSE
           PERFORM OBTIENE-APROBACION-SUPERVISOR
           IF SUPERVISOR-QUE-APRUEBA NOT = SPACES
           MOVE "¿Confirma quitar el vinculo con la cuenta (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-BAJA-VINCULO
           END-IF
           END-IF
           END-IF
           END-IF.

       OBTIENE-APROBACION-SUPERVISOR.
           MOVE SPACES TO SUPERVISOR-QUE-APRUEBA.
           IF OPERADOR-ES-SUPERVISOR
           MOVE OPERADOR TO SUPERVISOR-QUE-APRUEBA
           ELSE
           DISPLAY "La baja necesita aprobacion: ingrese el ID de un "
                   "supervisor: "
           ACCEPT SUPERVISOR-QUE-APRUEBA
           PERFORM BUSCA-NIVEL-SUPERVISOR
           IF SUPERVISOR-BUSCADO-NIVEL NOT = "2"
           DISPLAY "Ese operador no es supervisor; no se dio de baja."
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

       GRABA-BAJA-VINCULO.
           MOVE COTITULAR-REGISTRO TO IMAGEN-ANTES.
           DELETE ARCHIVO-COTITULARES RECORD
           INVALID KEY
           DISPLAY "Error dando de baja el vinculo, status: "
                   COTITULARES-STATUS
           NOT INVALID KEY
           MOVE "B" TO ACCION-VINCULO
           MOVE SPACES TO COTITULAR-REGISTRO
           PERFORM GRABA-HISTORIA-VINCULO
           DISPLAY "Vinculo dado de baja."
           END-DELETE.

       GRABA-HISTORIA-VINCULO.
           OPEN EXTEND ARCHIVO-COTITULARES-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO COTHIST-FECHA-HORA.
           MOVE OPERADOR TO COTHIST-OPERADOR.
           MOVE ACCION-VINCULO TO COTHIST-ACCION.
           MOVE SUPERVISOR-QUE-APRUEBA TO COTHIST-APROBO.
           MOVE IMAGEN-ANTES TO COTHIST-IMAGEN-ANTES.
           MOVE COTITULAR-REGISTRO TO COTHIST-IMAGEN-DESPUES.
           WRITE COTHIST-REGISTRO.
           CLOSE ARCHIVO-COTITULARES-HISTORIA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-cotitulares.
