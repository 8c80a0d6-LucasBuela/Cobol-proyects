      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Tutores de los clientes menores de edad: liga a cada
      *          menor el cliente que es su tutor legal, que desde
      *          entonces autoriza sus debitos (ver
      *          Autorizar-debito-menor). Cualquier operador consulta
      *          y da de alta una tutela; cambiar el tutor de un menor
      *          necesita la aprobacion de un supervisor. Cada cambio
      *          queda en tutores_historia.log con la imagen antes y
      *          despues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-tutores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Tutores de los menores y su auditoria:
       COPY "DataBaseTutores.cbl".
       COPY "DataBaseTutoresHistoria.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataTutores.cbl".
       COPY "DataTutoresHistoria.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  TUTORES-STATUS PIC XX.
       77  TUTORES-HISTORIA-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  TUTELA-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-TUTELAS PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-MENOR-ID PIC X(6).
       77  CAMPO-TUTOR-ID PIC X(6).
       77  CONTADOR-LISTADOS PIC 9(3).
       77  NOMBRE-MENOR PIC X(61).
       77  NOMBRE-TUTOR PIC X(61).
       77  DESCRIPCION-ESTADO PIC X(20).
       77  ACCION-TUTELA PIC X(1).
       77  IMAGEN-ANTES PIC X(39).
       77  FECHA-HOY PIC 9(8).
       77  FECHA-MAYORIA PIC 9(8).
       77  CLIENTE-ES-MENOR PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
      *Supervisor que aprueba un cambio de tutor; si el operador
      *logueado ya es supervisor, lo aprueba el mismo:
       77  SUPERVISOR-QUE-APRUEBA PIC X(10).
       77  SUPERVISOR-BUSCADO-NIVEL PIC X(1).

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== TUTORES DE CLIENTES MENORES =====".
           PERFORM PIDE-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN I-O ARCHIVO-TUTORES.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-TUTORES.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel, igual que Mantener-cotitulares:
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
           DISPLAY "(C) Consultar un menor, (T) Menores de un tutor, "
                   "(A) Alta de tutor, (M) Cambiar el tutor, "
                   "(X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "C"
                   PERFORM CONSULTA-MENOR
               WHEN "T"
                   PERFORM CONSULTA-TUTOR
               WHEN "A"
                   PERFORM ALTA-TUTELA
               WHEN "M"
                   PERFORM CAMBIA-TUTOR
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

      *Pide el menor y lee su tutela, si la tiene:
       PIDE-MENOR.
           DISPLAY "ID del cliente menor: ".
           MOVE SPACES TO CAMPO-MENOR-ID.
           ACCEPT CAMPO-MENOR-ID.
           MOVE CAMPO-MENOR-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           MOVE SPACES TO NOMBRE-MENOR
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO NOMBRE-MENOR
           DISPLAY "Cliente: " FUNCTION TRIM(NOMBRE-MENOR)
                   "  Nacimiento: " CLIENTES-FECHA-NACIMIENTO
           PERFORM CALCULA-MINORIDAD
           MOVE CAMPO-MENOR-ID TO TUTOR-MENOR-ID
           MOVE "S" TO TUTELA-EXISTE
           READ ARCHIVO-TUTORES RECORD
           INVALID KEY
           MOVE "N" TO TUTELA-EXISTE
           END-READ
           END-IF.

      *Misma regla que Autorizar-debito-menor: menor si todavia no
      *cumplio 18 segun la fecha de nacimiento, y sin fecha cargada
      *segun la edad de la ficha:
       CALCULA-MINORIDAD.
           MOVE "N" TO CLIENTE-ES-MENOR.
           IF CLIENTES-FECHA-NACIMIENTO NUMERIC AND
              CLIENTES-FECHA-NACIMIENTO NOT = ZEROES
           MOVE CLIENTES-FECHA-NACIMIENTO TO FECHA-MAYORIA
           ADD 180000 TO FECHA-MAYORIA
           IF FECHA-MAYORIA > FECHA-HOY
           MOVE "S" TO CLIENTE-ES-MENOR
           END-IF
           ELSE
           IF CLIENTES-EDAD < 18
           MOVE "S" TO CLIENTE-ES-MENOR
           END-IF
           END-IF.

       CONSULTA-MENOR.
           PERFORM PIDE-MENOR.
           IF REGISTRO-ENCONTRADO = "S"
           IF TUTELA-EXISTE = "N"
           IF CLIENTE-ES-MENOR = "S"
           DISPLAY "Menor SIN tutor vinculado: no puede debitar."
           ELSE
           DISPLAY "El cliente no tiene tutela registrada."
           END-IF
           ELSE
           PERFORM MUESTRA-TUTELA
           END-IF
           END-IF.

       MUESTRA-TUTELA.
           MOVE TUTOR-CLIENTES-ID TO CLIENTES-ID.
           PERFORM LEE-CLIENTE.
           MOVE SPACES TO NOMBRE-TUTOR.
           IF REGISTRO-ENCONTRADO = "N"
           MOVE "(cliente no encontrado)" TO NOMBRE-TUTOR
           ELSE
           STRING FUNCTION TRIM(CLIENTES-NOMBRE) " "
                  FUNCTION TRIM(CLIENTES-APELLIDO)
                  DELIMITED BY SIZE INTO NOMBRE-TUTOR
           END-IF.
           IF TUTELA-VIGENTE
           MOVE "vigente" TO DESCRIPCION-ESTADO
           ELSE
           STRING "cumplida el " TUTOR-FECHA-MAYORIA (7:2) "/"
                  TUTOR-FECHA-MAYORIA (5:2) "/"
                  TUTOR-FECHA-MAYORIA (1:4)
                  DELIMITED BY SIZE INTO DESCRIPCION-ESTADO
           END-IF.
           DISPLAY "Menor " TUTOR-MENOR-ID "  tutor "
                   TUTOR-CLIENTES-ID " " FUNCTION TRIM(NOMBRE-TUTOR)
                   "  tutela " FUNCTION TRIM(DESCRIPCION-ESTADO).
           DISPLAY "  desde " TUTOR-FECHA-ALTA
                   " por " FUNCTION TRIM(TUTOR-OPERADOR-ALTA).

      *Por la clave alternativa se ven todos los menores que
      *representa un mismo tutor:
       CONSULTA-TUTOR.
           DISPLAY "ID del cliente tutor: ".
           MOVE SPACES TO CAMPO-TUTOR-ID.
           ACCEPT CAMPO-TUTOR-ID.
           MOVE ZEROES TO CONTADOR-LISTADOS.
           MOVE CAMPO-TUTOR-ID TO TUTOR-CLIENTES-ID.
           START ARCHIVO-TUTORES KEY IS EQUAL TO TUTOR-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-TUTELAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-TUTELAS
           END-START.
           PERFORM LISTA-SIGUIENTE-TUTELA
           UNTIL FIN-DE-TUTELAS = "0".
           IF CONTADOR-LISTADOS = ZEROES
           DISPLAY "Ese cliente no es tutor de ningun menor."
           END-IF.

       LISTA-SIGUIENTE-TUTELA.
           READ ARCHIVO-TUTORES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-TUTELAS
           NOT AT END
           IF TUTOR-CLIENTES-ID NOT = CAMPO-TUTOR-ID
           MOVE "0" TO FIN-DE-TUTELAS
           ELSE
           ADD 1 TO CONTADOR-LISTADOS
           PERFORM MUESTRA-TUTELA
           END-IF
           END-READ.

      *Solo un menor recibe tutor, y el tutor tiene que ser otro
      *cliente existente, mayor de edad y no dado de baja:
       ALTA-TUTELA.
           PERFORM PIDE-MENOR.
           IF REGISTRO-ENCONTRADO = "S"
           MOVE "S" TO DATOS-VALIDOS
           IF TUTELA-EXISTE = "S"
           DISPLAY "El menor ya tiene tutela registrada; use (M) "
                   "para cambiar el tutor."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           IF DATOS-VALIDOS = "S" AND CLIENTE-ES-MENOR = "N"
           DISPLAY "El cliente es mayor de edad, no lleva tutor."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-TUTOR
           END-IF
           IF DATOS-VALIDOS = "S"
           MOVE "¿Confirma registrar el tutor del menor (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-ALTA-TUTELA
           END-IF
           END-IF
           END-IF.

       PIDE-TUTOR.
           DISPLAY "ID del cliente tutor: ".
           MOVE SPACES TO CAMPO-TUTOR-ID.
           ACCEPT CAMPO-TUTOR-ID.
           IF CAMPO-TUTOR-ID = CAMPO-MENOR-ID
           DISPLAY "El menor no puede ser su propio tutor."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           MOVE CAMPO-TUTOR-ID TO CLIENTES-ID
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           PERFORM CALCULA-MINORIDAD
           IF CLIENTE-INACTIVO
           DISPLAY "El tutor esta dado de baja como cliente."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF CLIENTE-ES-MENOR = "S"
           DISPLAY "El tutor tiene que ser mayor de edad."
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           DISPLAY "Tutor: " FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  DNI: " CLIENTES-DNI
           END-IF
           END-IF
           END-IF
           END-IF.

       GRABA-ALTA-TUTELA.
           MOVE SPACES TO TUTOR-REGISTRO.
           MOVE CAMPO-MENOR-ID TO TUTOR-MENOR-ID.
           MOVE CAMPO-TUTOR-ID TO TUTOR-CLIENTES-ID.
           MOVE "V" TO TUTOR-ESTADO.
           MOVE FECHA-HOY TO TUTOR-FECHA-ALTA.
           MOVE OPERADOR TO TUTOR-OPERADOR-ALTA.
           WRITE TUTOR-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la tutela, status: "
                   TUTORES-STATUS
           NOT INVALID KEY
           MOVE "A" TO ACCION-TUTELA
           MOVE SPACES TO IMAGEN-ANTES
           MOVE SPACES TO SUPERVISOR-QUE-APRUEBA
           PERFORM GRABA-HISTORIA-TUTELA
           DISPLAY "Tutor registrado; los debitos del menor pasan a "
                   "necesitar su autorizacion."
           END-WRITE.

      *Cambiar el tutor le da a otra persona el manejo de la cuenta
      *del menor: lo aprueba un supervisor. Una tutela cumplida ya
      *no se toca:
       CAMBIA-TUTOR.
           PERFORM PIDE-MENOR.
           IF REGISTRO-ENCONTRADO = "S"
           IF TUTELA-EXISTE = "N"
           DISPLAY "El menor no tiene tutela registrada; use (A)."
           ELSE
           IF NOT TUTELA-VIGENTE
           DISPLAY "La tutela ya se cumplio; el cliente es mayor de "
                   "edad."
           ELSE
           MOVE TUTOR-REGISTRO TO IMAGEN-ANTES
           MOVE "S" TO DATOS-VALIDOS
           PERFORM PIDE-TUTOR
           IF DATOS-VALIDOS = "S"
           PERFORM OBTIENE-APROBACION-SUPERVISOR
           IF SUPERVISOR-QUE-APRUEBA NOT = SPACES
           MOVE "¿Confirma cambiar el tutor del menor (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM GRABA-CAMBIO-TUTOR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       OBTIENE-APROBACION-SUPERVISOR.
           MOVE SPACES TO SUPERVISOR-QUE-APRUEBA.
           IF OPERADOR-ES-SUPERVISOR
           MOVE OPERADOR TO SUPERVISOR-QUE-APRUEBA
           ELSE
           DISPLAY "El cambio necesita aprobacion: ingrese el ID de "
                   "un supervisor: "
           ACCEPT SUPERVISOR-QUE-APRUEBA
           PERFORM BUSCA-NIVEL-SUPERVISOR
           IF SUPERVISOR-BUSCADO-NIVEL NOT = "2"
           DISPLAY "Ese operador no es supervisor; no se cambio el "
                   "tutor."
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

       GRABA-CAMBIO-TUTOR.
           MOVE CAMPO-TUTOR-ID TO TUTOR-CLIENTES-ID.
           MOVE FECHA-HOY TO TUTOR-FECHA-ALTA.
           MOVE OPERADOR TO TUTOR-OPERADOR-ALTA.
           REWRITE TUTOR-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la tutela, status: "
                   TUTORES-STATUS
           NOT INVALID KEY
           MOVE "M" TO ACCION-TUTELA
           PERFORM GRABA-HISTORIA-TUTELA
           DISPLAY "Tutor cambiado."
           END-REWRITE.

       GRABA-HISTORIA-TUTELA.
           OPEN EXTEND ARCHIVO-TUTORES-HISTORIA.
           MOVE FUNCTION CURRENT-DATE TO TUTHIST-FECHA-HORA.
           MOVE OPERADOR TO TUTHIST-OPERADOR.
           MOVE ACCION-TUTELA TO TUTHIST-ACCION.
           MOVE SUPERVISOR-QUE-APRUEBA TO TUTHIST-APROBO.
           MOVE IMAGEN-ANTES TO TUTHIST-IMAGEN-ANTES.
           MOVE TUTOR-REGISTRO TO TUTHIST-IMAGEN-DESPUES.
           WRITE TUTHIST-REGISTRO.
           CLOSE ARCHIVO-TUTORES-HISTORIA.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-tutores.
