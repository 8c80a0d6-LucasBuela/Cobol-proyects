      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Registro de una promesa de pago de un cliente en
      *          mora: el importe que se compromete a depositar y la
      *          fecha tope, con el operador que la tomo. Mientras la
      *          promesa esta abierta Cartas-mora no le escala el
      *          aviso; la noche siguiente a la fecha prometida el
      *          paso nocturno (Verificar-promesas-pago) la cierra
      *          como cumplida o incumplida segun el ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Registrar-promesa-pago.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Promesas de pago y su numeracion:
       COPY "DataBasePromesas.cbl".
       COPY "DataBasePromesaControl.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".
       COPY "DataPromesas.cbl".
       COPY "DataPromesaControl.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  PROMESAS-STATUS PIC XX.
       77  PROMESA-CONTROL-STATUS PIC XX.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  SIGUE-REGISTRANDO PIC X.
       77  PROMESA-APROBADA PIC X.
       77  HAY-PROMESA-ABIERTA PIC X.
       77  FIN-DE-PROMESAS PIC X.
       77  CONTADOR-PROMESAS PIC 9(5) VALUE ZEROES.
       77  OPERADOR-AUTORIZADO PIC X.
       77  FIN-OPERADORES PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-IMPORTE-MUESTRA PIC Z(6)9.99.
       77  CAMPO-SALDO-MUESTRA PIC +9(7).99.
       77  CAMPO-LIMITE-MUESTRA PIC +9(7).99.

      *Condiciones de la promesa pedida. La fecha prometida no puede
      *ser anterior a hoy ni quedar a mas de PLAZO-MAXIMO-PROMESA
      *dias, para que la escalada no quede frenada indefinidamente:
       77  PLAZO-MAXIMO-PROMESA PIC 9(3) VALUE 30.
       01  IMPORTE-PROMETIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  CAMPO-FECHA-PROMETIDA PIC X(8).
       01  FECHA-PROMETIDA-PEDIDA.
           05 PROMETIDA-ANIO PIC 9(4).
           05 PROMETIDA-MES PIC 9(2).
           05 PROMETIDA-DIA PIC 9(2).
       77  FECHA-DE-HOY PIC X(8).
       77  DIAS-HASTA-LA-PROMESA PIC S9(8).
       77  NUMERO-DE-PROMESA PIC 9(8).

      *Importe tipeado como texto, con centavos opcionales, misma
      *tecnica que Modificar-registro:
       77  IMPORTE-TEXTO PIC X(15).
       77  IMPORTE-TEXTO-VALIDO PIC X.
       77  IMPORTE-POSICION PIC 9(2).
       77  IMPORTE-CARACTER PIC X.
       77  IMPORTE-DIGITOS PIC 9(2).
       77  IMPORTE-PUNTOS PIC 9(2).
       77  IMPORTE-DIGITOS-CENTAVOS PIC 9(2).
       77  IMPORTE-NEGATIVO PIC X.
       77  IMPORTE-PARTE-ENTERA PIC 9(7).
       77  IMPORTE-PARTE-CENTAVOS PIC X(2).
       77  IMPORTE-CENTAVOS PIC 9(2).
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== REGISTRO DE PROMESA DE PAGO =====".
           PERFORM PIDE-OPERADOR.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           END-IF.
           MOVE "S" TO SIGUE-REGISTRANDO.
           PERFORM ATIENDE-UNA-PROMESA
           UNTIL SIGUE-REGISTRANDO NOT = "S".
           CLOSE ARCHIVO-CLIENTES.
           DISPLAY "Promesas registradas en esta sesion: "
                   CONTADOR-PROMESAS.
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
           DISPLAY "Operador no autorizado para registrar promesas "
                   "de pago."
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

       ATIENDE-UNA-PROMESA.
           DISPLAY " ".
           DISPLAY "ID del cliente que promete el pago (otra cosa "
                   "para salir): ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           IF CLIENTES-ID = ZEROES
           MOVE "N" TO SIGUE-REGISTRANDO
           ELSE
           PERFORM LEE-CLIENTE
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           MOVE "N" TO SIGUE-REGISTRANDO
           ELSE
           PERFORM PROCESA-PROMESA
           END-IF
           END-IF.

       LEE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.

       PROCESA-PROMESA.
           PERFORM CONTROLA-CLIENTE.
           IF PROMESA-APROBADA = "S"
           PERFORM PIDE-IMPORTE-PROMETIDO
           IF PROMESA-APROBADA = "S"
           PERFORM PIDE-FECHA-PROMETIDA
           IF PROMESA-APROBADA = "S"
           PERFORM CONFIRMA-PROMESA
           IF SI-A-GRABAR = "S"
           PERFORM APLICA-PROMESA
           END-IF
           END-IF
           END-IF
           END-IF.

      *Un cliente tiene a lo sumo una promesa abierta a la vez; la
      *nueva se toma recien cuando el paso nocturno cerro la
      *anterior. Un cliente dentro de su limite no esta en la
      *escalada, pero la promesa se acepta igual (puede deber una
      *cuota) con un aviso al operador:
       CONTROLA-CLIENTE.
           MOVE "S" TO PROMESA-APROBADA.
           MOVE CLIENTES-SALDO TO CAMPO-SALDO-MUESTRA.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO CAMPO-LIMITE-MUESTRA.
           DISPLAY "Cliente: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-NOMBRE) " "
                   FUNCTION TRIM(CLIENTES-APELLIDO)
                   "  saldo " CAMPO-SALDO-MUESTRA
                   "  limite " CAMPO-LIMITE-MUESTRA.
           PERFORM BUSCA-PROMESA-ABIERTA.
           IF HAY-PROMESA-ABIERTA = "S"
           MOVE "N" TO PROMESA-APROBADA
           MOVE PROMESA-IMPORTE TO CAMPO-IMPORTE-MUESTRA
           DISPLAY "El cliente ya tiene abierta la promesa "
                   PROMESA-NUMERO " por " CAMPO-IMPORTE-MUESTRA
                   " al " PROMESA-FECHA-PROMETIDA (7:2) "/"
                   PROMESA-FECHA-PROMETIDA (5:2) "/"
                   PROMESA-FECHA-PROMETIDA (1:4) "."
           ELSE
           IF CLIENTES-SALDO NOT < CLIENTES-LIMITE-DESCUBIERTO
           DISPLAY "Atencion: el cliente no esta pasado de su "
                   "limite de descubierto."
           END-IF
           END-IF.

      *Recorre las promesas del cliente por la clave alterna:
       BUSCA-PROMESA-ABIERTA.
           MOVE "N" TO HAY-PROMESA-ABIERTA.
           OPEN INPUT ARCHIVO-PROMESAS.
           IF PROMESAS-STATUS = "00"
           MOVE CLIENTES-ID TO PROMESA-CLIENTES-ID
           MOVE "1" TO FIN-DE-PROMESAS
           START ARCHIVO-PROMESAS KEY IS EQUAL TO PROMESA-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-PROMESAS
           END-START
           PERFORM REVISA-PROMESA-DEL-CLIENTE
           UNTIL FIN-DE-PROMESAS = "0"
           END-IF.
           CLOSE ARCHIVO-PROMESAS.

       REVISA-PROMESA-DEL-CLIENTE.
           READ ARCHIVO-PROMESAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-PROMESAS
           NOT AT END
           IF PROMESA-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-PROMESAS
           ELSE
           IF PROMESA-ABIERTA
           MOVE "S" TO HAY-PROMESA-ABIERTA
           MOVE "0" TO FIN-DE-PROMESAS
           END-IF
           END-IF
           END-READ.

       PIDE-IMPORTE-PROMETIDO.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Importe que promete depositar (con centavos "
                   "opcionales): ".
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONVIERTE-IMPORTE-TEXTO
           IF IMPORTE-CONVERTIDO NOT > ZERO
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF.
           IF IMPORTE-TEXTO-VALIDO = "N"
           MOVE "N" TO PROMESA-APROBADA
           DISPLAY "El importe debe ser un numero positivo "
                   "(centavos con punto), no se registro."
           ELSE
           MOVE IMPORTE-CONVERTIDO TO IMPORTE-PROMETIDO
           END-IF.

       PIDE-FECHA-PROMETIDA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
           MOVE SPACES TO CAMPO-FECHA-PROMETIDA.
           DISPLAY "Fecha prometida AAAAMMDD (hasta "
                   PLAZO-MAXIMO-PROMESA " dias): ".
           ACCEPT CAMPO-FECHA-PROMETIDA.
           IF CAMPO-FECHA-PROMETIDA NOT NUMERIC
           MOVE "N" TO PROMESA-APROBADA
           ELSE
           MOVE CAMPO-FECHA-PROMETIDA TO FECHA-PROMETIDA-PEDIDA
           IF PROMETIDA-MES < 1 OR PROMETIDA-MES > 12 OR
              PROMETIDA-DIA < 1 OR PROMETIDA-DIA > 31
           MOVE "N" TO PROMESA-APROBADA
           ELSE
           COMPUTE DIAS-HASTA-LA-PROMESA =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CAMPO-FECHA-PROMETIDA))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FECHA-DE-HOY))
           IF DIAS-HASTA-LA-PROMESA < ZERO OR
              DIAS-HASTA-LA-PROMESA > PLAZO-MAXIMO-PROMESA
           MOVE "N" TO PROMESA-APROBADA
           END-IF
           END-IF
           END-IF.
           IF PROMESA-APROBADA = "N"
           DISPLAY "Fecha prometida invalida o fuera de plazo, no se "
                   "registro."
           END-IF.

       CONFIRMA-PROMESA.
           MOVE IMPORTE-PROMETIDO TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Promesa de " CAMPO-IMPORTE-MUESTRA " hasta el "
                   FECHA-PROMETIDA-PEDIDA (7:2) "/"
                   FECHA-PROMETIDA-PEDIDA (5:2) "/"
                   FECHA-PROMETIDA-PEDIDA (1:4) ".".
           MOVE "¿Confirma la promesa de pago (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.

      *El archivo de promesas se abre solo para grabar, asi no queda
      *tomado mientras el operador tipea:
       APLICA-PROMESA.
           PERFORM ASIGNA-NUMERO-PROMESA.
           OPEN I-O ARCHIVO-PROMESAS.
           MOVE NUMERO-DE-PROMESA TO PROMESA-NUMERO.
           MOVE CLIENTES-ID TO PROMESA-CLIENTES-ID.
           MOVE IMPORTE-PROMETIDO TO PROMESA-IMPORTE.
           MOVE FECHA-PROMETIDA-PEDIDA TO PROMESA-FECHA-PROMETIDA.
           MOVE OPERADOR TO PROMESA-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO PROMESA-FECHA-HORA.
           MOVE "A" TO PROMESA-ESTADO.
           MOVE SPACES TO PROMESA-FECHA-CIERRE.
           MOVE ZERO TO PROMESA-IMPORTE-RECIBIDO.
           WRITE PROMESA-REGISTRO
           INVALID KEY
           DISPLAY "ERROR: no se pudo grabar la promesa "
                   PROMESA-NUMERO ", revisar promesa_control.dat."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-PROMESAS
           DISPLAY "Promesa " PROMESA-NUMERO " registrada; la "
                   "escalada de mora queda en pausa."
           END-WRITE.
           CLOSE ARCHIVO-PROMESAS.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-RECIBO:
       ASIGNA-NUMERO-PROMESA.
           MOVE ZEROES TO PROMESA-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-PROMESA-CONTROL.
           IF PROMESA-CONTROL-STATUS = "00"
           READ ARCHIVO-PROMESA-CONTROL
           END-IF.
           CLOSE ARCHIVO-PROMESA-CONTROL.
           ADD 1 TO PROMESA-NUMERO-ACTUAL.
           MOVE PROMESA-NUMERO-ACTUAL TO NUMERO-DE-PROMESA.
           OPEN OUTPUT ARCHIVO-PROMESA-CONTROL.
           WRITE PROMESA-CONTROL-REGISTRO.
           CLOSE ARCHIVO-PROMESA-CONTROL.

      *Revisa el texto de un importe caracter por caracter, la misma
      *tecnica que VALIDA-TEXTO-IMPORTE de Modificar-registro: un
      *signo adelante opcional, digitos, y a lo sumo un punto decimal
      *seguido de exactamente dos digitos de centavos:
       VALIDA-TEXTO-IMPORTE.
           MOVE "S" TO IMPORTE-TEXTO-VALIDO.
           MOVE ZEROES TO IMPORTE-DIGITOS.
           MOVE ZEROES TO IMPORTE-PUNTOS.
           MOVE ZEROES TO IMPORTE-DIGITOS-CENTAVOS.
           MOVE 1 TO IMPORTE-POSICION.
           PERFORM REVISA-CARACTER-IMPORTE
               UNTIL IMPORTE-POSICION > 15.
           IF IMPORTE-DIGITOS = ZEROES
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF.
           IF IMPORTE-PUNTOS > ZEROES AND
              IMPORTE-DIGITOS-CENTAVOS NOT = 2
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF.

       REVISA-CARACTER-IMPORTE.
           MOVE IMPORTE-TEXTO (IMPORTE-POSICION:1)
               TO IMPORTE-CARACTER.
           IF IMPORTE-CARACTER NUMERIC
           ADD 1 TO IMPORTE-DIGITOS
           IF IMPORTE-PUNTOS > ZEROES
           ADD 1 TO IMPORTE-DIGITOS-CENTAVOS
           END-IF
           ELSE
           IF IMPORTE-CARACTER = "."
           ADD 1 TO IMPORTE-PUNTOS
           IF IMPORTE-PUNTOS > 1
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           ELSE
           IF IMPORTE-CARACTER = "+" OR IMPORTE-CARACTER = "-"
           IF IMPORTE-POSICION NOT = 1
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           ELSE
           IF IMPORTE-CARACTER NOT = SPACE
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF
           END-IF
           END-IF.
           ADD 1 TO IMPORTE-POSICION.

      *Convierte el texto ya validado a pesos con centavos:
       CONVIERTE-IMPORTE-TEXTO.
           MOVE "N" TO IMPORTE-NEGATIVO.
           IF IMPORTE-TEXTO (1:1) = "-"
           MOVE "S" TO IMPORTE-NEGATIVO
           MOVE SPACE TO IMPORTE-TEXTO (1:1)
           END-IF.
           IF IMPORTE-TEXTO (1:1) = "+"
           MOVE SPACE TO IMPORTE-TEXTO (1:1)
           END-IF.
           MOVE ZEROES TO IMPORTE-PARTE-ENTERA.
           MOVE SPACES TO IMPORTE-PARTE-CENTAVOS.
           UNSTRING IMPORTE-TEXTO DELIMITED BY "."
               INTO IMPORTE-PARTE-ENTERA IMPORTE-PARTE-CENTAVOS
           END-UNSTRING.
           MOVE ZEROES TO IMPORTE-CENTAVOS.
           IF IMPORTE-PARTE-CENTAVOS NUMERIC
           MOVE IMPORTE-PARTE-CENTAVOS TO IMPORTE-CENTAVOS
           END-IF.
           COMPUTE IMPORTE-CONVERTIDO =
               IMPORTE-PARTE-ENTERA + IMPORTE-CENTAVOS / 100.
           IF IMPORTE-NEGATIVO = "S"
           COMPUTE IMPORTE-CONVERTIDO = ZERO - IMPORTE-CONVERTIDO
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Registrar-promesa-pago.
