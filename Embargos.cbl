      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Mantenimiento de los embargos judiciales: alta de un
      *          oficio que retiene un importe sobre el saldo de un
      *          cliente, liberacion cuando el juzgado la levanta y
      *          consulta por cliente con el saldo disponible. El alta
      *          y la liberacion piden nivel de supervisor; el nivel
      *          basico solo consulta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-embargos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Embargos judiciales por cliente:
       COPY "DataBaseEmbargos.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Control de numeracion de embargos:
       SELECT OPTIONAL ARCHIVO-EMBARGO-CONTROL
       ASSIGN TO "embargo_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS EMBARGO-CONTROL-STATUS.

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataEmbargos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       FD  ARCHIVO-EMBARGO-CONTROL.
           01 EMBARGO-CONTROL-REGISTRO.
              10 EMBARGO-NUMERO-ACTUAL PIC 9(6).

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  EMBARGOS-STATUS PIC XX.
       77  EMBARGO-CONTROL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIN-DE-EMBARGOS PIC X.
       77  FIN-OPERADORES PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-NUMERO-EMBARGO PIC 9(6).
       77  CAMPO-REFERENCIA PIC X(30).
       77  CAMPO-FECHA-INICIO PIC X(8).
       77  CAMPO-FECHA-LIBERACION PIC X(8).
       77  FECHA-HOY PIC X(8).
       77  CONTADOR-LISTADOS PIC 9(5).
       77  CAMPO-IMPORTE-MUESTRA PIC +9(7).99.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
      *Saldo disponible del cliente consultado:
       COPY "DataDisponible.cbl".
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
           DISPLAY "===== EMBARGOS JUDICIALES =====".
           PERFORM PIDE-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN I-O ARCHIVO-EMBARGOS.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-EMBARGOS.
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

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(A) Alta de embargo, (L) Liberar un embargo, "
                   "(C) Consultar un cliente, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "A"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM ALTA-DE-EMBARGO
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "registrar un embargo."
                   END-IF
               WHEN "L"
                   IF OPERADOR-ES-SUPERVISOR
                   PERFORM LIBERA-EMBARGO
                   ELSE
                   DISPLAY "Se necesita nivel de supervisor para "
                           "liberar un embargo."
                   END-IF
               WHEN "C"
                   PERFORM CONSULTA-CLIENTE
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       ALTA-DE-EMBARGO.
           DISPLAY "ID del cliente embargado: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           PERFORM BUSCA-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           PERFORM PIDE-DATOS-EMBARGO
           IF IMPORTE-TEXTO-VALIDO = "S" AND
              IMPORTE-CONVERTIDO > ZERO AND
              CAMPO-REFERENCIA NOT = SPACES AND
              CAMPO-FECHA-INICIO NUMERIC AND
              (CAMPO-FECHA-LIBERACION = SPACES OR
               CAMPO-FECHA-LIBERACION NUMERIC)
           PERFORM GRABA-EMBARGO
           ELSE
           DISPLAY "Referencia, importe o fechas invalidos, no se "
                   "dio de alta."
           END-IF
           END-IF.

       BUSCA-CLIENTE.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARCHIVO-CLIENTES RECORD
           INVALID KEY
           MOVE "N" TO REGISTRO-ENCONTRADO.
           CLOSE ARCHIVO-CLIENTES.

       PIDE-DATOS-EMBARGO.
           MOVE SPACE TO CAMPO-REFERENCIA.
           DISPLAY "Referencia del oficio judicial (juzgado, "
                   "expediente): ".
           ACCEPT CAMPO-REFERENCIA.
           MOVE SPACE TO IMPORTE-TEXTO.
           DISPLAY "Importe a retener (con centavos opcionales): ".
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONVIERTE-IMPORTE-TEXTO
           END-IF.
           MOVE SPACE TO CAMPO-FECHA-INICIO.
           DISPLAY "Fecha desde la que rige (AAAAMMDD, blanco hoy): ".
           ACCEPT CAMPO-FECHA-INICIO.
           IF CAMPO-FECHA-INICIO = SPACES
           MOVE FECHA-HOY TO CAMPO-FECHA-INICIO
           END-IF.
           MOVE SPACE TO CAMPO-FECHA-LIBERACION.
           DISPLAY "Fecha de liberacion (AAAAMMDD, blanco hasta que "
                   "el juzgado la levante): ".
           ACCEPT CAMPO-FECHA-LIBERACION.

       GRABA-EMBARGO.
           PERFORM ASIGNA-NUMERO-EMBARGO.
           MOVE CLIENTES-ID TO EMBARGO-CLIENTES-ID.
           MOVE CAMPO-REFERENCIA TO EMBARGO-REFERENCIA.
           MOVE IMPORTE-CONVERTIDO TO EMBARGO-IMPORTE.
           MOVE CAMPO-FECHA-INICIO TO EMBARGO-FECHA-INICIO.
           MOVE CAMPO-FECHA-LIBERACION TO EMBARGO-FECHA-LIBERACION.
           MOVE "A" TO EMBARGO-ESTADO.
           MOVE OPERADOR TO EMBARGO-OPERADOR-ALTA.
           MOVE SPACES TO EMBARGO-OPERADOR-LIBERA.
           WRITE EMBARGO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el embargo " EMBARGO-NUMERO "."
           NOT INVALID KEY
           DISPLAY "Embargo " EMBARGO-NUMERO " registrado sobre el "
                   "cliente " CLIENTES-ID "."
           END-WRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
      *control, misma tecnica que ASIGNA-NUMERO-ORDEN:
       ASIGNA-NUMERO-EMBARGO.
           MOVE ZEROES TO EMBARGO-NUMERO-ACTUAL.
           OPEN INPUT ARCHIVO-EMBARGO-CONTROL.
           IF EMBARGO-CONTROL-STATUS = "00"
           READ ARCHIVO-EMBARGO-CONTROL
           END-IF.
           CLOSE ARCHIVO-EMBARGO-CONTROL.
           ADD 1 TO EMBARGO-NUMERO-ACTUAL.
           MOVE EMBARGO-NUMERO-ACTUAL TO EMBARGO-NUMERO.
           OPEN OUTPUT ARCHIVO-EMBARGO-CONTROL.
           WRITE EMBARGO-CONTROL-REGISTRO.
           CLOSE ARCHIVO-EMBARGO-CONTROL.

      *La liberacion es logica: el embargo queda en el archivo con la
      *fecha en que se levanto y quien lo libero:
       LIBERA-EMBARGO.
           DISPLAY "Numero de embargo a liberar: ".
           ACCEPT CAMPO-NUMERO-EMBARGO.
           MOVE CAMPO-NUMERO-EMBARGO TO EMBARGO-NUMERO.
           READ ARCHIVO-EMBARGOS RECORD
           INVALID KEY
           DISPLAY "No se encontro el embargo " EMBARGO-NUMERO "."
           NOT INVALID KEY
           IF EMBARGO-LIBERADO
           DISPLAY "El embargo " EMBARGO-NUMERO " ya estaba "
                   "liberado."
           ELSE
           MOVE "L" TO EMBARGO-ESTADO
           MOVE FECHA-HOY TO EMBARGO-FECHA-LIBERACION
           MOVE OPERADOR TO EMBARGO-OPERADOR-LIBERA
           REWRITE EMBARGO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando el embargo."
           NOT INVALID KEY
           DISPLAY "Embargo " EMBARGO-NUMERO " liberado."
           END-REWRITE
           END-IF
           END-READ.

      *Lista los embargos del cliente (activos y liberados) y cierra
      *con el saldo disponible que calcula Saldo-disponible:
       CONSULTA-CLIENTE.
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           PERFORM BUSCA-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           MOVE ZEROES TO CONTADOR-LISTADOS
           MOVE CLIENTES-ID TO EMBARGO-CLIENTES-ID
           START ARCHIVO-EMBARGOS KEY IS EQUAL EMBARGO-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-EMBARGOS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-EMBARGOS
           END-START
           PERFORM LISTA-SIGUIENTE-EMBARGO
           UNTIL FIN-DE-EMBARGOS = "0"
           DISPLAY "Embargos del cliente: " CONTADOR-LISTADOS
           PERFORM MUESTRA-DISPONIBLE
           END-IF.

       LISTA-SIGUIENTE-EMBARGO.
           READ ARCHIVO-EMBARGOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-EMBARGOS
           NOT AT END
           IF EMBARGO-CLIENTES-ID NOT = CLIENTES-ID
           MOVE "0" TO FIN-DE-EMBARGOS
           ELSE
           ADD 1 TO CONTADOR-LISTADOS
           MOVE EMBARGO-IMPORTE TO CAMPO-IMPORTE-MUESTRA
           DISPLAY "Embargo " EMBARGO-NUMERO
                   "  " EMBARGO-REFERENCIA
                   "  Importe: " CAMPO-IMPORTE-MUESTRA
                   "  Desde: " EMBARGO-FECHA-INICIO
                   "  Hasta: " EMBARGO-FECHA-LIBERACION
                   "  Estado: " EMBARGO-ESTADO
           END-IF
           END-READ.

       MUESTRA-DISPONIBLE.
           MOVE CLIENTES-ID TO DISPONIBLE-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO DISPONIBLE-SALDO.
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO DISPONIBLE-LIMITE.
           MOVE ZERO TO DISPONIBLE-DEBITO.
      *Saldo-disponible abre el archivo de embargos por su cuenta:
           CLOSE ARCHIVO-EMBARGOS.
           CALL "Saldo-disponible" USING DISPONIBLE-CONSULTA.
           OPEN I-O ARCHIVO-EMBARGOS.
           MOVE CLIENTES-SALDO TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Saldo contable:   " CAMPO-IMPORTE-MUESTRA.
           MOVE DISPONIBLE-RETENIDO TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Retenido vigente: " CAMPO-IMPORTE-MUESTRA.
           MOVE DISPONIBLE-EN-CANJE TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Cheques en canje: " CAMPO-IMPORTE-MUESTRA.
           MOVE DISPONIBLE-SALDO-LIBRE TO CAMPO-IMPORTE-MUESTRA.
           DISPLAY "Saldo disponible: " CAMPO-IMPORTE-MUESTRA.

      *Revisa el texto de un importe caracter por caracter, la misma
      *tecnica que VALIDA-TEXTO-IMPORTE de Modificar-registro:
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

       END PROGRAM Mantener-embargos.
