      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Mantenimiento de las adhesiones al debito automatico:
      *          alta (o cambio de cuenta) con el CBU de la cuenta del
      *          otro banco y la fecha del mandato firmado por el
      *          cliente, baja, consulta y listado. El cobro lo hacen
      *          Generar-debitos-automaticos y
      *          Procesar-respuesta-debitos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-adhesiones-debito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Adhesiones al debito automatico:
       COPY "DataBaseAdhesiones.cbl".
      *Lista de operadores autorizados:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataAdhesiones.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  ADHESIONES-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  ADHESION-EXISTE PIC X.
       77  FIN-DE-ADHESIONES PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-CBU PIC X(22).
       77  CAMPO-FECHA-MANDATO PIC X(8).
       77  CONTADOR-LISTADAS PIC 9(5).
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
           DISPLAY "===== ADHESIONES AL DEBITO AUTOMATICO =====".
           PERFORM PIDE-OPERADOR.
           OPEN I-O ARCHIVO-ADHESIONES.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-ADHESIONES.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM VALIDA-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi (con su nivel) y no se vuelve a pedir ni a
      *validar en cada programa; sin sesion (programa corrido por
      *afuera del menu) se pide y valida como siempre:
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
           DISPLAY "Operador no autorizado para mantener adhesiones."
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
           DISPLAY "(A) Alta o cambio de cuenta, (B) Baja, "
                   "(C) Consulta, (L) Listar, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "A"
                   PERFORM ALTA-DE-ADHESION
               WHEN "B"
                   PERFORM BAJA-DE-ADHESION
               WHEN "C"
                   PERFORM CONSULTA-ADHESION
               WHEN "L"
                   PERFORM LISTA-ADHESIONES
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      *Un cliente tiene una sola adhesion: si ya existe (activa o
      *dada de baja) se regraba con la cuenta y el mandato nuevos.
       ALTA-DE-ADHESION.
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO CLIENTES-ID.
           PERFORM BUSCA-CLIENTE.
           IF REGISTRO-ENCONTRADO = "N"
           DISPLAY "No se encontro ningun cliente con ese ID."
           ELSE
           IF CLIENTE-FUERA-DE-OPERATORIA
           DISPLAY "El cliente esta fuera de operatoria, no se "
                   "puede adherir."
           ELSE
           PERFORM PIDE-DATOS-ADHESION
           IF CAMPO-CBU NUMERIC AND CAMPO-FECHA-MANDATO NUMERIC
           PERFORM GRABA-ADHESION
           ELSE
           DISPLAY "CBU (22 digitos) o fecha de mandato invalidos, "
                   "no se grabo."
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

       PIDE-DATOS-ADHESION.
           MOVE SPACE TO CAMPO-CBU.
           DISPLAY "CBU de la cuenta a debitar (22 digitos): ".
           ACCEPT CAMPO-CBU.
           MOVE SPACE TO CAMPO-FECHA-MANDATO.
           DISPLAY "Fecha del mandato firmado (AAAAMMDD, blanco "
                   "hoy): ".
           ACCEPT CAMPO-FECHA-MANDATO.
           IF CAMPO-FECHA-MANDATO = SPACE
           MOVE FUNCTION CURRENT-DATE (1:8) TO CAMPO-FECHA-MANDATO
           END-IF.

      *El banco de la cuenta son los tres primeros digitos del CBU:
       GRABA-ADHESION.
           MOVE CLIENTES-ID TO ADHESION-CLIENTES-ID.
           MOVE "S" TO ADHESION-EXISTE.
           READ ARCHIVO-ADHESIONES RECORD
           INVALID KEY
           MOVE "N" TO ADHESION-EXISTE
           END-READ.
           MOVE CLIENTES-ID TO ADHESION-CLIENTES-ID.
           MOVE CAMPO-CBU (1:3) TO ADHESION-BANCO.
           MOVE CAMPO-CBU TO ADHESION-CBU.
           MOVE CAMPO-FECHA-MANDATO TO ADHESION-FECHA-MANDATO.
           MOVE "A" TO ADHESION-ESTADO.
           MOVE OPERADOR TO ADHESION-OPERADOR.
           MOVE SPACES TO ADHESION-FECHA-BAJA.
           IF ADHESION-EXISTE = "S"
           REWRITE ADHESION-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la adhesion de " CLIENTES-ID "."
           NOT INVALID KEY
           DISPLAY "Adhesion de " CLIENTES-ID " actualizada."
           END-REWRITE
           ELSE
           WRITE ADHESION-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la adhesion de " CLIENTES-ID "."
           NOT INVALID KEY
           DISPLAY "Cliente " CLIENTES-ID " adherido al debito "
                   "automatico."
           END-WRITE
           END-IF.

      *La baja es logica: la adhesion queda con la fecha y quien la
      *dio, y la generacion de debitos la saltea:
       BAJA-DE-ADHESION.
           DISPLAY "ID del cliente a dar de baja: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO ADHESION-CLIENTES-ID.
           READ ARCHIVO-ADHESIONES RECORD
           INVALID KEY
           DISPLAY "El cliente " CAMPO-CLIENTES-ID " no esta "
                   "adherido."
           NOT INVALID KEY
           MOVE "B" TO ADHESION-ESTADO
           MOVE OPERADOR TO ADHESION-OPERADOR
           MOVE FUNCTION CURRENT-DATE (1:8) TO ADHESION-FECHA-BAJA
           REWRITE ADHESION-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando la adhesion."
           NOT INVALID KEY
           DISPLAY "Adhesion de " ADHESION-CLIENTES-ID
                   " dada de baja."
           END-REWRITE
           END-READ.

       CONSULTA-ADHESION.
           DISPLAY "ID del cliente: ".
           ACCEPT CAMPO-CLIENTES-ID.
           MOVE CAMPO-CLIENTES-ID TO ADHESION-CLIENTES-ID.
           READ ARCHIVO-ADHESIONES RECORD
           INVALID KEY
           DISPLAY "El cliente " CAMPO-CLIENTES-ID " no esta "
                   "adherido."
           NOT INVALID KEY
           PERFORM MUESTRA-ADHESION
           END-READ.

       MUESTRA-ADHESION.
           DISPLAY "Cliente " ADHESION-CLIENTES-ID
                   "  Banco: " ADHESION-BANCO
                   "  CBU: " ADHESION-CBU
                   "  Mandato: " ADHESION-FECHA-MANDATO
                   "  Estado: " ADHESION-ESTADO
                   "  Baja: " ADHESION-FECHA-BAJA
                   "  Operador: " ADHESION-OPERADOR.

       LISTA-ADHESIONES.
           MOVE ZEROES TO CONTADOR-LISTADAS.
           MOVE LOW-VALUES TO ADHESION-CLIENTES-ID.
           START ARCHIVO-ADHESIONES
               KEY IS NOT LESS ADHESION-CLIENTES-ID
           INVALID KEY
           MOVE "0" TO FIN-DE-ADHESIONES
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-ADHESIONES
           END-START.
           PERFORM LISTA-SIGUIENTE-ADHESION
           UNTIL FIN-DE-ADHESIONES = "0".
           DISPLAY "Adhesiones listadas: " CONTADOR-LISTADAS.

       LISTA-SIGUIENTE-ADHESION.
           READ ARCHIVO-ADHESIONES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-ADHESIONES
           NOT AT END
           ADD 1 TO CONTADOR-LISTADAS
           PERFORM MUESTRA-ADHESION
           END-READ.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-adhesiones-debito.
