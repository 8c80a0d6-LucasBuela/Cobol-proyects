      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Preferencias de envio de documentos por cliente: para
      *          cada tipo (estado de cuenta, carta de mora, de
      *          bienvenida, de cambio de direccion y de aviso) se
      *          elige papel o correo electronico. No se acepta correo
      *          si el cliente no tiene una direccion bien formada.
      *          Muestra si la direccion quedo sospechosa por un
      *          rebote y permite levantar la marca cuando el cliente
      *          confirma que la direccion funciona; cambiar el e-mail
      *          del cliente tambien la levanta. Cada grabacion guarda
      *          el operador y la fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-preferencias-envio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Canal elegido por cada cliente para cada tipo de documento:
       COPY "DataBasePreferenciasEnvio.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataPreferenciasEnvio.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  PREFERENCIAS-ENVIO-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  PREFERENCIA-EXISTE PIC X.
       77  CORREO-VALIDO PIC X.
       77  CORREO-SOSPECHOSO PIC X.
       77  FIN-OPERADORES PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-CANAL PIC X.
       77  FECHA-HOY PIC X(8).
       77  INDICE-TIPO PIC 9(1).
       77  CONTADOR-ARROBA PIC 9(2).
       77  CONTADOR-PUNTO PIC 9(2).
       01  PARTE-ANTES-ARROBA PIC X(50).
       01  PARTE-DESPUES-ARROBA PIC X(50).
       01  IMAGEN-ANTES PIC X(111).
       01  NOMBRES-TIPOS-ENVIO.
           05 FILLER PIC X(22) VALUE "Estado de cuenta".
           05 FILLER PIC X(22) VALUE "Carta de mora".
           05 FILLER PIC X(22) VALUE "Carta de bienvenida".
           05 FILLER PIC X(22) VALUE "Cambio de direccion".
           05 FILLER PIC X(22) VALUE "Avisos".
       01  TABLA-TIPOS-ENVIO REDEFINES NOMBRES-TIPOS-ENVIO.
           05 NOMBRE-TIPO-ENVIO PIC X(22) OCCURS 5 TIMES.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== PREFERENCIAS DE ENVIO DE DOCUMENTOS =====".
           PERFORM PIDE-OPERADOR.
           IF OPERADOR-NIVEL-ACTUAL = SPACE
           DISPLAY "Operador no registrado, no se puede continuar."
           GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           OPEN I-O ARCHIVO-PREFERENCIAS-ENVIO.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-PREFERENCIAS-ENVIO.
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
           DISPLAY "(C) Consultar un cliente, (M) Modificar los "
                   "canales, (L) Levantar la marca de correo "
                   "rebotado, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "C"
                   PERFORM CONSULTA-PREFERENCIAS
               WHEN "M"
                   PERFORM MODIFICA-CANALES
               WHEN "L"
                   PERFORM LEVANTA-MARCA-REBOTE
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      *Lee el cliente y su registro de preferencias; si todavia no
      *tiene uno, todo va en papel:
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
           PERFORM LEE-PREFERENCIAS
           PERFORM VALIDA-FORMATO-CORREO
           PERFORM CONTROLA-MARCA-REBOTE
           END-IF.

       LEE-PREFERENCIAS.
           MOVE CLIENTES-ID TO PENVIO-CLIENTES-ID.
           MOVE "S" TO PREFERENCIA-EXISTE.
           READ ARCHIVO-PREFERENCIAS-ENVIO RECORD
           INVALID KEY
           MOVE "N" TO PREFERENCIA-EXISTE
           INITIALIZE PREFERENCIAS-ENVIO-REGISTRO
           MOVE CLIENTES-ID TO PENVIO-CLIENTES-ID
           MOVE ALL "P" TO PENVIO-CANALES
           END-READ.
           MOVE PREFERENCIAS-ENVIO-REGISTRO TO IMAGEN-ANTES.

      *Mismo chequeo que Decidir-envio-documento: un "@" y al menos
      *un "." en la parte de despues:
       VALIDA-FORMATO-CORREO.
           MOVE "S" TO CORREO-VALIDO.
           MOVE 0 TO CONTADOR-ARROBA.
           INSPECT CLIENTES-EMAIL TALLYING CONTADOR-ARROBA
               FOR ALL "@".
           IF CONTADOR-ARROBA = 0
           MOVE "N" TO CORREO-VALIDO
           ELSE
           MOVE SPACE TO PARTE-ANTES-ARROBA
           MOVE SPACE TO PARTE-DESPUES-ARROBA
           UNSTRING CLIENTES-EMAIL DELIMITED BY "@"
               INTO PARTE-ANTES-ARROBA PARTE-DESPUES-ARROBA
           END-UNSTRING
           MOVE 0 TO CONTADOR-PUNTO
           INSPECT PARTE-DESPUES-ARROBA TALLYING CONTADOR-PUNTO
               FOR ALL "."
           IF CONTADOR-PUNTO = 0 OR PARTE-ANTES-ARROBA = SPACES
           MOVE "N" TO CORREO-VALIDO
           END-IF
           END-IF.

      *La marca es la direccion que reboto; solo vale mientras el
      *cliente siga teniendo esa misma direccion:
       CONTROLA-MARCA-REBOTE.
           MOVE "N" TO CORREO-SOSPECHOSO.
           IF PENVIO-EMAIL-REBOTADO NOT = SPACES AND
              PENVIO-EMAIL-REBOTADO = CLIENTES-EMAIL
           MOVE "S" TO CORREO-SOSPECHOSO
           END-IF.

       MUESTRA-PREFERENCIAS.
           DISPLAY "Cliente: " FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE).
           IF CLIENTES-EMAIL = SPACES
           DISPLAY "E-mail: (sin cargar)"
           ELSE
           DISPLAY "E-mail: " FUNCTION TRIM(CLIENTES-EMAIL)
           IF CORREO-VALIDO = "N"
           DISPLAY "     La direccion esta mal formada: todo sale "
                   "en papel."
           END-IF
           END-IF.
           IF CORREO-SOSPECHOSO = "S"
           DISPLAY "     SOSPECHOSO: reboto el " PENVIO-FECHA-REBOTE
                   " (envio " FUNCTION TRIM(PENVIO-REFERENCIA-REBOTE)
                   "), todo sale en papel."
           END-IF.
           PERFORM MUESTRA-CANAL
           VARYING INDICE-TIPO FROM 1 BY 1 UNTIL INDICE-TIPO > 5.
           IF PREFERENCIA-EXISTE = "S"
           DISPLAY "Ultima modificacion " PENVIO-FECHA-MODIFICACION
                   " por " PENVIO-OPERADOR
           END-IF.

       MUESTRA-CANAL.
           IF PENVIO-CANAL (INDICE-TIPO) = "E"
           DISPLAY "  " NOMBRE-TIPO-ENVIO (INDICE-TIPO)
                   "correo electronico"
           ELSE
           DISPLAY "  " NOMBRE-TIPO-ENVIO (INDICE-TIPO) "papel"
           END-IF.

       CONSULTA-PREFERENCIAS.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM MUESTRA-PREFERENCIAS
           END-IF.

      *Lo que se deja en blanco conserva el canal que tenia:
       MODIFICA-CANALES.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM MUESTRA-PREFERENCIAS
           PERFORM PIDE-CANAL
           VARYING INDICE-TIPO FROM 1 BY 1 UNTIL INDICE-TIPO > 5
           PERFORM GRABA-PREFERENCIAS
           END-IF.

       PIDE-CANAL.
           MOVE SPACE TO CAMPO-CANAL.
           DISPLAY NOMBRE-TIPO-ENVIO (INDICE-TIPO)
                   " (P papel, E correo, blanco "
                   PENVIO-CANAL (INDICE-TIPO) "): ".
           ACCEPT CAMPO-CANAL.
           MOVE FUNCTION UPPER-CASE(CAMPO-CANAL) TO CAMPO-CANAL.
           EVALUATE CAMPO-CANAL
               WHEN SPACE
                   CONTINUE
               WHEN "P"
                   MOVE "P" TO PENVIO-CANAL (INDICE-TIPO)
               WHEN "E"
                   IF CORREO-VALIDO = "S"
                   MOVE "E" TO PENVIO-CANAL (INDICE-TIPO)
                   ELSE
                   DISPLAY "El cliente no tiene un e-mail valido, "
                           "queda como estaba."
                   END-IF
               WHEN OTHER
                   DISPLAY "Canal invalido, queda como estaba."
           END-EVALUATE.

      *El cliente confirmo que la direccion funciona: se borra la
      *marca y los proximos documentos vuelven a salir por correo:
       LEVANTA-MARCA-REBOTE.
           PERFORM PIDE-CLIENTE.
           IF REGISTRO-ENCONTRADO = "S"
           PERFORM MUESTRA-PREFERENCIAS
           IF PENVIO-EMAIL-REBOTADO = SPACES
           DISPLAY "El cliente no tiene ninguna marca de rebote."
           ELSE
           MOVE "¿Confirma que la direccion funciona (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           MOVE SPACES TO PENVIO-EMAIL-REBOTADO
           MOVE SPACES TO PENVIO-FECHA-REBOTE
           MOVE SPACES TO PENVIO-REFERENCIA-REBOTE
           PERFORM GRABA-PREFERENCIAS
           END-IF
           END-IF
           END-IF.

       GRABA-PREFERENCIAS.
           IF PREFERENCIAS-ENVIO-REGISTRO = IMAGEN-ANTES
           DISPLAY "Sin cambios."
           ELSE
           MOVE FECHA-HOY TO PENVIO-FECHA-MODIFICACION
           MOVE OPERADOR TO PENVIO-OPERADOR
           IF PREFERENCIA-EXISTE = "S"
           REWRITE PREFERENCIAS-ENVIO-REGISTRO
           INVALID KEY
           DISPLAY "Error regrabando las preferencias, status: "
                   PREFERENCIAS-ENVIO-STATUS
           NOT INVALID KEY
           DISPLAY "Preferencias del cliente " PENVIO-CLIENTES-ID
                   " actualizadas."
           END-REWRITE
           ELSE
           WRITE PREFERENCIAS-ENVIO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando las preferencias, status: "
                   PREFERENCIAS-ENVIO-STATUS
           NOT INVALID KEY
           DISPLAY "Preferencias del cliente " PENVIO-CLIENTES-ID
                   " grabadas."
           END-WRITE
           END-IF
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-preferencias-envio.
