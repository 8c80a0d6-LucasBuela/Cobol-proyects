      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Carga del envio mensual de las listas de sanciones y
      *          de personas expuestas politicamente y control de
      *          toda la cartera contra la lista nueva. El envio llega
      *          como lista_sanciones.txt, un renglon por nombre con
      *          tipo de lista (S o P), identificador de la persona
      *          listada, documento y nombre separados por punto y
      *          coma; los alias repiten el identificador. La lista
      *          anterior se reemplaza entera. Despues se coteja cada
      *          cliente que no este dado de baja con
      *          Cotejar-listas-cumplimiento y las coincidencias
      *          nuevas quedan para la revision del supervisor. Pide
      *          nivel de supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cargar-lista-sanciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Envio mensual tal como llega y lista vigente normalizada:
       SELECT OPTIONAL ARCHIVO-ENVIO-LISTAS
       ASSIGN TO "lista_sanciones.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS ENVIO-LISTAS-STATUS.
       COPY "DataBaseSanciones.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".

       FD  ARCHIVO-ENVIO-LISTAS.
           01 LINEA-ENVIO PIC X(200).

       COPY "DataSanciones.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  ENVIO-LISTAS-STATUS PIC XX.
       77  SANCIONES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-DEL-ENVIO PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Campos de un renglon del envio:
       77  CAMPO-TIPO-LISTA PIC X(1).
       77  CAMPO-ID-LISTA PIC X(10).
       77  CAMPO-DOCUMENTO PIC X(20).
       77  CAMPO-NOMBRE PIC X(60).
       77  POSICION-DOCUMENTO PIC 9(2).
       77  LARGO-DOCUMENTO PIC 9(2).
       77  CARACTER-DOCUMENTO PIC X.
       77  INDICE-PALABRA PIC 9(2).
       77  CONTADOR-RENGLONES PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CARGADOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-INVALIDOS PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CLIENTES PIC 9(7) VALUE ZEROES.
       77  CONTADOR-CON-COINCIDENCIA PIC 9(7) VALUE ZEROES.
       77  CONTADOR-NUEVAS PIC 9(7) VALUE ZEROES.
      *Palabras del nombre listado y cotejo de cada cliente:
       COPY "DataNombreNormalizado.cbl".
       COPY "DataCotejo.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CARGA DE LISTAS DE SANCIONES Y PEP =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para cargar las "
                   "listas de sanciones."
           GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-ENVIO-LISTAS.
           MOVE "1" TO FIN-DEL-ENVIO.
           IF ENVIO-LISTAS-STATUS NOT = "00"
           MOVE "0" TO FIN-DEL-ENVIO
           ELSE
           PERFORM LEE-SIGUIENTE-RENGLON
           END-IF.
           IF FIN-DEL-ENVIO = "0"
           DISPLAY "No hay envio para cargar (lista_sanciones.txt "
                   "vacio o inexistente); la lista vigente no se "
                   "toca."
           CLOSE ARCHIVO-ENVIO-LISTAS
           GOBACK
           END-IF.
           MOVE "Se reemplaza la lista vigente, ¿continua (S/N)?"
               TO CONFIRMA-MENSAJE.
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR.
           IF SI-A-GRABAR NOT = "S"
           CLOSE ARCHIVO-ENVIO-LISTAS
           DISPLAY "No se hizo nada."
           GOBACK
           END-IF.
           OPEN OUTPUT ARCHIVO-SANCIONES.
           PERFORM CARGA-RENGLON
           UNTIL FIN-DEL-ENVIO = "0".
           CLOSE ARCHIVO-SANCIONES.
           CLOSE ARCHIVO-ENVIO-LISTAS.
           DISPLAY "Renglones del envio:  " CONTADOR-RENGLONES.
           DISPLAY "Nombres cargados:     " CONTADOR-CARGADOS.
           DISPLAY "Renglones invalidos:  " CONTADOR-INVALIDOS.
           PERFORM CONTROLA-CARTERA.
           DISPLAY "Clientes cotejados:   " CONTADOR-CLIENTES.
           DISPLAY "Con coincidencias:    " CONTADOR-CON-COINCIDENCIA.
           DISPLAY "Nuevas a revisar:     " CONTADOR-NUEVAS.
           IF CONTADOR-NUEVAS > ZEROES
           DISPLAY "Las coincidencias nuevas esperan la decision del "
                   "supervisor en Revisar-coincidencias."
           END-IF.
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

       LEE-SIGUIENTE-RENGLON.
           READ ARCHIVO-ENVIO-LISTAS
           AT END
           MOVE "0" TO FIN-DEL-ENVIO.

      *Un renglon sin tipo valido, sin identificador o sin nombre ni
      *documento no se puede cotejar y se informa:
       CARGA-RENGLON.
           ADD 1 TO CONTADOR-RENGLONES.
           MOVE SPACES TO CAMPO-TIPO-LISTA CAMPO-ID-LISTA
               CAMPO-DOCUMENTO CAMPO-NOMBRE.
           UNSTRING LINEA-ENVIO DELIMITED BY ";"
               INTO CAMPO-TIPO-LISTA
                    CAMPO-ID-LISTA
                    CAMPO-DOCUMENTO
                    CAMPO-NOMBRE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(CAMPO-TIPO-LISTA)
               TO CAMPO-TIPO-LISTA.
           IF (CAMPO-TIPO-LISTA = "S" OR CAMPO-TIPO-LISTA = "P") AND
              CAMPO-ID-LISTA NOT = SPACES AND
              (CAMPO-NOMBRE NOT = SPACES OR
               CAMPO-DOCUMENTO NOT = SPACES)
           PERFORM GRABA-NOMBRE-LISTADO
           ELSE
           ADD 1 TO CONTADOR-INVALIDOS
           DISPLAY "Renglon " CONTADOR-RENGLONES " invalido: "
                   FUNCTION TRIM(LINEA-ENVIO)
           END-IF.
           PERFORM LEE-SIGUIENTE-RENGLON.

       GRABA-NOMBRE-LISTADO.
           MOVE SPACES TO SANCION-REGISTRO.
           MOVE CAMPO-TIPO-LISTA TO SANC-TIPO-LISTA.
           MOVE CAMPO-ID-LISTA TO SANC-ID-LISTA.
           PERFORM LIMPIA-DOCUMENTO.
           MOVE CAMPO-NOMBRE TO SANC-NOMBRE.
           MOVE CAMPO-NOMBRE TO NORMAL-TEXTO.
           CALL "Normalizar-nombre" USING NOMBRE-NORMALIZADO.
           MOVE NORMAL-CANTIDAD-PALABRAS TO SANC-CANTIDAD-PALABRAS.
           PERFORM COPIA-PALABRA
               VARYING INDICE-PALABRA FROM 1 BY 1
               UNTIL INDICE-PALABRA > 8.
           WRITE SANCION-REGISTRO.
           ADD 1 TO CONTADOR-CARGADOS.

       COPIA-PALABRA.
           MOVE NORMAL-PALABRA (INDICE-PALABRA) TO
               SANC-PALABRA (INDICE-PALABRA).

      *El documento de la lista puede venir con puntos, guiones o
      *espacios; se deja solo con letras y digitos, en mayusculas,
      *para compararlo tal cual con el DNI del cliente:
       LIMPIA-DOCUMENTO.
           MOVE FUNCTION UPPER-CASE(CAMPO-DOCUMENTO)
               TO CAMPO-DOCUMENTO.
           MOVE ZEROES TO LARGO-DOCUMENTO.
           PERFORM COPIA-CARACTER-DOCUMENTO
               VARYING POSICION-DOCUMENTO FROM 1 BY 1
               UNTIL POSICION-DOCUMENTO > 20.

       COPIA-CARACTER-DOCUMENTO.
           MOVE CAMPO-DOCUMENTO (POSICION-DOCUMENTO:1)
               TO CARACTER-DOCUMENTO.
           IF ((CARACTER-DOCUMENTO >= "A" AND
                CARACTER-DOCUMENTO <= "Z") OR
               CARACTER-DOCUMENTO NUMERIC) AND
              LARGO-DOCUMENTO < 15
           ADD 1 TO LARGO-DOCUMENTO
           MOVE CARACTER-DOCUMENTO TO
               SANC-DOCUMENTO (LARGO-DOCUMENTO:1)
           END-IF.

      *Control de toda la cartera contra la lista recien cargada;
      *las bajas no se cotejan:
       CONTROLA-CARTERA.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           MOVE "0" TO FIN-DE-CLIENTES
           ELSE
           PERFORM LEE-SIGUIENTE-CLIENTE
           END-IF.
           PERFORM COTEJA-CLIENTE
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-CLIENTES.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES.

       COTEJA-CLIENTE.
           IF NOT CLIENTE-INACTIVO
           ADD 1 TO CONTADOR-CLIENTES
           MOVE CLIENTES-ID TO COTEJO-CLIENTES-ID
           MOVE CLIENTES-DNI TO COTEJO-DNI
           MOVE CLIENTES-NOMBRE TO COTEJO-NOMBRE
           MOVE CLIENTES-APELLIDO TO COTEJO-APELLIDO
           MOVE "L" TO COTEJO-ORIGEN
           CALL "Cotejar-listas-cumplimiento" USING COTEJO-CONSULTA
           IF COTEJO-COINCIDENCIAS > ZEROES
           ADD 1 TO CONTADOR-CON-COINCIDENCIA
           ADD COTEJO-NUEVAS TO CONTADOR-NUEVAS
           DISPLAY "Coincidencia: " CLIENTES-ID " "
                   FUNCTION TRIM(CLIENTES-APELLIDO) ", "
                   FUNCTION TRIM(CLIENTES-NOMBRE)
                   "  (" COTEJO-NUEVAS " nuevas)"
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Cargar-lista-sanciones.
