      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Campanas de marketing: alta de una campana (codigo,
      *          nombre, fechas y canal) con los criterios de su
      *          lista de objetivos (pais, sucursal, producto, score,
      *          banda de edad y banda de saldo), y generacion de esa
      *          lista. La lista respeta la preferencia de contacto
      *          de cada cliente y la marca de direccion devuelta
      *          segun el canal, y sale ademas en
      *          campana_<codigo>.txt para imprimir las cartas o
      *          repartir los llamados. Los contactos y los productos
      *          nuevos de los objetivos mientras la campana esta en
      *          curso se le atribuyen solos (Atribuir-campana); la
      *          respuesta de un cliente que no paso por un contacto
      *          (un cupon que trae a la sucursal) se registra aca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-campanas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Campanas y sus listas de objetivos:
       COPY "DataBaseCampanas.cbl".
       COPY "DataBaseCampanaObjetivos.cbl".
      *Lista de la campana para el envio o los llamados:
       SELECT ARCHIVO-LISTA-CAMPANA
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LISTA
       ORGANIZATION LINE SEQUENTIAL.
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataCampanas.cbl".
       COPY "DataCampanaObjetivos.cbl".

       FD  ARCHIVO-LISTA-CAMPANA.
           01 LISTA-CAMPANA-LINEA PIC X(150).
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  CAMPANAS-STATUS PIC XX.
       77  CAMPANA-OBJETIVOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  OPCION PIC X.
       77  CAMPANA-EXISTE PIC X.
       77  DATOS-VALIDOS PIC X.
       77  FIN-DE-CAMPANAS PIC X.
       77  FIN-DE-CLIENTES PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       77  CAMPO-CODIGO PIC X(8).
       77  CAMPO-CLIENTES-ID PIC X(6).
       77  CAMPO-FECHA PIC X(8).
       77  CAMPO-EDAD PIC X(3).
       77  CAMPO-SALDO PIC X(12).
       77  NOMBRE-ARCHIVO-LISTA PIC X(30).
       77  FECHA-HOY PIC X(8).
       77  FECHA-HOY-NUM PIC 9(8).
       77  FECHA-NACIMIENTO-NUM PIC 9(8).
       77  EDAD-DEL-CLIENTE PIC 9(3).
       77  CLIENTE-ELEGIDO PIC X.
       77  CLIENTE-EXCLUIDO PIC X.
       77  CONTADOR-OBJETIVOS PIC 9(6).
       77  CONTADOR-EXCLUIDOS PIC 9(6).
       77  CONTADOR-LISTADAS PIC 9(4).
       77  DESCRIPCION-CANAL PIC X(10).
       77  CAMPO-CANTIDAD-MUESTRA PIC ZZZZZ9.
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== CAMPANAS DE MARKETING =====".
           PERFORM LEE-SESION-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           MOVE FECHA-HOY TO FECHA-HOY-NUM.
           OPEN I-O ARCHIVO-CAMPANAS.
           MOVE SPACE TO OPCION.
           PERFORM PROCESA-OPCION
           UNTIL OPCION = "X".
           CLOSE ARCHIVO-CAMPANAS.
           GOBACK.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel:
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
           IF OPERADOR = SPACE
           DISPLAY "Ingrese su identificador de operador: "
           ACCEPT OPERADOR
           END-IF.

       PROCESA-OPCION.
           DISPLAY " ".
           DISPLAY "(A) Alta de campana, (L) Listar campanas, "
                   "(G) Generar la lista de objetivos, (R) Registrar "
                   "una respuesta, (X) Salir: ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           EVALUATE OPCION
               WHEN "A"
                   PERFORM ALTA-CAMPANA
               WHEN "L"
                   PERFORM LISTA-CAMPANAS
               WHEN "G"
                   PERFORM GENERA-LISTA-OBJETIVOS
               WHEN "R"
                   PERFORM REGISTRA-RESPUESTA
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       PIDE-CODIGO-CAMPANA.
           DISPLAY "Codigo de la campana: ".
           MOVE SPACES TO CAMPO-CODIGO.
           ACCEPT CAMPO-CODIGO.
           MOVE FUNCTION UPPER-CASE(CAMPO-CODIGO) TO CAMPO-CODIGO.
           MOVE CAMPO-CODIGO TO CAMPANA-CODIGO.
           MOVE "S" TO CAMPANA-EXISTE.
           READ ARCHIVO-CAMPANAS RECORD
           INVALID KEY
           MOVE "N" TO CAMPANA-EXISTE
           END-READ.

      *Una fecha AAAAMMDD valida, en CAMPO-FECHA:
       VALIDA-CAMPO-FECHA.
           IF CAMPO-FECHA NOT NUMERIC
           MOVE "N" TO DATOS-VALIDOS
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CAMPO-FECHA))
              NOT = ZERO
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.

       ALTA-CAMPANA.
           PERFORM PIDE-CODIGO-CAMPANA.
           MOVE "S" TO DATOS-VALIDOS.
           IF CAMPO-CODIGO = SPACES
           DISPLAY "El codigo no puede quedar en blanco."
           MOVE "N" TO DATOS-VALIDOS
           END-IF.
           IF CAMPANA-EXISTE = "S"
           DISPLAY "Ya existe una campana con ese codigo."
           MOVE "N" TO DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-DATOS-CAMPANA
           END-IF.
           IF DATOS-VALIDOS = "S"
           PERFORM PIDE-CRITERIOS-CAMPANA
           MOVE "¿Confirma el alta de la campana (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           WRITE CAMPANA-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la campana, status: "
                   CAMPANAS-STATUS
           NOT INVALID KEY
           DISPLAY "Campana dada de alta; genere su lista con (G)."
           END-WRITE
           END-IF
           END-IF.

       PIDE-DATOS-CAMPANA.
           MOVE SPACES TO CAMPANA-REGISTRO.
           MOVE CAMPO-CODIGO TO CAMPANA-CODIGO.
           MOVE FECHA-HOY TO CAMPANA-FECHA-ALTA.
           MOVE OPERADOR TO CAMPANA-OPERADOR.
           MOVE ZEROES TO CAMPANA-OBJETIVOS.
           MOVE ZEROES TO CAMPANA-EXCLUIDOS.
           DISPLAY "Nombre de la campana: ".
           ACCEPT CAMPANA-NOMBRE.
           DISPLAY "Fecha de inicio (AAAAMMDD): ".
           MOVE SPACES TO CAMPO-FECHA.
           ACCEPT CAMPO-FECHA.
           PERFORM VALIDA-CAMPO-FECHA.
           MOVE CAMPO-FECHA TO CAMPANA-FECHA-DESDE.
           DISPLAY "Fecha de fin (AAAAMMDD): ".
           MOVE SPACES TO CAMPO-FECHA.
           ACCEPT CAMPO-FECHA.
           PERFORM VALIDA-CAMPO-FECHA.
           MOVE CAMPO-FECHA TO CAMPANA-FECHA-HASTA.
           IF DATOS-VALIDOS = "N"
           DISPLAY "Las fechas deben ser AAAAMMDD validas."
           ELSE
           IF CAMPANA-FECHA-HASTA < CAMPANA-FECHA-DESDE
           DISPLAY "La campana no puede terminar antes de empezar."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.
           IF DATOS-VALIDOS = "S"
           DISPLAY "Canal: (C) correo postal, (T) telefono, "
                   "(E) correo electronico: "
           ACCEPT CAMPANA-CANAL
           MOVE FUNCTION UPPER-CASE(CAMPANA-CANAL) TO CAMPANA-CANAL
           IF NOT CAMPANA-CANAL-VALIDO
           DISPLAY "Canal invalido."
           MOVE "N" TO DATOS-VALIDOS
           END-IF
           END-IF.

      *Cada criterio en blanco no filtra; las bandas abiertas quedan
      *con el extremo del campo:
       PIDE-CRITERIOS-CAMPANA.
           DISPLAY "Pais (blanco = todos): ".
           ACCEPT CAMPANA-CRIT-PAIS.
           MOVE FUNCTION UPPER-CASE(CAMPANA-CRIT-PAIS) TO
               CAMPANA-CRIT-PAIS.
           DISPLAY "Sucursal (blanco = todas): ".
           ACCEPT CAMPANA-CRIT-SUCURSAL.
           MOVE FUNCTION UPPER-CASE(CAMPANA-CRIT-SUCURSAL) TO
               CAMPANA-CRIT-SUCURSAL.
           DISPLAY "Producto (blanco = todos): ".
           ACCEPT CAMPANA-CRIT-PRODUCTO.
           MOVE FUNCTION UPPER-CASE(CAMPANA-CRIT-PRODUCTO) TO
               CAMPANA-CRIT-PRODUCTO.
           DISPLAY "Score A, B o C (blanco = todos): ".
           ACCEPT CAMPANA-CRIT-SCORE.
           MOVE FUNCTION UPPER-CASE(CAMPANA-CRIT-SCORE) TO
               CAMPANA-CRIT-SCORE.
           DISPLAY "Edad desde (blanco = sin minimo): ".
           MOVE SPACES TO CAMPO-EDAD.
           ACCEPT CAMPO-EDAD.
           MOVE ZEROES TO CAMPANA-CRIT-EDAD-DESDE.
           IF CAMPO-EDAD NOT = SPACES
           MOVE FUNCTION NUMVAL(CAMPO-EDAD) TO CAMPANA-CRIT-EDAD-DESDE
           END-IF.
           DISPLAY "Edad hasta (blanco = sin maximo): ".
           MOVE SPACES TO CAMPO-EDAD.
           ACCEPT CAMPO-EDAD.
           MOVE 999 TO CAMPANA-CRIT-EDAD-HASTA.
           IF CAMPO-EDAD NOT = SPACES
           MOVE FUNCTION NUMVAL(CAMPO-EDAD) TO CAMPANA-CRIT-EDAD-HASTA
           END-IF.
           DISPLAY "Saldo desde, en la moneda de la cuenta (blanco = "
                   "sin minimo): ".
           MOVE SPACES TO CAMPO-SALDO.
           ACCEPT CAMPO-SALDO.
           MOVE -9999999.99 TO CAMPANA-CRIT-SALDO-DESDE.
           IF CAMPO-SALDO NOT = SPACES
           MOVE FUNCTION NUMVAL(CAMPO-SALDO) TO
               CAMPANA-CRIT-SALDO-DESDE
           END-IF.
           DISPLAY "Saldo hasta (blanco = sin maximo): ".
           MOVE SPACES TO CAMPO-SALDO.
           ACCEPT CAMPO-SALDO.
           MOVE 9999999.99 TO CAMPANA-CRIT-SALDO-HASTA.
           IF CAMPO-SALDO NOT = SPACES
           MOVE FUNCTION NUMVAL(CAMPO-SALDO) TO
               CAMPANA-CRIT-SALDO-HASTA
           END-IF.

       LISTA-CAMPANAS.
           MOVE ZEROES TO CONTADOR-LISTADAS.
           MOVE LOW-VALUES TO CAMPANA-CODIGO.
           START ARCHIVO-CAMPANAS KEY IS NOT LESS CAMPANA-CODIGO
           INVALID KEY
           MOVE "0" TO FIN-DE-CAMPANAS
           NOT INVALID KEY
           MOVE "1" TO FIN-DE-CAMPANAS
           END-START.
           PERFORM MUESTRA-SIGUIENTE-CAMPANA
           UNTIL FIN-DE-CAMPANAS = "0".
           IF CONTADOR-LISTADAS = ZEROES
           DISPLAY "No hay campanas dadas de alta."
           END-IF.

       MUESTRA-SIGUIENTE-CAMPANA.
           READ ARCHIVO-CAMPANAS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CAMPANAS
           NOT AT END
           ADD 1 TO CONTADOR-LISTADAS
           PERFORM MUESTRA-CAMPANA
           END-READ.

       MUESTRA-CAMPANA.
           EVALUATE TRUE
               WHEN CAMPANA-POR-CORREO
                   MOVE "correo" TO DESCRIPCION-CANAL
               WHEN CAMPANA-POR-TELEFONO
                   MOVE "telefono" TO DESCRIPCION-CANAL
               WHEN OTHER
                   MOVE "e-mail" TO DESCRIPCION-CANAL
           END-EVALUATE.
           DISPLAY CAMPANA-CODIGO " " CAMPANA-NOMBRE
                   " " CAMPANA-FECHA-DESDE "-" CAMPANA-FECHA-HASTA
                   " " DESCRIPCION-CANAL.
           IF CAMPANA-FECHA-LISTA = SPACES
           DISPLAY "         lista de objetivos sin generar"
           ELSE
           DISPLAY "         lista del " CAMPANA-FECHA-LISTA ": "
                   CAMPANA-OBJETIVOS " objetivos, "
                   CAMPANA-EXCLUIDOS " excluidos por preferencia "
                   "o direccion"
           END-IF.

      *La lista se genera una sola vez, para que los resultados se
      *midan siempre contra el mismo grupo de clientes:
       GENERA-LISTA-OBJETIVOS.
           PERFORM PIDE-CODIGO-CAMPANA.
           IF CAMPANA-EXISTE = "N"
           DISPLAY "No existe una campana con ese codigo."
           ELSE
           IF CAMPANA-FECHA-LISTA NOT = SPACES
           DISPLAY "La lista de esa campana ya se genero el "
                   CAMPANA-FECHA-LISTA "."
           ELSE
           PERFORM MUESTRA-CAMPANA
           MOVE "¿Genera la lista de objetivos (S/N)?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           IF SI-A-GRABAR = "S"
           PERFORM ARMA-LISTA-OBJETIVOS
           END-IF
           END-IF
           END-IF.

       ARMA-LISTA-OBJETIVOS.
           MOVE ZEROES TO CONTADOR-OBJETIVOS.
           MOVE ZEROES TO CONTADOR-EXCLUIDOS.
           MOVE SPACES TO NOMBRE-ARCHIVO-LISTA.
           STRING "campana_" DELIMITED BY SIZE
                  CAMPANA-CODIGO DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-LISTA
           END-STRING.
           OPEN OUTPUT ARCHIVO-LISTA-CAMPANA.
           OPEN I-O ARCHIVO-CAMPANA-OBJETIVOS.
           OPEN INPUT ARCHIVO-CLIENTES.
           MOVE "1" TO FIN-DE-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "Error abriendo el archivo de clientes, status: "
                   CLIENTES-STATUS
           MOVE "0" TO FIN-DE-CLIENTES
           END-IF.
           PERFORM REVISA-CLIENTE-OBJETIVO
           UNTIL FIN-DE-CLIENTES = "0".
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CAMPANA-OBJETIVOS.
           CLOSE ARCHIVO-LISTA-CAMPANA.
           MOVE FECHA-HOY TO CAMPANA-FECHA-LISTA.
           MOVE CONTADOR-OBJETIVOS TO CAMPANA-OBJETIVOS.
           MOVE CONTADOR-EXCLUIDOS TO CAMPANA-EXCLUIDOS.
           REWRITE CAMPANA-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la campana, status: "
                   CAMPANAS-STATUS
           END-REWRITE.
           MOVE CONTADOR-OBJETIVOS TO CAMPO-CANTIDAD-MUESTRA.
           DISPLAY "Clientes en la lista: " CAMPO-CANTIDAD-MUESTRA.
           MOVE CONTADOR-EXCLUIDOS TO CAMPO-CANTIDAD-MUESTRA.
           DISPLAY "Excluidos por preferencia de contacto o "
                   "direccion: " CAMPO-CANTIDAD-MUESTRA.
           DISPLAY "Lista para el envio en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-LISTA) ".".

       REVISA-CLIENTE-OBJETIVO.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-CLIENTES
           NOT AT END
           PERFORM APLICA-CRITERIOS
           IF CLIENTE-ELEGIDO = "S"
           PERFORM APLICA-PREFERENCIA-CONTACTO
           IF CLIENTE-EXCLUIDO = "S"
           ADD 1 TO CONTADOR-EXCLUIDOS
           ELSE
           PERFORM GRABA-OBJETIVO
           END-IF
           END-IF
           END-READ.

      *Solo entran clientes en operatoria; la edad sale de la fecha
      *de nacimiento y, sin fecha cargada, de la edad de la ficha:
       APLICA-CRITERIOS.
           MOVE "S" TO CLIENTE-ELEGIDO.
           IF CLIENTE-FUERA-DE-OPERATORIA
           MOVE "N" TO CLIENTE-ELEGIDO
           END-IF.
           IF CAMPANA-CRIT-PAIS NOT = SPACES AND
              FUNCTION UPPER-CASE(CLIENTES-PAIS) NOT = CAMPANA-CRIT-PAIS
           MOVE "N" TO CLIENTE-ELEGIDO
           END-IF.
           IF CAMPANA-CRIT-SUCURSAL NOT = SPACES AND
              CLIENTES-SUCURSAL NOT = CAMPANA-CRIT-SUCURSAL
           MOVE "N" TO CLIENTE-ELEGIDO
           END-IF.
           IF CAMPANA-CRIT-PRODUCTO NOT = SPACES AND
              CLIENTES-PRODUCTO NOT = CAMPANA-CRIT-PRODUCTO
           MOVE "N" TO CLIENTE-ELEGIDO
           END-IF.
           IF CAMPANA-CRIT-SCORE NOT = SPACES AND
              CLIENTES-SCORE NOT = CAMPANA-CRIT-SCORE
           MOVE "N" TO CLIENTE-ELEGIDO
           END-IF.
           IF CLIENTES-SALDO < CAMPANA-CRIT-SALDO-DESDE OR
              CLIENTES-SALDO > CAMPANA-CRIT-SALDO-HASTA
           MOVE "N" TO CLIENTE-ELEGIDO
           END-IF.
           IF CLIENTE-ELEGIDO = "S"
           PERFORM CALCULA-EDAD-CLIENTE
           IF EDAD-DEL-CLIENTE < CAMPANA-CRIT-EDAD-DESDE OR
              EDAD-DEL-CLIENTE > CAMPANA-CRIT-EDAD-HASTA
           MOVE "N" TO CLIENTE-ELEGIDO
           END-IF
           END-IF.

       CALCULA-EDAD-CLIENTE.
           IF CLIENTES-FECHA-NACIMIENTO NUMERIC AND
              CLIENTES-FECHA-NACIMIENTO NOT = ZEROES
           MOVE CLIENTES-FECHA-NACIMIENTO TO FECHA-NACIMIENTO-NUM
           COMPUTE EDAD-DEL-CLIENTE =
               (FECHA-HOY-NUM - FECHA-NACIMIENTO-NUM) / 10000
           ELSE
           MOVE CLIENTES-EDAD TO EDAD-DEL-CLIENTE
           END-IF.

      *El canal decide que se respeta: por correo postal, el pedido
      *de no recibir correo y la direccion devuelta; por telefono,
      *el de no ser llamado; por correo electronico, el de no
      *recibir correo. Sin el dato del canal tampoco se lo alcanza:
       APLICA-PREFERENCIA-CONTACTO.
           MOVE "N" TO CLIENTE-EXCLUIDO.
           EVALUATE TRUE
               WHEN CAMPANA-POR-CORREO
                   IF CLIENTE-SIN-CORREO OR
                      CLIENTE-DIRECCION-DEVUELTA OR
                      CLIENTES-DIRECCION = SPACES
                   MOVE "S" TO CLIENTE-EXCLUIDO
                   END-IF
               WHEN CAMPANA-POR-TELEFONO
                   IF CLIENTE-SIN-TELEFONO OR
                      CLIENTES-TELEFONO = SPACES
                   MOVE "S" TO CLIENTE-EXCLUIDO
                   END-IF
               WHEN OTHER
                   IF CLIENTE-SIN-CORREO OR CLIENTES-EMAIL = SPACES
                   MOVE "S" TO CLIENTE-EXCLUIDO
                   END-IF
           END-EVALUATE.

       GRABA-OBJETIVO.
           MOVE SPACES TO OBJETIVO-REGISTRO.
           MOVE CAMPANA-CODIGO TO OBJETIVO-CAMPANA.
           MOVE CLIENTES-ID TO OBJETIVO-CLIENTES-ID.
           MOVE CLIENTES-SALDO TO OBJETIVO-SALDO-INICIAL.
           MOVE CLIENTES-MONEDA TO OBJETIVO-MONEDA.
           IF OBJETIVO-MONEDA = SPACES
           MOVE "ARS" TO OBJETIVO-MONEDA
           END-IF.
           WRITE OBJETIVO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el objetivo " CLIENTES-ID
                   ", status: " CAMPANA-OBJETIVOS-STATUS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-OBJETIVOS
           PERFORM ESCRIBE-LINEA-LISTA
           END-WRITE.

       ESCRIBE-LINEA-LISTA.
           MOVE SPACES TO LISTA-CAMPANA-LINEA.
           EVALUATE TRUE
               WHEN CAMPANA-POR-CORREO
                   STRING CLIENTES-ID ";"
                          FUNCTION TRIM(CLIENTES-NOMBRE) " "
                          FUNCTION TRIM(CLIENTES-APELLIDO) ";"
                          FUNCTION TRIM(CLIENTES-DIRECCION) ";"
                          FUNCTION TRIM(CLIENTES-CODIGO-POSTAL) ";"
                          FUNCTION TRIM(CLIENTES-PAIS)
                          DELIMITED BY SIZE INTO LISTA-CAMPANA-LINEA
               WHEN CAMPANA-POR-TELEFONO
                   STRING CLIENTES-ID ";"
                          FUNCTION TRIM(CLIENTES-NOMBRE) " "
                          FUNCTION TRIM(CLIENTES-APELLIDO) ";"
                          FUNCTION TRIM(CLIENTES-TELEFONO)
                          DELIMITED BY SIZE INTO LISTA-CAMPANA-LINEA
               WHEN OTHER
                   STRING CLIENTES-ID ";"
                          FUNCTION TRIM(CLIENTES-NOMBRE) " "
                          FUNCTION TRIM(CLIENTES-APELLIDO) ";"
                          FUNCTION TRIM(CLIENTES-EMAIL)
                          DELIMITED BY SIZE INTO LISTA-CAMPANA-LINEA
           END-EVALUATE.
           WRITE LISTA-CAMPANA-LINEA.

      *Una respuesta que no vino por un contacto registrado (el
      *cliente trae el cupon a la sucursal, contesta el correo):
       REGISTRA-RESPUESTA.
           PERFORM PIDE-CODIGO-CAMPANA.
           IF CAMPANA-EXISTE = "N"
           DISPLAY "No existe una campana con ese codigo."
           ELSE
           DISPLAY "ID del cliente que respondio: "
           MOVE SPACES TO CAMPO-CLIENTES-ID
           ACCEPT CAMPO-CLIENTES-ID
           OPEN I-O ARCHIVO-CAMPANA-OBJETIVOS
           MOVE CAMPO-CODIGO TO OBJETIVO-CAMPANA
           MOVE CAMPO-CLIENTES-ID TO OBJETIVO-CLIENTES-ID
           READ ARCHIVO-CAMPANA-OBJETIVOS RECORD
           INVALID KEY
           DISPLAY "El cliente no esta en la lista de esa campana."
           NOT INVALID KEY
           PERFORM GRABA-RESPUESTA
           END-READ
           CLOSE ARCHIVO-CAMPANA-OBJETIVOS
           END-IF.

       GRABA-RESPUESTA.
           IF OBJETIVO-FECHA-RESPUESTA NOT = SPACES
           DISPLAY "La respuesta ya estaba registrada el "
                   OBJETIVO-FECHA-RESPUESTA "."
           ELSE
           MOVE FECHA-HOY TO OBJETIVO-FECHA-RESPUESTA
           REWRITE OBJETIVO-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando el objetivo, status: "
                   CAMPANA-OBJETIVOS-STATUS
           NOT INVALID KEY
           DISPLAY "Respuesta registrada."
           END-REWRITE
           END-IF.

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Mantener-campanas.
