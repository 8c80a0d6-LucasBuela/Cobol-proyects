      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Definicion de listados de clientes sin programar: un
      *          supervisor elige las columnas del registro de
      *          clientes, los filtros (igual, rango, en blanco o no
      *          en blanco), el orden, hasta dos cortes con
      *          subtotales y el titulo, y lo guarda con un nombre en
      *          listados.dat. Listado-definido lo corre a pedido o
      *          desde la cola nocturna. Un nombre ya guardado se
      *          puede reemplazar o borrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Definir-listado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Listados definidos:
       COPY "DataBaseListados.cbl".
      *Copia de trabajo para regrabar las definiciones:
       SELECT OPTIONAL ARCHIVO-LISTADOS-TRABAJO
       ASSIGN TO "listados.tmp"
       ORGANIZATION LINE SEQUENTIAL.
      *Operadores y sesion, porque solo un supervisor define:
       COPY "DataBaseOperadores.cbl".
       COPY "DataBaseSesion.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataListados.cbl".

       FD  ARCHIVO-LISTADOS-TRABAJO.
           01 LISTADO-TRABAJO-REGISTRO PIC X(99).
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  LISTADOS-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-LISTADOS PIC X.
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       77  NOMBRE-LISTADO PIC X(8).
       77  ACCION-LISTADO PIC X.
       77  DEFINICION-EXISTE PIC X.
       77  CONTADOR-DEFINICIONES PIC 9(4) VALUE ZEROES.
      *Renglones de la definicion nueva, en el orden en que se
      *graban; el ancho acumulado de las columnas no puede pasar el
      *renglon del spool:
       77  MAXIMO-RENGLONES-NUEVOS PIC 9(2) VALUE 30.
       77  CANTIDAD-RENGLONES-NUEVOS PIC 9(2) VALUE ZEROES.
       77  INDICE-RENGLON-NUEVO PIC 9(2).
       01  TABLA-RENGLONES-NUEVOS.
           05 RENGLON-NUEVO PIC X(99) OCCURS 30 TIMES.
       77  MAXIMO-COLUMNAS PIC 9(2) VALUE 12.
       77  MAXIMO-FILTROS PIC 9(2) VALUE 10.
       77  MAXIMO-ORDENES PIC 9(2) VALUE 3.
       77  MAXIMO-CORTES PIC 9(2) VALUE 2.
       77  CANTIDAD-COLUMNAS PIC 9(2).
       77  CANTIDAD-FILTROS PIC 9(2).
       77  CANTIDAD-ORDENES PIC 9(2).
       77  CANTIDAD-CORTES PIC 9(2).
       77  ANCHO-ACUMULADO PIC 9(3).
       77  ANCHO-MAXIMO-RENGLON PIC 9(3) VALUE 132.
       77  FIN-DE-PREGUNTAS PIC X.
       77  TITULO-PEDIDO PIC X(60).
       77  CAMPO-PEDIDO PIC X(12).
       77  CONDICION-PEDIDA PIC X(8).
       77  DESDE-PEDIDO PIC X(35).
       77  HASTA-PEDIDO PIC X(35).
       77  VALOR-VALIDO PIC X.
       COPY "DataCamposListado.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== DEFINICION DE LISTADOS DE CLIENTES =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Solo un supervisor puede definir listados."
           GOBACK
           END-IF.
           PERFORM LISTA-DEFINICIONES.
           MOVE SPACES TO NOMBRE-LISTADO.
           DISPLAY "Nombre del listado (hasta 8 letras; blanco para "
                   "salir): ".
           ACCEPT NOMBRE-LISTADO.
           MOVE FUNCTION UPPER-CASE(NOMBRE-LISTADO) TO NOMBRE-LISTADO.
           IF NOMBRE-LISTADO = SPACES
           GOBACK
           END-IF.
           PERFORM MUESTRA-DEFINICION.
           IF DEFINICION-EXISTE = "S"
           DISPLAY "(R) Reemplazar, (B) Borrar o (S) Salir?"
           MOVE SPACE TO ACCION-LISTADO
           ACCEPT ACCION-LISTADO
           MOVE FUNCTION UPPER-CASE(ACCION-LISTADO) TO ACCION-LISTADO
           ELSE
           DISPLAY "Listado nuevo."
           MOVE "R" TO ACCION-LISTADO
           END-IF.
           EVALUATE ACCION-LISTADO
               WHEN "R"
                   PERFORM ARMA-DEFINICION
                   IF CANTIDAD-COLUMNAS = ZEROES
                   DISPLAY "Sin columnas no hay listado; no se grabo."
                   ELSE
                   PERFORM GRABA-DEFINICION
                   DISPLAY "Listado " FUNCTION TRIM(NOMBRE-LISTADO)
                           " grabado."
                   END-IF
               WHEN "B"
                   MOVE ZEROES TO CANTIDAD-RENGLONES-NUEVOS
                   PERFORM GRABA-DEFINICION
                   DISPLAY "Listado " FUNCTION TRIM(NOMBRE-LISTADO)
                           " borrado."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.

      *Si Menu-principal dejo la sesion del operador ya autenticado,
      *se toma de ahi con su nivel:
       LEE-SESION-OPERADOR.
           MOVE SPACE TO OPERADOR.
           MOVE SPACE TO OPERADOR-NIVEL-ACTUAL.
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

      *Los listados ya guardados, con su titulo y quien los grabo:
       LISTA-DEFINICIONES.
           MOVE ZEROES TO CONTADOR-DEFINICIONES.
           OPEN INPUT ARCHIVO-LISTADOS.
           IF LISTADOS-STATUS = "00"
           MOVE "1" TO FIN-DE-LISTADOS
           PERFORM MUESTRA-TITULO-DEFINICION
           UNTIL FIN-DE-LISTADOS = "0"
           END-IF.
           CLOSE ARCHIVO-LISTADOS.
           IF CONTADOR-DEFINICIONES = ZEROES
           DISPLAY "No hay listados definidos."
           END-IF.

       MUESTRA-TITULO-DEFINICION.
           READ ARCHIVO-LISTADOS
           AT END
           MOVE "0" TO FIN-DE-LISTADOS
           NOT AT END
           IF LISTADO-DEF-ES-TITULO
           ADD 1 TO CONTADOR-DEFINICIONES
           DISPLAY LISTADO-DEF-NOMBRE " "
                   FUNCTION TRIM(LISTADO-DEF-TITULO)
                   "  (" FUNCTION TRIM(LISTADO-DEF-AUTOR) " "
                   LISTADO-DEF-FECHA ")"
           END-IF
           END-READ.

      *Muestra los renglones guardados con el nombre pedido, si los
      *hay:
       MUESTRA-DEFINICION.
           MOVE "N" TO DEFINICION-EXISTE.
           OPEN INPUT ARCHIVO-LISTADOS.
           IF LISTADOS-STATUS = "00"
           MOVE "1" TO FIN-DE-LISTADOS
           PERFORM MUESTRA-RENGLON-DEFINICION
           UNTIL FIN-DE-LISTADOS = "0"
           END-IF.
           CLOSE ARCHIVO-LISTADOS.

       MUESTRA-RENGLON-DEFINICION.
           READ ARCHIVO-LISTADOS
           AT END
           MOVE "0" TO FIN-DE-LISTADOS
           NOT AT END
           IF LISTADO-DEF-NOMBRE = NOMBRE-LISTADO
           MOVE "S" TO DEFINICION-EXISTE
           EVALUATE TRUE
               WHEN LISTADO-DEF-ES-TITULO
                   DISPLAY "Titulo:   "
                           FUNCTION TRIM(LISTADO-DEF-TITULO)
               WHEN LISTADO-DEF-ES-COLUMNA
                   DISPLAY "Columna:  " LISTADO-DEF-CAMPO
               WHEN LISTADO-DEF-ES-FILTRO
                   DISPLAY "Filtro:   " LISTADO-DEF-CAMPO " "
                           LISTADO-DEF-CONDICION " ["
                           FUNCTION TRIM(LISTADO-DEF-DESDE) "] ["
                           FUNCTION TRIM(LISTADO-DEF-HASTA) "]"
               WHEN LISTADO-DEF-ES-ORDEN
                   DISPLAY "Orden:    " LISTADO-DEF-CAMPO
               WHEN LISTADO-DEF-ES-CORTE
                   DISPLAY "Corte:    " LISTADO-DEF-CAMPO
           END-EVALUATE
           END-IF
           END-READ.

      *Pregunta la definicion completa y la deja armada en la tabla
      *de renglones nuevos: titulo, columnas, filtros, orden y
      *cortes, cada tanda hasta un codigo en blanco:
       ARMA-DEFINICION.
           MOVE ZEROES TO CANTIDAD-RENGLONES-NUEVOS.
           MOVE ZEROES TO CANTIDAD-COLUMNAS.
           MOVE ZEROES TO CANTIDAD-FILTROS.
           MOVE ZEROES TO CANTIDAD-ORDENES.
           MOVE ZEROES TO CANTIDAD-CORTES.
           MOVE ZEROES TO ANCHO-ACUMULADO.
           MOVE SPACES TO TITULO-PEDIDO.
           DISPLAY "Titulo del listado: ".
           ACCEPT TITULO-PEDIDO.
           MOVE SPACES TO LISTADO-DEF-REGISTRO.
           MOVE NOMBRE-LISTADO TO LISTADO-DEF-NOMBRE.
           MOVE "T" TO LISTADO-DEF-TIPO.
           MOVE TITULO-PEDIDO TO LISTADO-DEF-TITULO.
           MOVE OPERADOR TO LISTADO-DEF-AUTOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LISTADO-DEF-FECHA.
           PERFORM AGREGA-RENGLON-NUEVO.
           PERFORM MUESTRA-CATALOGO.
           MOVE "N" TO FIN-DE-PREGUNTAS.
           PERFORM PIDE-COLUMNA UNTIL FIN-DE-PREGUNTAS = "S".
           MOVE "N" TO FIN-DE-PREGUNTAS.
           PERFORM PIDE-FILTRO UNTIL FIN-DE-PREGUNTAS = "S".
           MOVE "N" TO FIN-DE-PREGUNTAS.
           PERFORM PIDE-ORDEN UNTIL FIN-DE-PREGUNTAS = "S".
           MOVE "N" TO FIN-DE-PREGUNTAS.
           PERFORM PIDE-CORTE UNTIL FIN-DE-PREGUNTAS = "S".

       MUESTRA-CATALOGO.
           DISPLAY "Campos disponibles (codigo, ancho; * se tapa "
                   "para el nivel basico):".
           PERFORM MUESTRA-CAMPO-CATALOGO
               VARYING INDICE-CAMPO-LISTADO FROM 1 BY 1
               UNTIL INDICE-CAMPO-LISTADO > CANTIDAD-CAMPOS-LISTADO.

       MUESTRA-CAMPO-CATALOGO.
           IF CAMPO-LISTADO-SE-ENMASCARA (INDICE-CAMPO-LISTADO)
           DISPLAY "  " CAMPO-LISTADO-CODIGO (INDICE-CAMPO-LISTADO)
                   " " CAMPO-LISTADO-ANCHO (INDICE-CAMPO-LISTADO)
                   " *"
           ELSE
           DISPLAY "  " CAMPO-LISTADO-CODIGO (INDICE-CAMPO-LISTADO)
                   " " CAMPO-LISTADO-ANCHO (INDICE-CAMPO-LISTADO)
           END-IF.

      *Pide un codigo de campo y lo deja validado en
      *CAMPO-LISTADO-HALLADO; en blanco termina la tanda:
       PIDE-CAMPO.
           MOVE SPACES TO CAMPO-PEDIDO.
           ACCEPT CAMPO-PEDIDO.
           MOVE ZEROES TO CAMPO-LISTADO-HALLADO.
           IF CAMPO-PEDIDO = SPACES
           MOVE "S" TO FIN-DE-PREGUNTAS
           ELSE
           MOVE CAMPO-PEDIDO TO CAMPO-LISTADO-BUSCADO
           PERFORM BUSCA-CAMPO-LISTADO
           IF CAMPO-LISTADO-HALLADO = ZEROES
           DISPLAY "Campo desconocido: " FUNCTION TRIM(CAMPO-PEDIDO)
           END-IF
           END-IF.

       PIDE-COLUMNA.
           IF CANTIDAD-COLUMNAS NOT < MAXIMO-COLUMNAS
           MOVE "S" TO FIN-DE-PREGUNTAS
           ELSE
           DISPLAY "Columnas cargadas: " CANTIDAD-COLUMNAS
                   ". Otra columna (codigo; blanco para seguir): "
           PERFORM PIDE-CAMPO
           IF CAMPO-LISTADO-HALLADO > ZEROES
           IF ANCHO-ACUMULADO +
              CAMPO-LISTADO-ANCHO (CAMPO-LISTADO-HALLADO) + 1
              > ANCHO-MAXIMO-RENGLON
           DISPLAY "No entra en el renglon del listado."
           ELSE
           COMPUTE ANCHO-ACUMULADO = ANCHO-ACUMULADO +
               CAMPO-LISTADO-ANCHO (CAMPO-LISTADO-HALLADO) + 1
           ADD 1 TO CANTIDAD-COLUMNAS
           PERFORM ARMA-RENGLON-CAMPO
           MOVE "C" TO LISTADO-DEF-TIPO
           PERFORM AGREGA-RENGLON-NUEVO
           END-IF
           END-IF
           END-IF.

      *Un filtro: el campo, la condicion y los valores que pida; en
      *un numero o importe los valores tienen que ser numericos:
       PIDE-FILTRO.
           IF CANTIDAD-FILTROS NOT < MAXIMO-FILTROS
           MOVE "S" TO FIN-DE-PREGUNTAS
           ELSE
           DISPLAY "Filtro sobre el campo (codigo; blanco para "
                   "seguir): "
           PERFORM PIDE-CAMPO
           IF CAMPO-LISTADO-HALLADO > ZEROES
           PERFORM PIDE-CONDICION-FILTRO
           END-IF
           END-IF.

       PIDE-CONDICION-FILTRO.
           MOVE SPACES TO CONDICION-PEDIDA.
           MOVE SPACES TO DESDE-PEDIDO.
           MOVE SPACES TO HASTA-PEDIDO.
           DISPLAY "Condicion (IGUAL, RANGO, BLANCO o NOBLANCO): ".
           ACCEPT CONDICION-PEDIDA.
           MOVE FUNCTION UPPER-CASE(CONDICION-PEDIDA) TO
               LISTADO-DEF-CONDICION.
           IF NOT LISTADO-DEF-CONDICION-VALIDA
           DISPLAY "Condicion desconocida; filtro descartado."
           ELSE
           MOVE "S" TO VALOR-VALIDO
           IF LISTADO-DEF-IGUAL OR LISTADO-DEF-RANGO
           DISPLAY "Valor (desde, en un rango): "
           ACCEPT DESDE-PEDIDO
           MOVE DESDE-PEDIDO TO CAMPO-LISTADO-TEXTO
           PERFORM VALIDA-VALOR-FILTRO
           END-IF
           IF LISTADO-DEF-RANGO
           DISPLAY "Hasta: "
           ACCEPT HASTA-PEDIDO
           MOVE HASTA-PEDIDO TO CAMPO-LISTADO-TEXTO
           PERFORM VALIDA-VALOR-FILTRO
           END-IF
           IF VALOR-VALIDO = "N"
           DISPLAY "Valor no numerico para ese campo; filtro "
                   "descartado."
           ELSE
           MOVE LISTADO-DEF-CONDICION TO CONDICION-PEDIDA
           ADD 1 TO CANTIDAD-FILTROS
           PERFORM ARMA-RENGLON-CAMPO
           MOVE "F" TO LISTADO-DEF-TIPO
           MOVE CONDICION-PEDIDA TO LISTADO-DEF-CONDICION
           MOVE DESDE-PEDIDO TO LISTADO-DEF-DESDE
           MOVE HASTA-PEDIDO TO LISTADO-DEF-HASTA
           PERFORM AGREGA-RENGLON-NUEVO
           END-IF
           END-IF.

       VALIDA-VALOR-FILTRO.
           IF NOT CAMPO-LISTADO-ES-TEXTO (CAMPO-LISTADO-HALLADO)
           IF CAMPO-LISTADO-TEXTO = SPACES OR
              FUNCTION TEST-NUMVAL(CAMPO-LISTADO-TEXTO) NOT = ZERO
           MOVE "N" TO VALOR-VALIDO
           END-IF
           END-IF.

       PIDE-ORDEN.
           IF CANTIDAD-ORDENES NOT < MAXIMO-ORDENES
           MOVE "S" TO FIN-DE-PREGUNTAS
           ELSE
           DISPLAY "Ordenar por (codigo; blanco para seguir): "
           PERFORM PIDE-CAMPO
           IF CAMPO-LISTADO-HALLADO > ZEROES
           ADD 1 TO CANTIDAD-ORDENES
           PERFORM ARMA-RENGLON-CAMPO
           MOVE "O" TO LISTADO-DEF-TIPO
           PERFORM AGREGA-RENGLON-NUEVO
           END-IF
           END-IF.

      *Los cortes ordenan primero, en el orden en que se cargan:
       PIDE-CORTE.
           IF CANTIDAD-CORTES NOT < MAXIMO-CORTES
           MOVE "S" TO FIN-DE-PREGUNTAS
           ELSE
           DISPLAY "Corte con subtotales por (codigo; blanco para "
                   "terminar): "
           PERFORM PIDE-CAMPO
           IF CAMPO-LISTADO-HALLADO > ZEROES
           ADD 1 TO CANTIDAD-CORTES
           PERFORM ARMA-RENGLON-CAMPO
           MOVE "Q" TO LISTADO-DEF-TIPO
           PERFORM AGREGA-RENGLON-NUEVO
           END-IF
           END-IF.

       ARMA-RENGLON-CAMPO.
           MOVE SPACES TO LISTADO-DEF-REGISTRO.
           MOVE NOMBRE-LISTADO TO LISTADO-DEF-NOMBRE.
           MOVE CAMPO-LISTADO-CODIGO (CAMPO-LISTADO-HALLADO) TO
               LISTADO-DEF-CAMPO.

       AGREGA-RENGLON-NUEVO.
           IF CANTIDAD-RENGLONES-NUEVOS < MAXIMO-RENGLONES-NUEVOS
           ADD 1 TO CANTIDAD-RENGLONES-NUEVOS
           MOVE LISTADO-DEF-REGISTRO TO
               RENGLON-NUEVO (CANTIDAD-RENGLONES-NUEVOS)
           END-IF.

      *Regraba listados.dat sin los renglones viejos del nombre y
      *con los nuevos al final (ninguno si se borra):
       GRABA-DEFINICION.
           OPEN INPUT ARCHIVO-LISTADOS.
           OPEN OUTPUT ARCHIVO-LISTADOS-TRABAJO.
           IF LISTADOS-STATUS = "00"
           MOVE "1" TO FIN-DE-LISTADOS
           PERFORM COPIA-OTRO-LISTADO
           UNTIL FIN-DE-LISTADOS = "0"
           END-IF.
           CLOSE ARCHIVO-LISTADOS.
           PERFORM GRABA-RENGLON-NUEVO
               VARYING INDICE-RENGLON-NUEVO FROM 1 BY 1
               UNTIL INDICE-RENGLON-NUEVO > CANTIDAD-RENGLONES-NUEVOS.
           CLOSE ARCHIVO-LISTADOS-TRABAJO.
           OPEN OUTPUT ARCHIVO-LISTADOS.
           OPEN INPUT ARCHIVO-LISTADOS-TRABAJO.
           MOVE "1" TO FIN-DE-LISTADOS.
           PERFORM PASA-TRABAJO-A-LISTADOS
           UNTIL FIN-DE-LISTADOS = "0".
           CLOSE ARCHIVO-LISTADOS.
           CLOSE ARCHIVO-LISTADOS-TRABAJO.
           DELETE FILE ARCHIVO-LISTADOS-TRABAJO.

       COPIA-OTRO-LISTADO.
           READ ARCHIVO-LISTADOS
           AT END
           MOVE "0" TO FIN-DE-LISTADOS
           NOT AT END
           IF LISTADO-DEF-NOMBRE NOT = NOMBRE-LISTADO
           WRITE LISTADO-TRABAJO-REGISTRO FROM LISTADO-DEF-REGISTRO
           END-IF
           END-READ.

       GRABA-RENGLON-NUEVO.
           WRITE LISTADO-TRABAJO-REGISTRO FROM
               RENGLON-NUEVO (INDICE-RENGLON-NUEVO).

       PASA-TRABAJO-A-LISTADOS.
           READ ARCHIVO-LISTADOS-TRABAJO
           AT END
           MOVE "0" TO FIN-DE-LISTADOS
           NOT AT END
           WRITE LISTADO-DEF-REGISTRO FROM LISTADO-TRABAJO-REGISTRO
           END-READ.

       COPY "ProcCamposListado.cbl".

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Definir-listado.
