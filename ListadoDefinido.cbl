      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corre un listado de clientes definido por un
      *          supervisor con Definir-listado: muestra los listados
      *          guardados, pide el nombre y lo corre en el momento o
      *          lo deja en la cola de reportes (codigo LISTDEF) para
      *          el proceso nocturno. Sale con el enmascarado que le
      *          corresponde al nivel del operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listado-definido.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Listados definidos:
       COPY "DataBaseListados.cbl".
      *Cola de pedidos de reportes, para dejarlo a la noche:
       COPY "DataBaseColaReportes.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataListados.cbl".
       COPY "DataColaReportes.cbl".
       COPY "DataSesion.cbl".

       WORKING-STORAGE SECTION.
       77  LISTADOS-STATUS PIC XX.
       77  COLA-REPORTES-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-DE-LISTADOS PIC X.
       77  CONTADOR-DEFINICIONES PIC 9(4) VALUE ZEROES.
       77  DEFINICION-EXISTE PIC X.
       77  NOMBRE-LISTADO PIC X(8).
       77  MOMENTO-DE-CORRIDA PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
       COPY "DataPedidoListado.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           DISPLAY " ".
           DISPLAY "===== LISTADOS DEFINIDOS DE CLIENTES =====".
           PERFORM PIDE-OPERADOR.
           PERFORM LISTA-DEFINICIONES.
           IF CONTADOR-DEFINICIONES = ZEROES
           GOBACK
           END-IF.
           MOVE SPACES TO NOMBRE-LISTADO.
           DISPLAY "Nombre del listado a correr (blanco para salir): ".
           ACCEPT NOMBRE-LISTADO.
           MOVE FUNCTION UPPER-CASE(NOMBRE-LISTADO) TO NOMBRE-LISTADO.
           IF NOMBRE-LISTADO = SPACES
           GOBACK
           END-IF.
           PERFORM BUSCA-DEFINICION.
           IF DEFINICION-EXISTE = "N"
           DISPLAY "No hay un listado con ese nombre."
           GOBACK
           END-IF.
           DISPLAY "Correrlo (A) ahora o dejarlo en la (C) cola "
                   "nocturna?".
           MOVE SPACE TO MOMENTO-DE-CORRIDA.
           ACCEPT MOMENTO-DE-CORRIDA.
           MOVE FUNCTION UPPER-CASE(MOMENTO-DE-CORRIDA) TO
               MOMENTO-DE-CORRIDA.
           IF MOMENTO-DE-CORRIDA = "C"
           PERFORM ENCOLA-LISTADO
           ELSE
           MOVE NOMBRE-LISTADO TO PEDIDO-LISTADO-NOMBRE
           MOVE OPERADOR TO PEDIDO-LISTADO-OPERADOR
           MOVE OPERADOR-NIVEL-ACTUAL TO PEDIDO-LISTADO-NIVEL
           CALL "Corre-listado-definido" USING PEDIDO-LISTADO
           IF PEDIDO-LISTADO-FALLADO
           DISPLAY "El listado no se pudo correr."
           END-IF
           END-IF.
           GOBACK.

      *El nivel se toma de la sesion; si no hay sesion queda en
      *blanco y Corre-listado-definido lo busca en operadores.dat:
       PIDE-OPERADOR.
           PERFORM LEE-SESION-OPERADOR.
           IF OPERADOR = SPACE
           DISPLAY PROMPT-OPERADOR "?"
           ACCEPT OPERADOR
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
           DISPLAY "No hay listados definidos; los arma un "
                   "supervisor con Definir listados."
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
           END-IF
           END-READ.

       BUSCA-DEFINICION.
           MOVE "N" TO DEFINICION-EXISTE.
           OPEN INPUT ARCHIVO-LISTADOS.
           IF LISTADOS-STATUS = "00"
           MOVE "1" TO FIN-DE-LISTADOS
           PERFORM COMPARA-DEFINICION
           UNTIL FIN-DE-LISTADOS = "0"
           END-IF.
           CLOSE ARCHIVO-LISTADOS.

       COMPARA-DEFINICION.
           READ ARCHIVO-LISTADOS
           AT END
           MOVE "0" TO FIN-DE-LISTADOS
           NOT AT END
           IF LISTADO-DEF-NOMBRE = NOMBRE-LISTADO
           MOVE "S" TO DEFINICION-EXISTE
           MOVE "0" TO FIN-DE-LISTADOS
           END-IF
           END-READ.

      *Mismo pedido que deja Solicitar-reporte, con el nombre del
      *listado como parametro:
       ENCOLA-LISTADO.
           OPEN EXTEND ARCHIVO-COLA-REPORTES.
           MOVE FUNCTION CURRENT-DATE TO PEDIDO-FECHA-HORA.
           MOVE OPERADOR TO PEDIDO-OPERADOR.
           MOVE "LISTDEF" TO PEDIDO-CODIGO.
           MOVE NOMBRE-LISTADO TO PEDIDO-PARAMETROS.
           MOVE "P" TO PEDIDO-ESTADO.
           WRITE PEDIDO-REGISTRO.
           CLOSE ARCHIVO-COLA-REPORTES.
           DISPLAY "Pedido encolado; lo corre el proceso nocturno.".

       END PROGRAM Listado-definido.
