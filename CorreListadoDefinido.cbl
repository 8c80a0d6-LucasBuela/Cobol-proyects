      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Corre un listado definido en listados.dat para el
      *          operador del pedido: elige los clientes que pasan
      *          todos los filtros, los ordena por los cortes y
      *          despues por el orden pedido (el numero de cliente
      *          desempata), imprime las columnas elegidas con un
      *          subtotal en cada corte y el total general, y deja el
      *          spool catalogado. Los campos que el export CSV tapa
      *          para el nivel basico salen aca tapados igual (y no
      *          ordenan ni se subtotalizan), y la corrida queda en
      *          la auditoria de extracciones. La llaman
      *          Listado-definido y la cola nocturna de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Corre-listado-definido.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DataBase.cbl".
      *Listados definidos:
       COPY "DataBaseListados.cbl".
      *Clientes elegidos, el archivo intermedio del SORT y los
      *clientes ya ordenados:
       SELECT ARCHIVO-TRABAJO-LISTADO
       ASSIGN TO "listado_trabajo.tmp"
       ORGANIZATION SEQUENTIAL.
       SELECT ARCHIVO-ORDEN-LISTADO
       ASSIGN TO "listado.srt".
       SELECT ARCHIVO-LISTADO-ORDENADO
       ASSIGN TO "listado_ordenado.tmp"
       ORGANIZATION SEQUENTIAL.
      *Operadores, para el nivel del que pidio el listado:
       COPY "DataBaseOperadores.cbl".
      *Auditoria de extracciones:
       COPY "DataBaseExportaciones.cbl".

      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "Data.cbl".
       COPY "DataListados.cbl".

      *Un cliente elegido: la clave de orden (hasta cinco campos de
      *50 y el numero de cliente), el valor de cada corte, el
      *renglon ya armado y los importes para los subtotales:
       FD  ARCHIVO-TRABAJO-LISTADO.
           01 TRABAJO-LIS-REGISTRO.
              05 TRABAJO-LIS-CLAVE PIC X(256).
              05 TRABAJO-LIS-CORTE PIC X(50) OCCURS 2 TIMES.
              05 TRABAJO-LIS-RENGLON PIC X(132).
              05 TRABAJO-LIS-SALDO PIC S9(9)V99 COMP-3.
              05 TRABAJO-LIS-LIMITE PIC S9(9)V99 COMP-3.

       SD  ARCHIVO-ORDEN-LISTADO.
           01 ORDEN-LIS-REGISTRO.
              05 ORDEN-LIS-CLAVE PIC X(256).
              05 ORDEN-LIS-CORTE PIC X(50) OCCURS 2 TIMES.
              05 ORDEN-LIS-RENGLON PIC X(132).
              05 ORDEN-LIS-SALDO PIC S9(9)V99 COMP-3.
              05 ORDEN-LIS-LIMITE PIC S9(9)V99 COMP-3.

       FD  ARCHIVO-LISTADO-ORDENADO.
           01 ORDENADO-LIS-REGISTRO.
              05 ORDENADO-LIS-CLAVE PIC X(256).
              05 ORDENADO-LIS-CORTE PIC X(50) OCCURS 2 TIMES.
              05 ORDENADO-LIS-RENGLON PIC X(132).
              05 ORDENADO-LIS-SALDO PIC S9(9)V99 COMP-3.
              05 ORDENADO-LIS-LIMITE PIC S9(9)V99 COMP-3.

       COPY "DataOperadores.cbl".
       COPY "DataExportaciones.cbl".

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  CLIENTES-STATUS PIC XX.
       77  LISTADOS-STATUS PIC XX.
       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12).
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.
       77  FIN-DEL-ARCHIVO PIC X.
       77  FIN-DE-LISTADOS PIC X.
       77  FIN-OPERADORES PIC X.
      *Perfil de enmascarado, con la misma regla que Exportar-csv:
      *solo un supervisor ve los campos sensibles:
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".
       77  PERFIL-LISTADO PIC X(12).
      *La definicion cargada: titulo, columnas, filtros y campos de
      *orden (los cortes primero):
       77  TITULO-LISTADO PIC X(60).
       77  CAMPOS-DESCONOCIDOS PIC 9(2).
       77  MAXIMO-COLUMNAS PIC 9(2) VALUE 12.
       77  CANTIDAD-COLUMNAS PIC 9(2).
       77  INDICE-COLUMNA PIC 9(2).
       01  TABLA-COLUMNAS.
           05 COLUMNA-CAMPO PIC 9(2) OCCURS 12 TIMES.
       77  MAXIMO-FILTROS PIC 9(2) VALUE 10.
       77  CANTIDAD-FILTROS PIC 9(2).
       77  INDICE-FILTRO PIC 9(2).
       01  TABLA-FILTROS.
           05 FILTRO-TABLA OCCURS 10 TIMES.
              10 FILTRO-CAMPO PIC 9(2).
              10 FILTRO-CONDICION PIC X(8).
              10 FILTRO-DESDE PIC X(35).
              10 FILTRO-HASTA PIC X(35).
              10 FILTRO-DESDE-NUMERO PIC S9(9)V99.
              10 FILTRO-HASTA-NUMERO PIC S9(9)V99.
       77  MAXIMO-ORDENES PIC 9(2) VALUE 3.
       77  CANTIDAD-ORDENES PIC 9(2).
       01  TABLA-ORDENES.
           05 ORDEN-CAMPO PIC 9(2) OCCURS 3 TIMES.
       77  MAXIMO-CORTES PIC 9(2) VALUE 2.
       77  CANTIDAD-CORTES PIC 9(2).
       77  INDICE-CORTE PIC 9(2).
       77  NIVEL-QUIEBRE PIC 9(2).
       01  TABLA-CORTES.
           05 CORTE-CAMPO PIC 9(2) OCCURS 2 TIMES.
       77  CANTIDAD-CLAVES PIC 9(2).
       77  INDICE-CLAVE PIC 9(2).
       01  TABLA-CLAVES.
           05 CLAVE-CAMPO PIC 9(2) OCCURS 5 TIMES.
       77  POSICION-CLAVE PIC 9(3).
       77  POSICION-RENGLON PIC 9(3).
       77  ANCHO-COLUMNA PIC 9(2).
       77  CLIENTE-ELEGIDO PIC X.
       77  TOTALIZA-SALDO PIC X.
       77  TOTALIZA-LIMITE PIC X.
       77  PRIMER-RENGLON PIC X.
       77  CONTADOR-LEIDOS PIC 9(6) VALUE ZEROES.
       77  CONTADOR-ELEGIDOS PIC 9(6) VALUE ZEROES.
      *Valor anterior de cada corte y acumulados por nivel (el
      *tercero es el total general):
       01  TABLA-CORTE-ANTERIOR.
           05 CORTE-ANTERIOR PIC X(50) OCCURS 2 TIMES.
       01  TABLA-TOTALES-CORTE.
           05 TOTALES-CORTE OCCURS 3 TIMES.
              10 TOTAL-CORTE-CLIENTES PIC 9(6).
              10 TOTAL-CORTE-SALDO PIC S9(11)V99 COMP-3.
              10 TOTAL-CORTE-LIMITE PIC S9(11)V99 COMP-3.
       77  NIVEL-TOTAL PIC 9(2).
       77  CLIENTES-MUESTRA PIC ZZZ,ZZ9.
       77  IMPORTE-MUESTRA PIC -,---,---,--9.99.
       01  IMPORTES-DEL-TOTAL PIC X(60).
       77  PUNTERO-IMPORTES PIC 9(3).
       COPY "DataCamposListado.cbl".

       LINKAGE SECTION.
       COPY "DataPedidoListado.cbl".

       PROCEDURE DIVISION USING PEDIDO-LISTADO.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           MOVE "F" TO PEDIDO-LISTADO-RESULTADO.
           MOVE ZEROES TO CONTADOR-LEIDOS.
           MOVE ZEROES TO CONTADOR-ELEGIDOS.
           MOVE FUNCTION UPPER-CASE(PEDIDO-LISTADO-NOMBRE) TO
               PEDIDO-LISTADO-NOMBRE.
           PERFORM CARGA-DEFINICION.
           IF CANTIDAD-COLUMNAS = ZEROES
           DISPLAY "El listado " FUNCTION TRIM(PEDIDO-LISTADO-NOMBRE)
                   " no existe o no tiene columnas."
           GOBACK
           END-IF.
           IF CAMPOS-DESCONOCIDOS > ZEROES
           DISPLAY "La definicion tiene " CAMPOS-DESCONOCIDOS
                   " renglones con campos o condiciones desconocidos;"
                   " se ignoran."
           END-IF.
           PERFORM DECIDE-PERFIL.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF CLIENTES-STATUS NOT = "00"
           DISPLAY "No se pudo abrir el archivo de clientes."
           CLOSE ARCHIVO-CLIENTES
           GOBACK
           END-IF.
           OPEN OUTPUT ARCHIVO-TRABAJO-LISTADO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-CLIENTE.
           PERFORM SELECCIONA-CLIENTE
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-TRABAJO-LISTADO.
           CLOSE ARCHIVO-CLIENTES.
           SORT ARCHIVO-ORDEN-LISTADO
               ON ASCENDING KEY ORDEN-LIS-CLAVE
           USING ARCHIVO-TRABAJO-LISTADO
           GIVING ARCHIVO-LISTADO-ORDENADO.

           PERFORM ABRE-SPOOL.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM IMPRIME-LISTADO.
           DELETE FILE ARCHIVO-TRABAJO-LISTADO.
           DELETE FILE ARCHIVO-LISTADO-ORDENADO.
           PERFORM CIERRA-SPOOL.
           PERFORM GRABA-AUDITORIA-LISTADO.
           DISPLAY "Reporte guardado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
           MOVE "C" TO PEDIDO-LISTADO-RESULTADO.
           GOBACK.

      *Junta los renglones de la definicion pedida. Un campo que no
      *esta en el catalogo (un renglon tocado a mano) se ignora y se
      *avisa; los cortes van primero en la clave de orden:
       CARGA-DEFINICION.
           MOVE SPACES TO TITULO-LISTADO.
           MOVE ZEROES TO CAMPOS-DESCONOCIDOS.
           MOVE ZEROES TO CANTIDAD-COLUMNAS.
           MOVE ZEROES TO CANTIDAD-FILTROS.
           MOVE ZEROES TO CANTIDAD-ORDENES.
           MOVE ZEROES TO CANTIDAD-CORTES.
           MOVE "N" TO TOTALIZA-SALDO.
           MOVE "N" TO TOTALIZA-LIMITE.
           OPEN INPUT ARCHIVO-LISTADOS.
           IF LISTADOS-STATUS = "00"
           MOVE "1" TO FIN-DE-LISTADOS
           PERFORM CARGA-RENGLON-DEFINICION
           UNTIL FIN-DE-LISTADOS = "0"
           END-IF.
           CLOSE ARCHIVO-LISTADOS.
           MOVE ZEROES TO CANTIDAD-CLAVES.
           PERFORM AGREGA-CLAVE-CORTE
               VARYING INDICE-CORTE FROM 1 BY 1
               UNTIL INDICE-CORTE > CANTIDAD-CORTES.
           PERFORM AGREGA-CLAVE-ORDEN
               VARYING INDICE-CLAVE FROM 1 BY 1
               UNTIL INDICE-CLAVE > CANTIDAD-ORDENES.

       CARGA-RENGLON-DEFINICION.
           READ ARCHIVO-LISTADOS
           AT END
           MOVE "0" TO FIN-DE-LISTADOS
           NOT AT END
           IF LISTADO-DEF-NOMBRE = PEDIDO-LISTADO-NOMBRE
           IF LISTADO-DEF-ES-TITULO
           MOVE LISTADO-DEF-TITULO TO TITULO-LISTADO
           ELSE
           MOVE LISTADO-DEF-CAMPO TO CAMPO-LISTADO-BUSCADO
           PERFORM BUSCA-CAMPO-LISTADO
           IF CAMPO-LISTADO-HALLADO = ZEROES
           ADD 1 TO CAMPOS-DESCONOCIDOS
           ELSE
           PERFORM AGREGA-RENGLON-DEFINICION
           END-IF
           END-IF
           END-IF
           END-READ.

       AGREGA-RENGLON-DEFINICION.
           EVALUATE TRUE
               WHEN LISTADO-DEF-ES-COLUMNA
                   IF CANTIDAD-COLUMNAS < MAXIMO-COLUMNAS
                   ADD 1 TO CANTIDAD-COLUMNAS
                   MOVE CAMPO-LISTADO-HALLADO TO
                       COLUMNA-CAMPO (CANTIDAD-COLUMNAS)
                   PERFORM MARCA-IMPORTE-TOTALIZADO
                   END-IF
               WHEN LISTADO-DEF-ES-FILTRO
                   IF NOT LISTADO-DEF-CONDICION-VALIDA
                   ADD 1 TO CAMPOS-DESCONOCIDOS
                   ELSE
                   IF CANTIDAD-FILTROS < MAXIMO-FILTROS
                   ADD 1 TO CANTIDAD-FILTROS
                   PERFORM GUARDA-FILTRO
                   END-IF
                   END-IF
               WHEN LISTADO-DEF-ES-ORDEN
                   IF CANTIDAD-ORDENES < MAXIMO-ORDENES
                   ADD 1 TO CANTIDAD-ORDENES
                   MOVE CAMPO-LISTADO-HALLADO TO
                       ORDEN-CAMPO (CANTIDAD-ORDENES)
                   END-IF
               WHEN LISTADO-DEF-ES-CORTE
                   IF CANTIDAD-CORTES < MAXIMO-CORTES
                   ADD 1 TO CANTIDAD-CORTES
                   MOVE CAMPO-LISTADO-HALLADO TO
                       CORTE-CAMPO (CANTIDAD-CORTES)
                   END-IF
               WHEN OTHER
                   ADD 1 TO CAMPOS-DESCONOCIDOS
           END-EVALUATE.

       MARCA-IMPORTE-TOTALIZADO.
           IF CAMPO-LISTADO-CODIGO (CAMPO-LISTADO-HALLADO) = "SALDO"
           MOVE "S" TO TOTALIZA-SALDO
           END-IF.
           IF CAMPO-LISTADO-CODIGO (CAMPO-LISTADO-HALLADO) = "LIMITE"
           MOVE "S" TO TOTALIZA-LIMITE
           END-IF.

      *Los textos se comparan en mayusculas, igual que la clave de
      *orden; en un numero o importe se comparan los valores:
       GUARDA-FILTRO.
           MOVE CAMPO-LISTADO-HALLADO TO
               FILTRO-CAMPO (CANTIDAD-FILTROS).
           MOVE LISTADO-DEF-CONDICION TO
               FILTRO-CONDICION (CANTIDAD-FILTROS).
           MOVE FUNCTION UPPER-CASE(LISTADO-DEF-DESDE) TO
               FILTRO-DESDE (CANTIDAD-FILTROS).
           MOVE FUNCTION UPPER-CASE(LISTADO-DEF-HASTA) TO
               FILTRO-HASTA (CANTIDAD-FILTROS).
           MOVE ZERO TO FILTRO-DESDE-NUMERO (CANTIDAD-FILTROS).
           MOVE ZERO TO FILTRO-HASTA-NUMERO (CANTIDAD-FILTROS).
           IF LISTADO-DEF-DESDE NOT = SPACES AND
              FUNCTION TEST-NUMVAL(LISTADO-DEF-DESDE) = ZERO
           COMPUTE FILTRO-DESDE-NUMERO (CANTIDAD-FILTROS) =
               FUNCTION NUMVAL(LISTADO-DEF-DESDE)
           END-IF.
           IF LISTADO-DEF-HASTA NOT = SPACES AND
              FUNCTION TEST-NUMVAL(LISTADO-DEF-HASTA) = ZERO
           COMPUTE FILTRO-HASTA-NUMERO (CANTIDAD-FILTROS) =
               FUNCTION NUMVAL(LISTADO-DEF-HASTA)
           END-IF.

       AGREGA-CLAVE-CORTE.
           ADD 1 TO CANTIDAD-CLAVES.
           MOVE CORTE-CAMPO (INDICE-CORTE) TO
               CLAVE-CAMPO (CANTIDAD-CLAVES).

       AGREGA-CLAVE-ORDEN.
           ADD 1 TO CANTIDAD-CLAVES.
           MOVE ORDEN-CAMPO (INDICE-CLAVE) TO
               CLAVE-CAMPO (CANTIDAD-CLAVES).

      *El nivel viene del pedido si el que llama ya lo conoce (la
      *sesion del menu); si no, de operadores.dat. Un operador que
      *no aparece queda en nivel basico:
       DECIDE-PERFIL.
           MOVE PEDIDO-LISTADO-NIVEL TO OPERADOR-NIVEL-ACTUAL.
           IF OPERADOR-NIVEL-ACTUAL = SPACE
           PERFORM BUSCA-NIVEL-OPERADOR
           END-IF.
           IF OPERADOR-ES-SUPERVISOR
           MOVE "COMPLETO" TO PERFIL-LISTADO
           ELSE
           MOVE "ENMASCARADO" TO PERFIL-LISTADO
           MOVE "N" TO TOTALIZA-SALDO
           MOVE "N" TO TOTALIZA-LIMITE
           END-IF.

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
           IF OP-ID = PEDIDO-LISTADO-OPERADOR
           MOVE OP-NIVEL TO OPERADOR-NIVEL-ACTUAL
           MOVE "0" TO FIN-OPERADORES
           END-IF.

       LEE-SIGUIENTE-CLIENTE.
           READ ARCHIVO-CLIENTES NEXT RECORD
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Un cliente entra si pasa todos los filtros. Los filtros los
      *puso el supervisor y se aplican sobre el valor verdadero,
      *aunque el campo salga tapado:
       SELECCIONA-CLIENTE.
           ADD 1 TO CONTADOR-LEIDOS.
           MOVE "S" TO CLIENTE-ELEGIDO.
           PERFORM APLICA-FILTRO
               VARYING INDICE-FILTRO FROM 1 BY 1
               UNTIL INDICE-FILTRO > CANTIDAD-FILTROS
               OR CLIENTE-ELEGIDO = "N".
           IF CLIENTE-ELEGIDO = "S"
           PERFORM GRABA-CLIENTE-ELEGIDO
           END-IF.
           PERFORM LEE-SIGUIENTE-CLIENTE.

      *En un numero o importe, "en blanco" es cero. Un rango de
      *texto sin hasta no tiene tope:
       APLICA-FILTRO.
           MOVE FILTRO-CAMPO (INDICE-FILTRO) TO CAMPO-LISTADO-ELEGIDO.
           PERFORM TOMA-VALOR-CAMPO-LISTADO.
           IF CAMPO-LISTADO-ES-TEXTO (CAMPO-LISTADO-ELEGIDO)
           EVALUATE FILTRO-CONDICION (INDICE-FILTRO)
               WHEN "BLANCO"
                   IF CAMPO-LISTADO-TEXTO NOT = SPACES
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
               WHEN "NOBLANCO"
                   IF CAMPO-LISTADO-TEXTO = SPACES
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
               WHEN "IGUAL"
                   IF CAMPO-LISTADO-ORDEN NOT =
                      FILTRO-DESDE (INDICE-FILTRO)
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
               WHEN "RANGO"
                   IF CAMPO-LISTADO-ORDEN <
                      FILTRO-DESDE (INDICE-FILTRO)
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
                   IF FILTRO-HASTA (INDICE-FILTRO) NOT = SPACES AND
                      CAMPO-LISTADO-ORDEN >
                      FILTRO-HASTA (INDICE-FILTRO)
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
           END-EVALUATE
           ELSE
           EVALUATE FILTRO-CONDICION (INDICE-FILTRO)
               WHEN "BLANCO"
                   IF CAMPO-LISTADO-NUMERO NOT = ZERO
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
               WHEN "NOBLANCO"
                   IF CAMPO-LISTADO-NUMERO = ZERO
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
               WHEN "IGUAL"
                   IF CAMPO-LISTADO-NUMERO NOT =
                      FILTRO-DESDE-NUMERO (INDICE-FILTRO)
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
               WHEN "RANGO"
                   IF CAMPO-LISTADO-NUMERO <
                      FILTRO-DESDE-NUMERO (INDICE-FILTRO) OR
                      CAMPO-LISTADO-NUMERO >
                      FILTRO-HASTA-NUMERO (INDICE-FILTRO)
                   MOVE "N" TO CLIENTE-ELEGIDO
                   END-IF
           END-EVALUATE
           END-IF.

      *Arma el renglon del cliente elegido con las columnas (los
      *campos sensibles ya tapados si corresponde), su clave de orden
      *y el valor de cada corte:
       GRABA-CLIENTE-ELEGIDO.
           MOVE SPACES TO TRABAJO-LIS-REGISTRO.
           MOVE ZERO TO TRABAJO-LIS-SALDO.
           MOVE ZERO TO TRABAJO-LIS-LIMITE.
           PERFORM ARMA-CLAVE-CLIENTE
               VARYING INDICE-CLAVE FROM 1 BY 1
               UNTIL INDICE-CLAVE > CANTIDAD-CLAVES.
           MOVE CLIENTES-ID TO TRABAJO-LIS-CLAVE (251:6).
           PERFORM ARMA-CORTE-CLIENTE
               VARYING INDICE-CORTE FROM 1 BY 1
               UNTIL INDICE-CORTE > CANTIDAD-CORTES.
           MOVE 1 TO POSICION-RENGLON.
           PERFORM ARMA-COLUMNA-CLIENTE
               VARYING INDICE-COLUMNA FROM 1 BY 1
               UNTIL INDICE-COLUMNA > CANTIDAD-COLUMNAS.
           IF PERFIL-LISTADO = "COMPLETO"
           MOVE CLIENTES-SALDO TO TRABAJO-LIS-SALDO
           MOVE CLIENTES-LIMITE-DESCUBIERTO TO TRABAJO-LIS-LIMITE
           END-IF.
           WRITE TRABAJO-LIS-REGISTRO.
           ADD 1 TO CONTADOR-ELEGIDOS.

       ARMA-CLAVE-CLIENTE.
           MOVE CLAVE-CAMPO (INDICE-CLAVE) TO CAMPO-LISTADO-ELEGIDO.
           PERFORM TOMA-VALOR-CAMPO-LISTADO.
           PERFORM TAPA-CAMPO-SENSIBLE.
           COMPUTE POSICION-CLAVE = (INDICE-CLAVE - 1) * 50 + 1.
           MOVE CAMPO-LISTADO-ORDEN TO
               TRABAJO-LIS-CLAVE (POSICION-CLAVE:50).

       ARMA-CORTE-CLIENTE.
           MOVE CORTE-CAMPO (INDICE-CORTE) TO CAMPO-LISTADO-ELEGIDO.
           PERFORM TOMA-VALOR-CAMPO-LISTADO.
           PERFORM TAPA-CAMPO-SENSIBLE.
           MOVE CAMPO-LISTADO-TEXTO TO TRABAJO-LIS-CORTE (INDICE-CORTE).

       ARMA-COLUMNA-CLIENTE.
           MOVE COLUMNA-CAMPO (INDICE-COLUMNA) TO CAMPO-LISTADO-ELEGIDO.
           PERFORM TOMA-VALOR-CAMPO-LISTADO.
           PERFORM TAPA-CAMPO-SENSIBLE.
           MOVE CAMPO-LISTADO-ANCHO (CAMPO-LISTADO-ELEGIDO) TO
               ANCHO-COLUMNA.
           IF POSICION-RENGLON + ANCHO-COLUMNA - 1 NOT > 132
           MOVE CAMPO-LISTADO-TEXTO (1:ANCHO-COLUMNA) TO
               TRABAJO-LIS-RENGLON (POSICION-RENGLON:ANCHO-COLUMNA)
           END-IF.
           COMPUTE POSICION-RENGLON =
               POSICION-RENGLON + ANCHO-COLUMNA + 1.

      *Mismos campos que tapa el export CSV para el nivel basico; el
      *campo tapado tampoco ordena (todos quedan iguales):
       TAPA-CAMPO-SENSIBLE.
           IF PERFIL-LISTADO = "ENMASCARADO" AND
              CAMPO-LISTADO-SE-ENMASCARA (CAMPO-LISTADO-ELEGIDO)
           MOVE "***" TO CAMPO-LISTADO-TEXTO
           MOVE "***" TO CAMPO-LISTADO-ORDEN
           MOVE ZERO TO CAMPO-LISTADO-NUMERO
           END-IF.

       IMPRIME-ENCABEZADO.
           MOVE TITULO-LISTADO TO LINEA-SPOOL.
           IF TITULO-LISTADO = SPACES
           MOVE PEDIDO-LISTADO-NOMBRE TO LINEA-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Listado " FUNCTION TRIM(PEDIDO-LISTADO-NOMBRE)
                  "  al " FECHA-HORA-CORRIDA (1:8)
                  "  para " FUNCTION TRIM(OPERADOR-DEL-REPORTE)
                  "  perfil " FUNCTION TRIM(PERFIL-LISTADO)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           IF PERFIL-LISTADO = "ENMASCARADO"
           STRING "Nivel basico: DNI, CUIT, email, telefonos, saldo "
                  "y limite salen tapados."
                  DELIMITED BY SIZE INTO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE 1 TO POSICION-RENGLON.
           PERFORM ARMA-TITULO-COLUMNA
               VARYING INDICE-COLUMNA FROM 1 BY 1
               UNTIL INDICE-COLUMNA > CANTIDAD-COLUMNAS.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE ALL "-" TO LINEA-SPOOL.
           IF POSICION-RENGLON < 132
           MOVE SPACES TO LINEA-SPOOL (POSICION-RENGLON:)
           END-IF.
           PERFORM MUESTRA-Y-SPOOL.

       ARMA-TITULO-COLUMNA.
           MOVE COLUMNA-CAMPO (INDICE-COLUMNA) TO CAMPO-LISTADO-ELEGIDO.
           MOVE CAMPO-LISTADO-ANCHO (CAMPO-LISTADO-ELEGIDO) TO
               ANCHO-COLUMNA.
           IF POSICION-RENGLON + ANCHO-COLUMNA - 1 NOT > 132
           MOVE CAMPO-LISTADO-CODIGO (CAMPO-LISTADO-ELEGIDO) TO
               LINEA-SPOOL (POSICION-RENGLON:ANCHO-COLUMNA)
           END-IF.
           COMPUTE POSICION-RENGLON =
               POSICION-RENGLON + ANCHO-COLUMNA + 1.

      *Recorre los clientes ordenados con cortes de control: al
      *cambiar el valor de un corte se cierran los subtotales de ese
      *nivel y de los de adentro, y se abren de nuevo:
       IMPRIME-LISTADO.
           INITIALIZE TABLA-TOTALES-CORTE.
           MOVE "S" TO PRIMER-RENGLON.
           OPEN INPUT ARCHIVO-LISTADO-ORDENADO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-ORDENADO.
           PERFORM IMPRIME-CLIENTE-ORDENADO
           UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE ARCHIVO-LISTADO-ORDENADO.
           IF PRIMER-RENGLON = "N"
           PERFORM CIERRA-CORTE
               VARYING INDICE-CORTE FROM CANTIDAD-CORTES BY -1
               UNTIL INDICE-CORTE < 1
           END-IF.
           MOVE 3 TO NIVEL-TOTAL.
           IF CANTIDAD-CORTES = ZEROES
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           PERFORM ARMA-IMPORTES-DEL-TOTAL.
           MOVE TOTAL-CORTE-CLIENTES (3) TO CLIENTES-MUESTRA.
           STRING "Total general: " CLIENTES-MUESTRA " clientes"
                  IMPORTES-DEL-TOTAL
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE CONTADOR-LEIDOS TO CLIENTES-MUESTRA.
           STRING "Clientes leidos: " CLIENTES-MUESTRA
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       LEE-SIGUIENTE-ORDENADO.
           READ ARCHIVO-LISTADO-ORDENADO
           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

       IMPRIME-CLIENTE-ORDENADO.
           IF PRIMER-RENGLON = "S"
           MOVE "N" TO PRIMER-RENGLON
           PERFORM ABRE-CORTE
               VARYING INDICE-CORTE FROM 1 BY 1
               UNTIL INDICE-CORTE > CANTIDAD-CORTES
           ELSE
           MOVE ZEROES TO NIVEL-QUIEBRE
           PERFORM BUSCA-NIVEL-QUIEBRE
               VARYING INDICE-CORTE FROM 1 BY 1
               UNTIL INDICE-CORTE > CANTIDAD-CORTES
               OR NIVEL-QUIEBRE > ZEROES
           IF NIVEL-QUIEBRE > ZEROES
           PERFORM CIERRA-CORTE
               VARYING INDICE-CORTE FROM CANTIDAD-CORTES BY -1
               UNTIL INDICE-CORTE < NIVEL-QUIEBRE
           PERFORM ABRE-CORTE
               VARYING INDICE-CORTE FROM NIVEL-QUIEBRE BY 1
               UNTIL INDICE-CORTE > CANTIDAD-CORTES
           END-IF
           END-IF.
           MOVE ORDENADO-LIS-RENGLON TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM ACUMULA-CLIENTE
               VARYING NIVEL-TOTAL FROM 1 BY 1
               UNTIL NIVEL-TOTAL > 3.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       BUSCA-NIVEL-QUIEBRE.
           IF ORDENADO-LIS-CORTE (INDICE-CORTE) NOT =
              CORTE-ANTERIOR (INDICE-CORTE)
           MOVE INDICE-CORTE TO NIVEL-QUIEBRE
           END-IF.

       ACUMULA-CLIENTE.
           ADD 1 TO TOTAL-CORTE-CLIENTES (NIVEL-TOTAL).
           ADD ORDENADO-LIS-SALDO TO TOTAL-CORTE-SALDO (NIVEL-TOTAL).
           ADD ORDENADO-LIS-LIMITE TO TOTAL-CORTE-LIMITE (NIVEL-TOTAL).

       ABRE-CORTE.
           MOVE ORDENADO-LIS-CORTE (INDICE-CORTE) TO
               CORTE-ANTERIOR (INDICE-CORTE).
           MOVE ZEROES TO TOTAL-CORTE-CLIENTES (INDICE-CORTE).
           MOVE ZERO TO TOTAL-CORTE-SALDO (INDICE-CORTE).
           MOVE ZERO TO TOTAL-CORTE-LIMITE (INDICE-CORTE).
           MOVE CORTE-CAMPO (INDICE-CORTE) TO CAMPO-LISTADO-ELEGIDO.
           STRING FUNCTION TRIM(CAMPO-LISTADO-CODIGO
                  (CAMPO-LISTADO-ELEGIDO)) ": "
                  FUNCTION TRIM(CORTE-ANTERIOR (INDICE-CORTE))
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

       CIERRA-CORTE.
           MOVE INDICE-CORTE TO NIVEL-TOTAL.
           PERFORM ARMA-IMPORTES-DEL-TOTAL.
           MOVE CORTE-CAMPO (INDICE-CORTE) TO CAMPO-LISTADO-ELEGIDO.
           MOVE TOTAL-CORTE-CLIENTES (INDICE-CORTE) TO
               CLIENTES-MUESTRA.
           STRING "Subtotal "
                  FUNCTION TRIM(CAMPO-LISTADO-CODIGO
                  (CAMPO-LISTADO-ELEGIDO)) " "
                  FUNCTION TRIM(CORTE-ANTERIOR (INDICE-CORTE)) ": "
                  CLIENTES-MUESTRA " clientes"
                  IMPORTES-DEL-TOTAL
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.

      *Los importes del nivel NIVEL-TOTAL, solo los que estan entre
      *las columnas y el perfil deja ver:
       ARMA-IMPORTES-DEL-TOTAL.
           MOVE SPACES TO IMPORTES-DEL-TOTAL.
           MOVE 1 TO PUNTERO-IMPORTES.
           IF TOTALIZA-SALDO = "S"
           MOVE TOTAL-CORTE-SALDO (NIVEL-TOTAL) TO IMPORTE-MUESTRA
           STRING "  Saldo: " IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO IMPORTES-DEL-TOTAL
                  WITH POINTER PUNTERO-IMPORTES
           END-IF.
           IF TOTALIZA-LIMITE = "S"
           MOVE TOTAL-CORTE-LIMITE (NIVEL-TOTAL) TO IMPORTE-MUESTRA
           STRING "  Limite: " IMPORTE-MUESTRA
                  DELIMITED BY SIZE INTO IMPORTES-DEL-TOTAL
                  WITH POINTER PUNTERO-IMPORTES
           END-IF.

      *La corrida queda en la auditoria de extracciones con su
      *perfil, igual que un export:
       GRABA-AUDITORIA-LISTADO.
           OPEN EXTEND ARCHIVO-EXPORTACIONES.
           MOVE FUNCTION CURRENT-DATE TO EXPORTACION-FECHA-HORA.
           MOVE PEDIDO-LISTADO-OPERADOR TO EXPORTACION-OPERADOR.
           MOVE PERFIL-LISTADO TO EXPORTACION-PERFIL.
           MOVE "L" TO EXPORTACION-MODO.
           MOVE CONTADOR-ELEGIDOS TO EXPORTACION-REGISTROS.
           WRITE EXPORTACION-REGISTRO.
           CLOSE ARCHIVO-EXPORTACIONES.

      *Arma el nombre del spool fechado con el nombre del listado y
      *lo abre para el operador del pedido:
       ABRE-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CORRIDA.
           MOVE SPACES TO CODIGO-DEL-REPORTE.
           MOVE SPACES TO PARAMETROS-DEL-REPORTE.
           STRING "LD-" PEDIDO-LISTADO-NOMBRE
                  DELIMITED BY SIZE INTO CODIGO-DEL-REPORTE.
           STRING "Listado " PEDIDO-LISTADO-NOMBRE
                  " perfil " PERFIL-LISTADO
                  DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL.
           STRING
               "spool_" DELIMITED BY SIZE
               CODIGO-DEL-REPORTE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FECHA-HORA-CORRIDA (1:14) DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-SPOOL
           END-STRING.
           OPEN OUTPUT ARCHIVO-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           MOVE PEDIDO-LISTADO-OPERADOR TO OPERADOR-DEL-REPORTE.
           IF OPERADOR-DEL-REPORTE = SPACES
           MOVE "DESCONOCIDO" TO OPERADOR-DEL-REPORTE
           END-IF.

      *Cada linea sale por pantalla como siempre y ademas queda en
      *el spool:
       MUESTRA-Y-SPOOL.
           DISPLAY FUNCTION TRIM(LINEA-SPOOL).
           WRITE LINEA-SPOOL-REG FROM LINEA-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.

       CIERRA-SPOOL.
           CLOSE ARCHIVO-SPOOL.
           OPEN EXTEND ARCHIVO-REPORTES-CATALOGO.
           MOVE FECHA-HORA-CORRIDA TO CATALOGO-FECHA-HORA.
           MOVE CODIGO-DEL-REPORTE TO CATALOGO-REPORTE.
           MOVE OPERADOR-DEL-REPORTE TO CATALOGO-OPERADOR.
           MOVE PARAMETROS-DEL-REPORTE TO CATALOGO-PARAMETROS.
           MOVE NOMBRE-ARCHIVO-SPOOL TO CATALOGO-ARCHIVO.
           WRITE CATALOGO-REGISTRO.
           CLOSE ARCHIVO-REPORTES-CATALOGO.

       COPY "ProcCamposListado.cbl".

       COPY "ProcValorCampoListado.cbl".

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Corre-listado-definido.
