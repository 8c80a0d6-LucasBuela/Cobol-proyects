      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Estadistica trimestral de reclamos para el regulador,
      *          por categoria: recibidos en el trimestre (por
      *          telefono y por mostrador), resueltos en plazo y
      *          fuera de plazo, dias promedio de resolucion,
      *          resultado (a favor, parcial, en contra) y los que
      *          quedaron abiertos al cierre del trimestre. Deja un
      *          archivo de cabecera, detalle y cola por trimestre y
      *          el reporte en el spool. Solo para supervisores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Estadistica-reclamos-trimestral.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Reclamos de clientes:
       COPY "DataBaseReclamos.cbl".
      *Lista de operadores, para comprobar el nivel:
       COPY "DataBaseOperadores.cbl".
      *Sesion del operador ya autenticado en Menu-principal:
       COPY "DataBaseSesion.cbl".
      *Archivo trimestral para el regulador:
       SELECT OPTIONAL ARCHIVO-RECLAMOS-TRIMESTRAL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-TRIMESTRAL
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS TRIMESTRAL-STATUS.
      *Spool fechado de esta corrida y catalogo de reportes:
       SELECT ARCHIVO-SPOOL
       ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-SPOOL
       ORGANIZATION LINE SEQUENTIAL.
       COPY "DataBaseReportesCatalogo.cbl".

      *Archivo-senal del modo entrenamiento:
       COPY "DataBaseEntrenamiento.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "DataReclamos.cbl".
       COPY "DataOperadores.cbl".
       COPY "DataSesion.cbl".

       FD  ARCHIVO-RECLAMOS-TRIMESTRAL.
           01 TRIMESTRAL-LINEA PIC X(80).

       FD  ARCHIVO-SPOOL.
           01 LINEA-SPOOL-REG PIC X(132).
       COPY "DataReportesCatalogo.cbl".

       COPY "DataEntrenamiento.cbl".

       WORKING-STORAGE SECTION.
       COPY "DataNombres.cbl".
       77  RECLAMOS-STATUS PIC XX.
       77  TRIMESTRAL-STATUS PIC XX.
       77  SESION-STATUS PIC XX.
       77  FIN-OPERADORES PIC X.
       77  FIN-DE-RECLAMOS PIC X.
       77  CONFIRMA-MENSAJE PIC X(60).
       77  SI-A-GRABAR PIC X.
       01  PROMPT-OPERADOR PIC X(38)
           VALUE "Ingrese su identificador de operador: ".
       01  OPERADOR PIC X(10).
       01  OPERADOR-NIVEL-ACTUAL PIC X.
           88 OPERADOR-ES-SUPERVISOR VALUE "2".

      *Trimestre informado y sus fechas de inicio y de cierre:
       77  ANIO-PEDIDO PIC X(4).
       77  TRIMESTRE-PEDIDO PIC X(1).
           88 TRIMESTRE-VALIDO VALUE "1" "2" "3" "4".
       77  FECHA-DESDE PIC X(8).
       77  FECHA-HASTA PIC X(8).
       77  NOMBRE-ARCHIVO-TRIMESTRAL PIC X(40).
       77  DIAS-RESOLUCION PIC 9(5).

       77  NOMBRE-ARCHIVO-SPOOL PIC X(40).
       01  LINEA-SPOOL PIC X(132).
       77  OPERADOR-DEL-REPORTE PIC X(10).
       77  FECHA-HORA-CORRIDA PIC X(21).
       77  CODIGO-DEL-REPORTE PIC X(12) VALUE "RECLAMOSTRIM".
       01  PARAMETROS-DEL-REPORTE PIC X(40) VALUE SPACES.

      *Acumulados por categoria; la ultima fila junta el total:
       77  MAXIMO-CATEGORIAS PIC 9(2) VALUE 20.
       77  CANTIDAD-CATEGORIAS PIC 9(2) VALUE ZEROES.
       77  INDICE-CATEGORIA PIC 9(2).
       77  CATEGORIA-HALLADA PIC 9(2).
       01  TABLA-ESTADISTICA.
           05 ESTADISTICA-CATEGORIA OCCURS 21 TIMES.
              10 EST-CATEGORIA PIC X(3).
              10 EST-RECIBIDOS-TELEFONO PIC 9(5).
              10 EST-RECIBIDOS-MOSTRADOR PIC 9(5).
              10 EST-RESUELTOS-EN-PLAZO PIC 9(5).
              10 EST-RESUELTOS-FUERA PIC 9(5).
              10 EST-DIAS-RESOLUCION PIC 9(9).
              10 EST-A-FAVOR PIC 9(5).
              10 EST-PARCIAL PIC 9(5).
              10 EST-EN-CONTRA PIC 9(5).
              10 EST-PENDIENTES PIC 9(5).
       77  RESUELTOS-CATEGORIA PIC 9(5).
       77  PROMEDIO-DIAS PIC 9(3)V9.

       01  LINEA-ESTADISTICA.
           05 LIS-CATEGORIA PIC X(5).
           05 LIS-TELEFONO PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-MOSTRADOR PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-EN-PLAZO PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-FUERA PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIS-PROMEDIO PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-A-FAVOR PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-PARCIAL PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-EN-CONTRA PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIS-PENDIENTES PIC Z(4)9.

       01  LINEA-CABECERA.
           05 FILLER PIC X(1) VALUE "H".
           05 CAB-ANIO PIC X(4).
           05 CAB-TRIMESTRE PIC X(1).
           05 CAB-FECHA-DESDE PIC X(8).
           05 CAB-FECHA-HASTA PIC X(8).
           05 CAB-FECHA-GENERACION PIC X(8).
           05 FILLER PIC X(50) VALUE SPACES.
       01  LINEA-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 DET-CATEGORIA PIC X(3).
           05 DET-RECIBIDOS-TELEFONO PIC 9(5).
           05 DET-RECIBIDOS-MOSTRADOR PIC 9(5).
           05 DET-RESUELTOS-EN-PLAZO PIC 9(5).
           05 DET-RESUELTOS-FUERA PIC 9(5).
           05 DET-PROMEDIO-DIAS PIC 9(3)V9.
           05 DET-A-FAVOR PIC 9(5).
           05 DET-PARCIAL PIC 9(5).
           05 DET-EN-CONTRA PIC 9(5).
           05 DET-PENDIENTES PIC 9(5).
           05 FILLER PIC X(32) VALUE SPACES.
       01  LINEA-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 COLA-CATEGORIAS PIC 9(3).
           05 COLA-RECIBIDOS PIC 9(7).
           05 COLA-RESUELTOS PIC 9(7).
           05 COLA-PENDIENTES PIC 9(7).
           05 FILLER PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           PERFORM COMPRUEBA-MODO-ENTRENAMIENTO.
           DISPLAY " ".
           DISPLAY "===== ESTADISTICA TRIMESTRAL DE RECLAMOS =====".
           PERFORM PIDE-OPERADOR.
           IF NOT OPERADOR-ES-SUPERVISOR
           DISPLAY "Se necesita nivel de supervisor para emitir la "
                   "estadistica de reclamos."
           GOBACK
           END-IF.
           DISPLAY "Anio a informar (AAAA): ".
           MOVE SPACES TO ANIO-PEDIDO.
           ACCEPT ANIO-PEDIDO.
           DISPLAY "Trimestre (1 a 4): ".
           MOVE SPACE TO TRIMESTRE-PEDIDO.
           ACCEPT TRIMESTRE-PEDIDO.
           IF ANIO-PEDIDO NOT NUMERIC OR NOT TRIMESTRE-VALIDO
           DISPLAY "Anio o trimestre invalido, no se hizo nada."
           GOBACK
           END-IF.
           PERFORM CALCULA-FECHAS-TRIMESTRE.
           PERFORM COMPRUEBA-ARCHIVO-TRIMESTRE.
           IF SI-A-GRABAR NOT = "S"
           DISPLAY "No se hizo nada."
           GOBACK
           END-IF.
           INITIALIZE TABLA-ESTADISTICA.
           MOVE "TOT" TO EST-CATEGORIA (21).
           STRING ANIO-PEDIDO " T" TRIMESTRE-PEDIDO
                  DELIMITED BY SIZE INTO PARAMETROS-DEL-REPORTE.
           PERFORM ABRE-SPOOL.
           MOVE "===== ESTADISTICA TRIMESTRAL DE RECLAMOS ====="
               TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           STRING "Trimestre " TRIMESTRE-PEDIDO " de " ANIO-PEDIDO
                  ": del " FECHA-DESDE (7:2) "/" FECHA-DESDE (5:2)
                  "/" FECHA-DESDE (1:4) " al " FECHA-HASTA (7:2)
                  "/" FECHA-HASTA (5:2) "/" FECHA-HASTA (1:4)
                  DELIMITED BY SIZE INTO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           PERFORM ACUMULA-RECLAMOS.
           PERFORM GENERA-INFORME.
           PERFORM CIERRA-SPOOL.
           DISPLAY "Archivo para el regulador: "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-TRIMESTRAL) ".".
           DISPLAY "Reporte grabado en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-SPOOL) ".".
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

       CALCULA-FECHAS-TRIMESTRE.
           EVALUATE TRIMESTRE-PEDIDO
               WHEN "1"
                   STRING ANIO-PEDIDO "0101" DELIMITED BY SIZE
                       INTO FECHA-DESDE
                   STRING ANIO-PEDIDO "0331" DELIMITED BY SIZE
                       INTO FECHA-HASTA
               WHEN "2"
                   STRING ANIO-PEDIDO "0401" DELIMITED BY SIZE
                       INTO FECHA-DESDE
                   STRING ANIO-PEDIDO "0630" DELIMITED BY SIZE
                       INTO FECHA-HASTA
               WHEN "3"
                   STRING ANIO-PEDIDO "0701" DELIMITED BY SIZE
                       INTO FECHA-DESDE
                   STRING ANIO-PEDIDO "0930" DELIMITED BY SIZE
                       INTO FECHA-HASTA
               WHEN "4"
                   STRING ANIO-PEDIDO "1001" DELIMITED BY SIZE
                       INTO FECHA-DESDE
                   STRING ANIO-PEDIDO "1231" DELIMITED BY SIZE
                       INTO FECHA-HASTA
           END-EVALUATE.

      *El archivo es uno por trimestre; si ya se genero se pide
      *confirmacion antes de pisarlo:
       COMPRUEBA-ARCHIVO-TRIMESTRE.
           MOVE SPACES TO NOMBRE-ARCHIVO-TRIMESTRAL.
           STRING
               "reclamos_trimestral_" DELIMITED BY SIZE
               ANIO-PEDIDO DELIMITED BY SIZE
               TRIMESTRE-PEDIDO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-TRIMESTRAL
           END-STRING.
           MOVE "S" TO SI-A-GRABAR.
           OPEN INPUT ARCHIVO-RECLAMOS-TRIMESTRAL.
           IF TRIMESTRAL-STATUS = "00"
           READ ARCHIVO-RECLAMOS-TRIMESTRAL
           AT END
           CONTINUE
           NOT AT END
           MOVE "¿El informe del trimestre ya existe, lo regenera?"
               TO CONFIRMA-MENSAJE
           CALL "Confirma-si-no" USING CONFIRMA-MENSAJE SI-A-GRABAR
           END-READ
           END-IF.
           CLOSE ARCHIVO-RECLAMOS-TRIMESTRAL.

       ACUMULA-RECLAMOS.
           OPEN INPUT ARCHIVO-RECLAMOS.
           MOVE "1" TO FIN-DE-RECLAMOS.
           IF RECLAMOS-STATUS NOT = "00"
           MOVE "0" TO FIN-DE-RECLAMOS
           ELSE
           PERFORM LEE-SIGUIENTE-RECLAMO
           END-IF.
           PERFORM CLASIFICA-RECLAMO
           UNTIL FIN-DE-RECLAMOS = "0".
           CLOSE ARCHIVO-RECLAMOS.

       LEE-SIGUIENTE-RECLAMO.
           READ ARCHIVO-RECLAMOS NEXT RECORD
           AT END
           MOVE "0" TO FIN-DE-RECLAMOS.

      *Recibido: abierto dentro del trimestre. Resuelto: cerrado
      *dentro del trimestre, en plazo si se cerro hasta la fecha
      *limite. Pendiente: abierto hasta el cierre del trimestre y
      *sin cerrar a esa fecha:
       CLASIFICA-RECLAMO.
           IF RECLAMO-FECHA-APERTURA NOT > FECHA-HASTA
           PERFORM UBICA-CATEGORIA
           IF RECLAMO-FECHA-APERTURA NOT < FECHA-DESDE
           PERFORM CUENTA-RECIBIDO
           END-IF
           IF RECLAMO-CERRADO AND
              RECLAMO-FECHA-CIERRE NOT < FECHA-DESDE AND
              RECLAMO-FECHA-CIERRE NOT > FECHA-HASTA
           PERFORM CUENTA-RESUELTO
           END-IF
           IF RECLAMO-ABIERTO OR RECLAMO-FECHA-CIERRE > FECHA-HASTA
           ADD 1 TO EST-PENDIENTES (CATEGORIA-HALLADA)
           ADD 1 TO EST-PENDIENTES (21)
           END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-RECLAMO.

      *Las categorias se toman como aparecen en los reclamos; si
      *hubiera mas de las que entran, el resto se junta en OTR:
       UBICA-CATEGORIA.
           MOVE ZEROES TO CATEGORIA-HALLADA.
           PERFORM COMPARA-CATEGORIA
               VARYING INDICE-CATEGORIA FROM 1 BY 1
               UNTIL INDICE-CATEGORIA > CANTIDAD-CATEGORIAS
               OR CATEGORIA-HALLADA > ZEROES.
           IF CATEGORIA-HALLADA = ZEROES
           IF CANTIDAD-CATEGORIAS < MAXIMO-CATEGORIAS
           ADD 1 TO CANTIDAD-CATEGORIAS
           MOVE CANTIDAD-CATEGORIAS TO CATEGORIA-HALLADA
           MOVE RECLAMO-CATEGORIA TO EST-CATEGORIA (CATEGORIA-HALLADA)
           ELSE
           MOVE MAXIMO-CATEGORIAS TO CATEGORIA-HALLADA
           MOVE "OTR" TO EST-CATEGORIA (CATEGORIA-HALLADA)
           END-IF
           END-IF.

       COMPARA-CATEGORIA.
           IF EST-CATEGORIA (INDICE-CATEGORIA) = RECLAMO-CATEGORIA
           MOVE INDICE-CATEGORIA TO CATEGORIA-HALLADA
           END-IF.

       CUENTA-RECIBIDO.
           IF RECLAMO-POR-TELEFONO
           ADD 1 TO EST-RECIBIDOS-TELEFONO (CATEGORIA-HALLADA)
           ADD 1 TO EST-RECIBIDOS-TELEFONO (21)
           ELSE
           ADD 1 TO EST-RECIBIDOS-MOSTRADOR (CATEGORIA-HALLADA)
           ADD 1 TO EST-RECIBIDOS-MOSTRADOR (21)
           END-IF.

       CUENTA-RESUELTO.
           IF RECLAMO-FECHA-CIERRE > RECLAMO-FECHA-LIMITE
           ADD 1 TO EST-RESUELTOS-FUERA (CATEGORIA-HALLADA)
           ADD 1 TO EST-RESUELTOS-FUERA (21)
           ELSE
           ADD 1 TO EST-RESUELTOS-EN-PLAZO (CATEGORIA-HALLADA)
           ADD 1 TO EST-RESUELTOS-EN-PLAZO (21)
           END-IF.
           COMPUTE DIAS-RESOLUCION =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               RECLAMO-FECHA-CIERRE)) -
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               RECLAMO-FECHA-APERTURA)).
           ADD DIAS-RESOLUCION TO
               EST-DIAS-RESOLUCION (CATEGORIA-HALLADA).
           ADD DIAS-RESOLUCION TO EST-DIAS-RESOLUCION (21).
           EVALUATE TRUE
               WHEN RECLAMO-A-FAVOR
                   ADD 1 TO EST-A-FAVOR (CATEGORIA-HALLADA)
                   ADD 1 TO EST-A-FAVOR (21)
               WHEN RECLAMO-PARCIAL
                   ADD 1 TO EST-PARCIAL (CATEGORIA-HALLADA)
                   ADD 1 TO EST-PARCIAL (21)
               WHEN OTHER
                   ADD 1 TO EST-EN-CONTRA (CATEGORIA-HALLADA)
                   ADD 1 TO EST-EN-CONTRA (21)
           END-EVALUATE.

       GENERA-INFORME.
           MOVE SPACES TO LINEA-SPOOL.
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "Cat    Recibidos    Resueltos   Dias   Resultado"
               TO LINEA-SPOOL.
           MOVE "Abiertos" TO LINEA-SPOOL (66:).
           PERFORM MUESTRA-Y-SPOOL.
           MOVE "     Telef Mostr EnPlz Fuera  Prom. Favor Parc. Contr"
               TO LINEA-SPOOL.
           MOVE "al cierre" TO LINEA-SPOOL (66:).
           PERFORM MUESTRA-Y-SPOOL.
           OPEN OUTPUT ARCHIVO-RECLAMOS-TRIMESTRAL.
           MOVE ANIO-PEDIDO TO CAB-ANIO.
           MOVE TRIMESTRE-PEDIDO TO CAB-TRIMESTRE.
           MOVE FECHA-DESDE TO CAB-FECHA-DESDE.
           MOVE FECHA-HASTA TO CAB-FECHA-HASTA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CAB-FECHA-GENERACION.
           WRITE TRIMESTRAL-LINEA FROM LINEA-CABECERA.
           PERFORM INFORMA-CATEGORIA
               VARYING INDICE-CATEGORIA FROM 1 BY 1
               UNTIL INDICE-CATEGORIA > CANTIDAD-CATEGORIAS.
           IF CANTIDAD-CATEGORIAS = ZEROES
           MOVE "  (ningun reclamo en el trimestre)" TO LINEA-SPOOL
           PERFORM MUESTRA-Y-SPOOL
           END-IF.
           MOVE CANTIDAD-CATEGORIAS TO COLA-CATEGORIAS.
           COMPUTE COLA-RECIBIDOS = EST-RECIBIDOS-TELEFONO (21)
               + EST-RECIBIDOS-MOSTRADOR (21).
           COMPUTE COLA-RESUELTOS = EST-RESUELTOS-EN-PLAZO (21)
               + EST-RESUELTOS-FUERA (21).
           MOVE EST-PENDIENTES (21) TO COLA-PENDIENTES.
           WRITE TRIMESTRAL-LINEA FROM LINEA-COLA.
           CLOSE ARCHIVO-RECLAMOS-TRIMESTRAL.
           MOVE 21 TO INDICE-CATEGORIA.
           PERFORM CALCULA-PROMEDIO.
           PERFORM ARMA-LINEA-ESTADISTICA.
           PERFORM MUESTRA-Y-SPOOL.

       INFORMA-CATEGORIA.
           PERFORM CALCULA-PROMEDIO.
           MOVE EST-CATEGORIA (INDICE-CATEGORIA) TO DET-CATEGORIA.
           MOVE EST-RECIBIDOS-TELEFONO (INDICE-CATEGORIA)
               TO DET-RECIBIDOS-TELEFONO.
           MOVE EST-RECIBIDOS-MOSTRADOR (INDICE-CATEGORIA)
               TO DET-RECIBIDOS-MOSTRADOR.
           MOVE EST-RESUELTOS-EN-PLAZO (INDICE-CATEGORIA)
               TO DET-RESUELTOS-EN-PLAZO.
           MOVE EST-RESUELTOS-FUERA (INDICE-CATEGORIA)
               TO DET-RESUELTOS-FUERA.
           MOVE PROMEDIO-DIAS TO DET-PROMEDIO-DIAS.
           MOVE EST-A-FAVOR (INDICE-CATEGORIA) TO DET-A-FAVOR.
           MOVE EST-PARCIAL (INDICE-CATEGORIA) TO DET-PARCIAL.
           MOVE EST-EN-CONTRA (INDICE-CATEGORIA) TO DET-EN-CONTRA.
           MOVE EST-PENDIENTES (INDICE-CATEGORIA) TO DET-PENDIENTES.
           WRITE TRIMESTRAL-LINEA FROM LINEA-DETALLE.
           PERFORM ARMA-LINEA-ESTADISTICA.
           PERFORM MUESTRA-Y-SPOOL.

       CALCULA-PROMEDIO.
           COMPUTE RESUELTOS-CATEGORIA =
               EST-RESUELTOS-EN-PLAZO (INDICE-CATEGORIA)
               + EST-RESUELTOS-FUERA (INDICE-CATEGORIA).
           MOVE ZEROES TO PROMEDIO-DIAS.
           IF RESUELTOS-CATEGORIA > ZEROES
           COMPUTE PROMEDIO-DIAS ROUNDED =
               EST-DIAS-RESOLUCION (INDICE-CATEGORIA)
               / RESUELTOS-CATEGORIA
           END-IF.

       ARMA-LINEA-ESTADISTICA.
           MOVE EST-CATEGORIA (INDICE-CATEGORIA) TO LIS-CATEGORIA.
           MOVE EST-RECIBIDOS-TELEFONO (INDICE-CATEGORIA)
               TO LIS-TELEFONO.
           MOVE EST-RECIBIDOS-MOSTRADOR (INDICE-CATEGORIA)
               TO LIS-MOSTRADOR.
           MOVE EST-RESUELTOS-EN-PLAZO (INDICE-CATEGORIA)
               TO LIS-EN-PLAZO.
           MOVE EST-RESUELTOS-FUERA (INDICE-CATEGORIA) TO LIS-FUERA.
           MOVE PROMEDIO-DIAS TO LIS-PROMEDIO.
           MOVE EST-A-FAVOR (INDICE-CATEGORIA) TO LIS-A-FAVOR.
           MOVE EST-PARCIAL (INDICE-CATEGORIA) TO LIS-PARCIAL.
           MOVE EST-EN-CONTRA (INDICE-CATEGORIA) TO LIS-EN-CONTRA.
           MOVE EST-PENDIENTES (INDICE-CATEGORIA) TO LIS-PENDIENTES.
           MOVE LINEA-ESTADISTICA TO LINEA-SPOOL.

      *Arma el nombre del spool fechado, lo abre y toma el operador
      *de la sesion del menu si existe:
       ABRE-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CORRIDA.
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
           MOVE OPERADOR TO OPERADOR-DEL-REPORTE.

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

       COPY "ProcEntrenamiento.cbl".

       END PROGRAM Estadistica-reclamos-trimestral.
